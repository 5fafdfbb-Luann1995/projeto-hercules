      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MENU UNICO DE ACESSO AOS
      ***   DOZE DESAFIOS (DESAFIO01 A DESAFIO12). ALEM DAS DOZE
      ***   OPCOES DO MENU, O OPERADOR TEM AS ALCADAS DE APROVACAO
      ***   (13 LIBERA EMPRESTIMO NO EMPLIBER, 14 REGISTRA SINISTRO E
      ***   15 APROVA SINISTRO NO SINREG) E O GESTOR QUE RECERTIFICA
      ***   O PERFIL A CADA TRIMESTRE NO SEGFUNC.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
            05 OP-PERFIL       PIC X(12).
            05 OP-FALHAS       PIC 9(01).
            05 OP-BLOQUEADO    PIC X(01).
            05 OP-AUTORIZA     PIC X(03).
            05 OP-GESTOR       PIC X(10).
            05 OP-DT-RECERT    PIC 9(08).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(2)         VALUE ZEROS.
       77 WRK-OPC-MANUT    PIC 9(01)        VALUE ZEROS.
       77 WRK-OPER-ALVO    PIC X(10)        VALUE SPACES.
       77 WRK-PERFIL-NOVO  PIC X(12)        VALUE SPACES.
       77 WRK-AUTORIZA-NOVA PIC X(03)       VALUE SPACES.
       77 WRK-GESTOR-NOVO  PIC X(10)        VALUE SPACES.
       77 WRK-FIM-LISTA    PIC X(01)        VALUE 'N'.
       77 WRK-OPER-ACHADO  PIC X(01)        VALUE 'N'.
       01 WRK-SENHA        PIC X(10)        VALUE SPACES.
             DISPLAY '3 - TROCAR SENHA'.
             DISPLAY '4 - DESBLOQUEAR OPERADOR'.
             DISPLAY '5 - LISTAR OPERADORES'.
             DISPLAY '6 - DEFINIR GESTOR DO OPERADOR'.
             DISPLAY '9 - VOLTAR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-OPC-MANUT.
                 PERFORM 8400-DESBLOQUEIA
               WHEN 5
                 PERFORM 8500-LISTA-OPERADORES
               WHEN 6
                 PERFORM 8600-DEFINE-GESTOR
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 MOVE WRK-HASH TO OP-SENHA-HASH
                 PERFORM 8150-PEDE-PERFIL
                 MOVE WRK-PERFIL-NOVO TO OP-PERFIL
                 MOVE WRK-AUTORIZA-NOVA TO OP-AUTORIZA
                 PERFORM 8650-PEDE-GESTOR
                 MOVE WRK-GESTOR-NOVO TO OP-GESTOR
                 CALL 'DATAPROC' USING OP-DT-RECERT
                 MOVE 0 TO OP-FALHAS
                 MOVE ' ' TO OP-BLOQUEADO
                 WRITE OPERADORES-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  8150-PEDE-PERFIL - PEDE AS 12 AUTORIZACOES (S OU N, UMA POR
      *>  OPCAO 01-12 DO MENU, SEM SEPARADOR - EX: SSNNNNNNNNNN) E AS
      *>  TRES ALCADAS DE APROVACAO 13-15 (EX: SNN).
      *>  --------------------------------------------------------------
       8150-PEDE-PERFIL.
      *>  --------------------------------------------------------------
             DISPLAY 'PERFIL OPCOES 01-12 (S/N, 12 POSICOES): '.
             ACCEPT WRK-PERFIL-NOVO.
             DISPLAY 'ALCADAS 13-LIBERA EMPRESTIMO 14-REGISTRA'.
             DISPLAY 'SINISTRO 15-APROVA SINISTRO (S/N, 3 POSICOES): '.
             ACCEPT WRK-AUTORIZA-NOVA.
      *>  --------------------------------------------------------------
       8200-ALTERA-PERFIL.
      *>  --------------------------------------------------------------
             PERFORM 8250-LOCALIZA-OPERADOR.
             IF WRK-OPER-ACHADO = 'S'
               DISPLAY 'PERFIL ATUAL: ' OP-PERFIL ' ALCADAS: '
                       OP-AUTORIZA
               PERFORM 8150-PEDE-PERFIL
               MOVE WRK-PERFIL-NOVO TO OP-PERFIL
               MOVE WRK-AUTORIZA-NOVA TO OP-AUTORIZA
               REWRITE OPERADORES-REG
               MOVE 'PERFIL ALTERADO' TO WRK-MSG-LOG
               PERFORM 9720-GRAVA-LOG-ACESSO
               INVALID KEY
                 MOVE 'S' TO WRK-FIM-LISTA
             END-START.
             DISPLAY 'OPERADOR   PERFIL       ALC FALHAS BLOQ GESTOR'
                     '     RECERTIF.'.
             PERFORM 8510-LISTA-UM UNTIL WRK-FIM-LISTA = 'S'.
      *>  --------------------------------------------------------------
       8510-LISTA-UM.
               AT END
                 MOVE 'S' TO WRK-FIM-LISTA
               NOT AT END
                 DISPLAY OP-ID ' ' OP-PERFIL ' ' OP-AUTORIZA ' '
                         OP-FALHAS '      ' OP-BLOQUEADO '    '
                         OP-GESTOR ' ' OP-DT-RECERT
             END-READ.
      *>  --------------------------------------------------------------
      *>  8600-DEFINE-GESTOR - O GESTOR E QUEM CONFIRMA OU REVOGA O
      *>  PERFIL DO OPERADOR NA RECERTIFICACAO TRIMESTRAL (SEGFUNC).
      *>  SEM GESTOR, OU GESTOR DELE MESMO, QUEM RESPONDE E O ADMIN.
      *>  --------------------------------------------------------------
       8600-DEFINE-GESTOR.
      *>  --------------------------------------------------------------
             PERFORM 8250-LOCALIZA-OPERADOR.
             IF WRK-OPER-ACHADO = 'S'
               DISPLAY 'GESTOR ATUAL: ' OP-GESTOR
               PERFORM 8650-PEDE-GESTOR
               MOVE WRK-GESTOR-NOVO TO OP-GESTOR
               REWRITE OPERADORES-REG
               MOVE 'GESTOR ALTERADO' TO WRK-MSG-LOG
               PERFORM 9720-GRAVA-LOG-ACESSO
               DISPLAY 'GESTOR DE ' WRK-OPER-ALVO ' ALTERADO'
             END-IF.
      *>  --------------------------------------------------------------
       8650-PEDE-GESTOR.
      *>  --------------------------------------------------------------
             DISPLAY 'OPERADOR GESTOR (RECERTIFICACAO).: '.
             ACCEPT WRK-GESTOR-NOVO.
      *>  --------------------------------------------------------------
       9000-EXECUTA-DESAFIO.
      *>  --------------------------------------------------------------
               PERFORM 9500-HASH-SENHA
               MOVE WRK-HASH TO OP-SENHA-HASH
               MOVE 'SSSSSSSSSSSS' TO OP-PERFIL
               MOVE 'SSS' TO OP-AUTORIZA
               MOVE SPACES TO OP-GESTOR
               CALL 'DATAPROC' USING OP-DT-RECERT
               MOVE 0 TO OP-FALHAS
               MOVE ' ' TO OP-BLOQUEADO
               WRITE OPERADORES-REG
