       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGFUNC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SEGREGACAO DE FUNCOES DOS
      ***   OPERADORES (OPERADOR.TXT). AS REGRAS DE AUTORIZACOES
      ***   CONFLITANTES FICAM EM SODREGRA.TXT (PARES DE CODIGOS:
      ***   01-12 AS OPCOES DO MENU-PRINCIPAL, 13 LIBERA EMPRESTIMO,
      ***   14 REGISTRA SINISTRO, 15 APROVA SINISTRO). O RELATORIO
      ***   RELSOD.TXT (PARM CONFLI) LISTA OS OPERADORES QUE TEM OS
      ***   DOIS LADOS DE UMA REGRA E AS TRANSACOES EM QUE O MESMO
      ***   OPERADOR FEZ OS DOIS LADOS: CONTRATO DIGITADO E APROVADO
      ***   OU RECUSADO POR ELE (LIBERACA.TXT) E SINISTRO REGISTRADO E
      ***   DECIDIDO OU LIBERADO COMO SUPERVISOR POR ELE (SINOPER.TXT)
      ***   - ESTAS DEVOLVEM RETURN-CODE 4. RECERTIFICACAO TRIMESTRAL
      ***   (RECERT.TXT): O CICLO E ABERTO PARA OS OPERADORES ATIVOS
      ***   (PARM ABRE), CADA GESTOR CONFIRMA OU REVOGA O PERFIL DOS
      ***   SEUS OPERADORES PELO MENU E NO FECHAMENTO DO TRIMESTRE
      ***   (PARM FECHA) QUEM NAO FOI CONFIRMADO E BLOQUEADO, O
      ***   RESULTADO VAI PARA RELRECRT.TXT E O CICLO DO TRIMESTRE
      ***   SEGUINTE JA E ABERTO. TOTAIS NO CTRLTOT.TXT.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO 'C:\COBOL\OPERADOR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OP-ID.
           SELECT SOD-REGRAS ASSIGN TO 'C:\COBOL\SODREGRA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REGRA-STATUS.
           SELECT LIBERACAO ASSIGN TO 'C:\COBOL\LIBERACA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LIBER-STATUS
             RECORD KEY IS LB-CONTRATO.
           SELECT SINISTRO-OPER ASSIGN TO 'C:\COBOL\SINOPER.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SINOPER-STATUS
             RECORD KEY IS SO-SINISTRO.
           SELECT RECERTIFICACAO ASSIGN TO 'C:\COBOL\RECERT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RECERT-STATUS
             RECORD KEY IS RC-CHAVE.
           SELECT RELAT-SOD ASSIGN TO 'C:\COBOL\RELSOD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELSOD-STATUS.
           SELECT RELAT-RECERT ASSIGN TO 'C:\COBOL\RELRECRT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELREC-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01 OPERADORES-REG.
            05 OP-ID           PIC X(10).
            05 OP-SENHA-HASH   PIC 9(09).
            05 OP-PERFIL       PIC X(12).
            05 OP-FALHAS       PIC 9(01).
            05 OP-BLOQUEADO    PIC X(01).
            05 OP-AUTORIZA     PIC X(03).
            05 OP-GESTOR       PIC X(10).
            05 OP-DT-RECERT    PIC 9(08).
       FD SOD-REGRAS.
       01 SOD-REGRAS-REG.
            05 SR-AUT-1        PIC 9(02).
            05 SR-AUT-2        PIC 9(02).
            05 SR-DESCRICAO    PIC X(40).
       FD LIBERACAO.
       01 LIBERACAO-REG.
            05 LB-CONTRATO     PIC 9(08).
            05 LB-CLIENTE      PIC 9(05).
            05 LB-VALOR        PIC 9(07)V99.
            05 LB-OPERADOR1    PIC X(10).
            05 LB-OPERADOR2    PIC X(10).
            05 LB-DT-REGISTRO  PIC 9(08).
            05 LB-DT-LIBERACAO PIC 9(08).
            05 LB-SITUACAO     PIC X(01).
                88 LB-PENDENTE     VALUE 'P'.
                88 LB-MEIA-APROVADA VALUE 'A'.
                88 LB-LIBERADA     VALUE 'L'.
                88 LB-RECUSADA     VALUE 'R'.
       FD SINISTRO-OPER.
       COPY 'SINOPER-MASTER.CBL'.
       FD RECERTIFICACAO.
       COPY 'RECERT-MASTER.CBL'.
       FD RELAT-SOD.
       01 RELAT-SOD-REG            PIC X(120).
       FD RELAT-RECERT.
       01 RELAT-RECERT-REG         PIC X(120).
       FD CONTROLE-TOTAIS.
       01 CONTROLE-TOTAIS-REG.
            05 CT-PROGRAMA     PIC X(09).
            05 CT-DATA         PIC 9(08).
            05 CT-LIDOS        PIC 9(07).
            05 CT-PROCESSADOS  PIC 9(07).
            05 CT-REJEITADOS   PIC 9(07).
            05 CT-VALOR-IN     PIC 9(11)V99.
            05 CT-VALOR-OUT    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 OPER-STATUS      PIC 9(02) VALUE ZEROS.
       77 REGRA-STATUS     PIC 9(02) VALUE ZEROS.
       77 LIBER-STATUS     PIC 9(02) VALUE ZEROS.
       77 SINOPER-STATUS   PIC 9(02) VALUE ZEROS.
       77 RECERT-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELSOD-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELREC-STATUS    PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CT-PROGRAMA  PIC X(09) VALUE SPACES.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-TRIMESTRE    PIC 9(01) VALUE ZEROS.
       77 WRK-CICLO-ATUAL  PIC 9(05) VALUE ZEROS.
       77 WRK-CICLO-ALVO   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REGRAS    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-REGRAS-INV PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-REGRA    PIC 9(02) VALUE ZEROS.
       77 WRK-COD-AUT      PIC 9(02) VALUE ZEROS.
       77 WRK-POS-AUT      PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-AUT      PIC X(01) VALUE 'N'.
       77 WRK-TEM-AUT-1    PIC X(01) VALUE 'N'.
       77 WRK-QT-CONFLITOS PIC 9(02) VALUE ZEROS.
       77 WRK-GRAVA-CONFLITO PIC X(01) VALUE 'N'.
       77 WRK-QT-OPER-CONFL PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PERFIL-CONFL PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TRANS-CONFL PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABERTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REVOGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RESPONDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-GESTOR       PIC X(10) VALUE SPACES.
       77 WRK-GESTOR-OK    PIC X(01) VALUE 'N'.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
       77 WRK-OPER-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-ED-QT        PIC ZZZZ9.
      *>  --------------------------------------------------------------
      *>  REGRAS DE CONFLITO EM MEMORIA (SODREGRA.TXT).
      *>  --------------------------------------------------------------
       01 WRK-TAB-REGRAS.
            05 WRK-REGRA OCCURS 30 TIMES.
                10 WRK-RG-AUT-1      PIC 9(02).
                10 WRK-RG-AUT-2      PIC 9(02).
                10 WRK-RG-DESCRICAO  PIC X(40).
      *>  --------------------------------------------------------------
      *>  CAMPOS DO HASH DE SENHA, NA MESMA RECEITA DO MENU-PRINCIPAL:
      *>  A SENHA NUNCA E GUARDADA NEM COMPARADA EM CLARO.
      *>  --------------------------------------------------------------
       77 WRK-ALFABETO     PIC X(38)        VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.-'.
       77 WRK-HASH         PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-POS     PIC 9(02) VALUE ZEROS.
       77 WRK-HASH-IDX     PIC 9(02) VALUE ZEROS.
       77 WRK-HASH-SCAN    PIC 9(02) VALUE ZEROS.
       77 WRK-HASH-RESTO   PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-AUX     PIC 9(12) VALUE ZEROS.
       01 WRK-SENHA        PIC X(10) VALUE SPACES.
       01 WRK-SENHA-R REDEFINES WRK-SENHA.
           05 WRK-SENHA-CHAR OCCURS 10 TIMES PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO.
             MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
             COMPUTE WRK-TRIMESTRE = (WRK-MES + 2) / 3.
             COMPUTE WRK-CICLO-ATUAL = WRK-ANO * 10 + WRK-TRIMESTRE.
             PERFORM 0100-CARREGA-REGRAS.
             EVALUATE WRK-PARM-EXEC
               WHEN 'CONFLI'
                 PERFORM 2000-RELATORIO-CONFLITOS
               WHEN 'ABRE'
                 MOVE WRK-CICLO-ATUAL TO WRK-CICLO-ALVO
                 PERFORM 4000-ABRE-CICLO
               WHEN 'FECHA'
                 PERFORM 5000-FECHA-CICLO
               WHEN OTHER
                 PERFORM 0500-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0100-CARREGA-REGRAS - REGRAS DE CONFLITO EM MEMORIA. NA
      *>  PRIMEIRA EXECUCAO O SODREGRA.TXT E CRIADO COM AS REGRAS DA
      *>  CASA: QUEM DIGITA O EMPRESTIMO NO DESAFIO12 NAO LIBERA O
      *>  CREDITO E QUEM REGISTRA O SINISTRO NAO O APROVA. CODIGO FORA
      *>  DE 01-15, OU REGRA COM O MESMO CODIGO DOS DOIS LADOS, E
      *>  IGNORADA.
      *>  --------------------------------------------------------------
       0100-CARREGA-REGRAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REGRAS WRK-QT-REGRAS-INV.
             OPEN INPUT SOD-REGRAS.
             IF REGRA-STATUS = 35
               OPEN OUTPUT SOD-REGRAS
               MOVE 12 TO SR-AUT-1
               MOVE 13 TO SR-AUT-2
               MOVE 'DIGITA EMPRESTIMO E LIBERA O CREDITO'
                 TO SR-DESCRICAO
               WRITE SOD-REGRAS-REG
               MOVE 14 TO SR-AUT-1
               MOVE 15 TO SR-AUT-2
               MOVE 'REGISTRA E APROVA SINISTRO' TO SR-DESCRICAO
               WRITE SOD-REGRAS-REG
               CLOSE SOD-REGRAS
               OPEN INPUT SOD-REGRAS
             END-IF.
             IF REGRA-STATUS NOT = 0
               DISPLAY '*** REGRAS DE CONFLITO (SODREGRA.TXT)'
                       ' INDISPONIVEIS ***'
               MOVE 0 TO REGRA-STATUS
             ELSE
               READ SOD-REGRAS
                 AT END MOVE 10 TO REGRA-STATUS
               END-READ
               PERFORM 0110-GUARDA-REGRA UNTIL REGRA-STATUS = 10
               CLOSE SOD-REGRAS
               MOVE 0 TO REGRA-STATUS
             END-IF.
             IF WRK-QT-REGRAS-INV > 0
               DISPLAY '*** REGRAS INVALIDAS IGNORADAS: '
                       WRK-QT-REGRAS-INV ' ***'
             END-IF.
      *>  --------------------------------------------------------------
       0110-GUARDA-REGRA.
      *>  --------------------------------------------------------------
             IF SR-AUT-1 < 1 OR SR-AUT-1 > 15
                OR SR-AUT-2 < 1 OR SR-AUT-2 > 15
                OR SR-AUT-1 = SR-AUT-2
               ADD 1 TO WRK-QT-REGRAS-INV
             ELSE
               IF WRK-QT-REGRAS < 30
                 ADD 1 TO WRK-QT-REGRAS
                 MOVE SR-AUT-1 TO WRK-RG-AUT-1(WRK-QT-REGRAS)
                 MOVE SR-AUT-2 TO WRK-RG-AUT-2(WRK-QT-REGRAS)
                 MOVE SR-DESCRICAO TO WRK-RG-DESCRICAO(WRK-QT-REGRAS)
               END-IF
             END-IF.
             READ SOD-REGRAS
               AT END MOVE 10 TO REGRA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0500-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'SEGREGACAO DE FUNCOES - CICLO ' WRK-CICLO-ATUAL.
             DISPLAY '1 - RELATORIO DE CONFLITOS (RELSOD.TXT)'.
             DISPLAY '2 - ABRIR RECERTIFICACAO DO TRIMESTRE'.
             DISPLAY '3 - RESPONDER RECERTIFICACAO (GESTOR)'.
             DISPLAY '4 - FECHAR RECERTIFICACAO DO TRIMESTRE'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 2000-RELATORIO-CONFLITOS
               WHEN 2
                 MOVE WRK-CICLO-ATUAL TO WRK-CICLO-ALVO
                 PERFORM 4000-ABRE-CICLO
               WHEN 3
                 PERFORM 3000-RESPONDE-RECERT
               WHEN 4
                 PERFORM 5000-FECHA-CICLO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1400-CONTA-CONFLITOS - QUANTAS REGRAS O OPERADOR LIDO TEM
      *>  DOS DOIS LADOS; COM WRK-GRAVA-CONFLITO = S CADA UMA VIRA
      *>  LINHA DO RELSOD.
      *>  --------------------------------------------------------------
       1400-CONTA-CONFLITOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CONFLITOS.
             PERFORM 1410-CONFERE-REGRA
               VARYING WRK-IDX-REGRA FROM 1 BY 1
               UNTIL WRK-IDX-REGRA > WRK-QT-REGRAS.
      *>  --------------------------------------------------------------
       1410-CONFERE-REGRA.
      *>  --------------------------------------------------------------
             MOVE WRK-RG-AUT-1(WRK-IDX-REGRA) TO WRK-COD-AUT.
             PERFORM 1500-TEM-AUTORIZACAO.
             MOVE WRK-TEM-AUT TO WRK-TEM-AUT-1.
             MOVE WRK-RG-AUT-2(WRK-IDX-REGRA) TO WRK-COD-AUT.
             PERFORM 1500-TEM-AUTORIZACAO.
             IF WRK-TEM-AUT-1 = 'S' AND WRK-TEM-AUT = 'S'
               ADD 1 TO WRK-QT-CONFLITOS
               IF WRK-GRAVA-CONFLITO = 'S'
                 ADD 1 TO WRK-QT-PERFIL-CONFL
                 MOVE SPACES TO RELAT-SOD-REG
                 STRING '  OPERADOR=' OP-ID
                        ' REGRA=' WRK-RG-AUT-1(WRK-IDX-REGRA)
                        'X' WRK-RG-AUT-2(WRK-IDX-REGRA)
                        ' ' WRK-RG-DESCRICAO(WRK-IDX-REGRA)
                        ' GESTOR=' OP-GESTOR
                        DELIMITED BY SIZE INTO RELAT-SOD-REG
                 WRITE RELAT-SOD-REG
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1500-TEM-AUTORIZACAO - CODIGOS 01-12 SAO AS POSICOES DE
      *>  OP-PERFIL (S LIBERADO); 13-15 AS DE OP-AUTORIZA, ONDE SO N
      *>  NEGA - EM BRANCO O EMPLIBER E O SINREG AINDA ACEITAM O
      *>  OPERADOR, ENTAO CONTA COMO AUTORIZADO.
      *>  --------------------------------------------------------------
       1500-TEM-AUTORIZACAO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-TEM-AUT.
             IF WRK-COD-AUT <= 12
               IF OP-PERFIL(WRK-COD-AUT:1) = 'S'
                 MOVE 'S' TO WRK-TEM-AUT
               END-IF
             ELSE
               COMPUTE WRK-POS-AUT = WRK-COD-AUT - 12
               IF OP-AUTORIZA(WRK-POS-AUT:1) NOT = 'N'
                 MOVE 'S' TO WRK-TEM-AUT
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-RELATORIO-CONFLITOS - RELSOD.TXT EM DUAS PARTES: OS
      *>  PERFIS COM AUTORIZACOES CONFLITANTES (OPERADORES NAO
      *>  BLOQUEADOS) E AS TRANSACOES FEITAS DOS DOIS LADOS PELO
      *>  MESMO OPERADOR, QUE DEVOLVEM RETURN-CODE 4.
      *>  --------------------------------------------------------------
       2000-RELATORIO-CONFLITOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-CT-LIDOS WRK-CT-REJEITADOS.
             MOVE 0 TO WRK-QT-OPER-CONFL WRK-QT-PERFIL-CONFL.
             MOVE 0 TO WRK-QT-TRANS-CONFL.
             OPEN OUTPUT RELAT-SOD.
             MOVE SPACES TO RELAT-SOD-REG.
             STRING 'SEGREGACAO DE FUNCOES - GERADO EM ' WRK-DATA-HOJE
                    ' - REGRAS DE CONFLITO: ' WRK-QT-REGRAS
                    DELIMITED BY SIZE INTO RELAT-SOD-REG.
             WRITE RELAT-SOD-REG.
             MOVE 'PERFIS COM AUTORIZACOES CONFLITANTES' TO
                  RELAT-SOD-REG.
             WRITE RELAT-SOD-REG.
             PERFORM 2100-PERFIS-CONFLITANTES.
             MOVE SPACES TO RELAT-SOD-REG.
             STRING 'OPERADORES COM CONFLITO=' WRK-QT-OPER-CONFL
                    ' CONFLITOS DE PERFIL=' WRK-QT-PERFIL-CONFL
                    DELIMITED BY SIZE INTO RELAT-SOD-REG.
             WRITE RELAT-SOD-REG.
             MOVE 'TRANSACOES COM OS DOIS LADOS NO MESMO OPERADOR' TO
                  RELAT-SOD-REG.
             WRITE RELAT-SOD-REG.
             PERFORM 2200-LIBERACOES.
             PERFORM 2300-SINISTROS.
             MOVE SPACES TO RELAT-SOD-REG.
             STRING 'TRANSACOES EM CONFLITO=' WRK-QT-TRANS-CONFL
                    DELIMITED BY SIZE INTO RELAT-SOD-REG.
             WRITE RELAT-SOD-REG.
             CLOSE RELAT-SOD.
             DISPLAY 'OPERADORES COM CONFLITO DE PERFIL: '
                     WRK-QT-OPER-CONFL.
             DISPLAY 'TRANSACOES EM CONFLITO...........: '
                     WRK-QT-TRANS-CONFL ' (RELSOD.TXT)'.
             IF WRK-QT-TRANS-CONFL > 0
               MOVE 4 TO RETURN-CODE
             END-IF.
             MOVE WRK-QT-TRANS-CONFL TO WRK-CT-REJEITADOS.
             MOVE 'SEGFUNC  ' TO WRK-CT-PROGRAMA.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
       2100-PERFIS-CONFLITANTES.
      *>  --------------------------------------------------------------
             OPEN INPUT OPERADORES.
             IF OPER-STATUS NOT = 0
               MOVE '  *** CADASTRO DE OPERADORES INDISPONIVEL ***'
                 TO RELAT-SOD-REG
               WRITE RELAT-SOD-REG
               MOVE 0 TO OPER-STATUS
             ELSE
               MOVE 'S' TO WRK-GRAVA-CONFLITO
               MOVE LOW-VALUES TO OP-ID
               START OPERADORES KEY IS NOT LESS THAN OP-ID
                 INVALID KEY MOVE 10 TO OPER-STATUS
               END-START
               IF OPER-STATUS NOT = 10
                 READ OPERADORES NEXT
                   AT END MOVE 10 TO OPER-STATUS
                 END-READ
               END-IF
               PERFORM 2110-AVALIA-OPERADOR UNTIL OPER-STATUS = 10
               MOVE 'N' TO WRK-GRAVA-CONFLITO
               CLOSE OPERADORES
               MOVE 0 TO OPER-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2110-AVALIA-OPERADOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             IF OP-BLOQUEADO NOT = 'B'
               PERFORM 1400-CONTA-CONFLITOS
               IF WRK-QT-CONFLITOS > 0
                 ADD 1 TO WRK-QT-OPER-CONFL
               END-IF
             END-IF.
             READ OPERADORES NEXT
               AT END MOVE 10 TO OPER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2200-LIBERACOES - CONTRATO EM QUE QUEM DIGITOU (LB-OPERADOR1)
      *>  E O MESMO QUE APROVOU OU RECUSOU (LB-OPERADOR2).
      *>  --------------------------------------------------------------
       2200-LIBERACOES.
      *>  --------------------------------------------------------------
             OPEN INPUT LIBERACAO.
             IF LIBER-STATUS NOT = 0
               MOVE 0 TO LIBER-STATUS
             ELSE
               MOVE 0 TO LB-CONTRATO
               START LIBERACAO KEY IS NOT LESS THAN LB-CONTRATO
                 INVALID KEY MOVE 10 TO LIBER-STATUS
               END-START
               IF LIBER-STATUS NOT = 10
                 READ LIBERACAO NEXT
                   AT END MOVE 10 TO LIBER-STATUS
                 END-READ
               END-IF
               PERFORM 2210-CONFERE-LIBERACAO UNTIL LIBER-STATUS = 10
               CLOSE LIBERACAO
               MOVE 0 TO LIBER-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2210-CONFERE-LIBERACAO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             IF LB-OPERADOR2 NOT = SPACES
                AND LB-OPERADOR1 = LB-OPERADOR2
               ADD 1 TO WRK-QT-TRANS-CONFL
               MOVE SPACES TO RELAT-SOD-REG
               STRING '  EMPRESTIMO CONTRATO=' LB-CONTRATO
                      ' OPERADOR=' LB-OPERADOR1
                      ' DIGITOU E APROVOU/RECUSOU SITUACAO='
                      LB-SITUACAO ' VALOR=' LB-VALOR
                      ' EM ' LB-DT-LIBERACAO
                      DELIMITED BY SIZE INTO RELAT-SOD-REG
               WRITE RELAT-SOD-REG
             END-IF.
             READ LIBERACAO NEXT
               AT END MOVE 10 TO LIBER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2300-SINISTROS - SINISTRO EM QUE QUEM REGISTROU TAMBEM
      *>  DECIDIU (APROVOU OU NEGOU) OU LIBEROU O REGISTRO COMO
      *>  SUPERVISOR DA APOLICE SUSPENSA.
      *>  --------------------------------------------------------------
       2300-SINISTROS.
      *>  --------------------------------------------------------------
             OPEN INPUT SINISTRO-OPER.
             IF SINOPER-STATUS NOT = 0
               MOVE 0 TO SINOPER-STATUS
             ELSE
               MOVE 0 TO SO-SINISTRO
               START SINISTRO-OPER KEY IS NOT LESS THAN SO-SINISTRO
                 INVALID KEY MOVE 10 TO SINOPER-STATUS
               END-START
               IF SINOPER-STATUS NOT = 10
                 READ SINISTRO-OPER NEXT
                   AT END MOVE 10 TO SINOPER-STATUS
                 END-READ
               END-IF
               PERFORM 2310-CONFERE-SINISTRO UNTIL SINOPER-STATUS = 10
               CLOSE SINISTRO-OPER
               MOVE 0 TO SINOPER-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2310-CONFERE-SINISTRO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             IF SO-OPER-REGISTRO NOT = SPACES
               IF SO-OPER-REGISTRO = SO-OPER-DECISAO
                 ADD 1 TO WRK-QT-TRANS-CONFL
                 MOVE SPACES TO RELAT-SOD-REG
                 STRING '  SINISTRO=' SO-SINISTRO
                        ' OPERADOR=' SO-OPER-REGISTRO
                        ' REGISTROU E DECIDIU ' SO-DECISAO
                        ' EM ' SO-DT-DECISAO
                        DELIMITED BY SIZE INTO RELAT-SOD-REG
                 WRITE RELAT-SOD-REG
               END-IF
               IF SO-OPER-REGISTRO = SO-OPER-SUPERV
                 ADD 1 TO WRK-QT-TRANS-CONFL
                 MOVE SPACES TO RELAT-SOD-REG
                 STRING '  SINISTRO=' SO-SINISTRO
                        ' OPERADOR=' SO-OPER-REGISTRO
                        ' REGISTROU E LIBEROU COMO SUPERVISOR EM '
                        SO-DT-REGISTRO
                        DELIMITED BY SIZE INTO RELAT-SOD-REG
                 WRITE RELAT-SOD-REG
               END-IF
             END-IF.
             READ SINISTRO-OPER NEXT
               AT END MOVE 10 TO SINOPER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-RESPONDE-RECERT - O GESTOR SE IDENTIFICA COM A SENHA E
      *>  RESPONDE, OPERADOR A OPERADOR, OS PENDENTES DO CICLO DO
      *>  TRIMESTRE: C CONFIRMA O PERFIL ATUAL, R REVOGA (TODAS AS
      *>  OPCOES E ALCADAS PASSAM A N), EM BRANCO DEIXA PARA DEPOIS.
      *>  NINGUEM RESPONDE POR SI MESMO.
      *>  --------------------------------------------------------------
       3000-RESPONDE-RECERT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-RESPONDIDOS.
             MOVE WRK-CICLO-ATUAL TO WRK-CICLO-ALVO.
             PERFORM 3050-IDENTIFICA-GESTOR.
             IF WRK-GESTOR-OK = 'S'
               OPEN I-O RECERTIFICACAO
               IF RECERT-STATUS NOT = 0
                 DISPLAY '*** NENHUM CICLO DE RECERTIFICACAO ABERTO ***'
                 MOVE 0 TO RECERT-STATUS
               ELSE
                 OPEN I-O OPERADORES
                 PERFORM 3060-POSICIONA-CICLO
                 PERFORM 3100-RESPONDE-OPERADOR
                   UNTIL RECERT-STATUS = 10
                 CLOSE OPERADORES RECERTIFICACAO
                 MOVE 0 TO RECERT-STATUS OPER-STATUS
               END-IF
               DISPLAY 'OPERADORES RESPONDIDOS: ' WRK-QT-RESPONDIDOS
             END-IF.
      *>  --------------------------------------------------------------
       3050-IDENTIFICA-GESTOR.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-GESTOR-OK.
             DISPLAY 'OPERADOR GESTOR.................: '.
             ACCEPT WRK-GESTOR.
             DISPLAY 'SENHA DO GESTOR.................: '.
             ACCEPT WRK-SENHA.
             OPEN INPUT OPERADORES.
             IF OPER-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE OPERADORES INDISPONIVEL ***'
             ELSE
               MOVE WRK-GESTOR TO OP-ID
               READ OPERADORES
                 INVALID KEY
                   DISPLAY '*** OPERADOR OU SENHA INVALIDOS ***'
                 NOT INVALID KEY
                   IF OP-BLOQUEADO = 'B'
                     DISPLAY '*** OPERADOR BLOQUEADO ***'
                   ELSE
                     PERFORM 9500-HASH-SENHA
                     IF WRK-HASH = OP-SENHA-HASH
                       MOVE 'S' TO WRK-GESTOR-OK
                     ELSE
                       DISPLAY '*** OPERADOR OU SENHA INVALIDOS ***'
                     END-IF
                   END-IF
               END-READ
               CLOSE OPERADORES
             END-IF.
             MOVE 0 TO OPER-STATUS.
      *>  --------------------------------------------------------------
      *>  3060-POSICIONA-CICLO - PRIMEIRO REGISTRO DO CICLO ALVO NO
      *>  RECERT.TXT; RECERT-STATUS = 10 QUANDO O CICLO ACABA.
      *>  --------------------------------------------------------------
       3060-POSICIONA-CICLO.
      *>  --------------------------------------------------------------
             MOVE WRK-CICLO-ALVO TO RC-CICLO.
             MOVE LOW-VALUES TO RC-OPERADOR.
             START RECERTIFICACAO KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY MOVE 10 TO RECERT-STATUS
             END-START.
             PERFORM 3070-LE-PROXIMO.
      *>  --------------------------------------------------------------
       3070-LE-PROXIMO.
      *>  --------------------------------------------------------------
             IF RECERT-STATUS NOT = 10
               READ RECERTIFICACAO NEXT
                 AT END MOVE 10 TO RECERT-STATUS
               END-READ
               IF RECERT-STATUS NOT = 10
                  AND RC-CICLO NOT = WRK-CICLO-ALVO
                 MOVE 10 TO RECERT-STATUS
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3100-RESPONDE-OPERADOR.
      *>  --------------------------------------------------------------
             IF RC-PENDENTE AND RC-GESTOR = WRK-GESTOR
                AND RC-OPERADOR NOT = WRK-GESTOR
               MOVE RC-OPERADOR TO OP-ID
               READ OPERADORES
                 INVALID KEY
                   DISPLAY '*** OPERADOR ' RC-OPERADOR
                           ' NAO ESTA MAIS NO CADASTRO ***'
                 NOT INVALID KEY
                   PERFORM 3200-PERGUNTA-GESTOR
               END-READ
             END-IF.
             PERFORM 3070-LE-PROXIMO.
      *>  --------------------------------------------------------------
       3200-PERGUNTA-GESTOR.
      *>  --------------------------------------------------------------
             PERFORM 1400-CONTA-CONFLITOS.
             DISPLAY '---------------------------------------'.
             DISPLAY 'OPERADOR.........: ' OP-ID.
             DISPLAY 'PERFIL 01-12.....: ' OP-PERFIL
                     ' ALCADAS 13-15: ' OP-AUTORIZA.
             DISPLAY 'CONFLITOS........: ' WRK-QT-CONFLITOS.
             DISPLAY 'C-CONFIRMA R-REVOGA (BRANCO = DEPOIS): '.
             MOVE SPACES TO WRK-RESPOSTA.
             ACCEPT WRK-RESPOSTA.
             EVALUATE WRK-RESPOSTA
               WHEN 'C'
                 MOVE 'C' TO RC-SITUACAO
                 PERFORM 3300-GRAVA-RESPOSTA
               WHEN 'R'
                 MOVE 'R' TO RC-SITUACAO
                 MOVE 'NNNNNNNNNNNN' TO OP-PERFIL
                 MOVE 'NNN' TO OP-AUTORIZA
                 PERFORM 3300-GRAVA-RESPOSTA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3300-GRAVA-RESPOSTA - A RESPOSTA FICA NO RECERT COM O PERFIL
      *>  QUE FOI CONFIRMADO OU REVOGADO; O OPERADOR GANHA A DATA DA
      *>  RECERTIFICACAO.
      *>  --------------------------------------------------------------
       3300-GRAVA-RESPOSTA.
      *>  --------------------------------------------------------------
             MOVE OP-PERFIL TO RC-PERFIL.
             MOVE OP-AUTORIZA TO RC-AUTORIZA.
             MOVE WRK-QT-CONFLITOS TO RC-QT-CONFLITOS.
             MOVE WRK-GESTOR TO RC-RESPONDENTE.
             MOVE WRK-DATA-HOJE TO RC-DT-RESPOSTA.
             REWRITE RECERT-MASTER-REG.
             MOVE WRK-DATA-HOJE TO OP-DT-RECERT.
             REWRITE OPERADORES-REG.
             ADD 1 TO WRK-QT-RESPONDIDOS.
      *>  --------------------------------------------------------------
      *>  4000-ABRE-CICLO - UM PENDENTE POR OPERADOR NAO BLOQUEADO
      *>  (MENOS O ADMIN) NO CICLO ALVO, COM O GESTOR DO CADASTRO; SEM
      *>  GESTOR, OU GESTOR DELE MESMO, QUEM RESPONDE E O ADMIN.
      *>  REABRIR O MESMO CICLO SO INCLUI QUEM AINDA NAO ESTAVA NELE.
      *>  --------------------------------------------------------------
       4000-ABRE-CICLO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ABERTOS.
             OPEN I-O RECERTIFICACAO.
             IF RECERT-STATUS = 35
               OPEN OUTPUT RECERTIFICACAO
               CLOSE RECERTIFICACAO
               OPEN I-O RECERTIFICACAO
             END-IF.
             OPEN INPUT OPERADORES.
             IF OPER-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE OPERADORES INDISPONIVEL ***'
               MOVE 0 TO OPER-STATUS
             ELSE
               MOVE LOW-VALUES TO OP-ID
               START OPERADORES KEY IS NOT LESS THAN OP-ID
                 INVALID KEY MOVE 10 TO OPER-STATUS
               END-START
               IF OPER-STATUS NOT = 10
                 READ OPERADORES NEXT
                   AT END MOVE 10 TO OPER-STATUS
                 END-READ
               END-IF
               PERFORM 4100-INCLUI-NO-CICLO UNTIL OPER-STATUS = 10
               CLOSE OPERADORES
               MOVE 0 TO OPER-STATUS
             END-IF.
             CLOSE RECERTIFICACAO.
             MOVE 0 TO RECERT-STATUS.
             DISPLAY 'CICLO ' WRK-CICLO-ALVO ' ABERTO - OPERADORES'
                     ' INCLUIDOS: ' WRK-QT-ABERTOS.
      *>  --------------------------------------------------------------
       4100-INCLUI-NO-CICLO.
      *>  --------------------------------------------------------------
             IF OP-ID NOT = 'ADMIN' AND OP-BLOQUEADO NOT = 'B'
               MOVE WRK-CICLO-ALVO TO RC-CICLO
               MOVE OP-ID TO RC-OPERADOR
               READ RECERTIFICACAO
                 INVALID KEY
                   PERFORM 4200-GRAVA-PENDENTE
                 NOT INVALID KEY
                   CONTINUE
               END-READ
             END-IF.
             READ OPERADORES NEXT
               AT END MOVE 10 TO OPER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4200-GRAVA-PENDENTE.
      *>  --------------------------------------------------------------
             PERFORM 1400-CONTA-CONFLITOS.
             MOVE SPACES TO RECERT-MASTER-REG.
             MOVE WRK-CICLO-ALVO TO RC-CICLO.
             MOVE OP-ID TO RC-OPERADOR.
             IF OP-GESTOR = SPACES OR OP-GESTOR = OP-ID
               MOVE 'ADMIN' TO RC-GESTOR
             ELSE
               MOVE OP-GESTOR TO RC-GESTOR
             END-IF.
             MOVE OP-PERFIL TO RC-PERFIL.
             MOVE OP-AUTORIZA TO RC-AUTORIZA.
             MOVE WRK-QT-CONFLITOS TO RC-QT-CONFLITOS.
             MOVE WRK-DATA-HOJE TO RC-DT-ABERTURA.
             MOVE 'P' TO RC-SITUACAO.
             MOVE 0 TO RC-DT-RESPOSTA.
             WRITE RECERT-MASTER-REG.
             ADD 1 TO WRK-QT-ABERTOS.
      *>  --------------------------------------------------------------
      *>  5000-FECHA-CICLO - FECHAMENTO DO TRIMESTRE: O QUE FICOU
      *>  PENDENTE NO CICLO ATUAL E BLOQUEADO NO CADASTRO DE
      *>  OPERADORES (SO O ADMIN DESBLOQUEIA, PELO MENU-PRINCIPAL),
      *>  TODO O CICLO VAI PARA O RELRECRT.TXT E O CICLO DO TRIMESTRE
      *>  SEGUINTE E ABERTO.
      *>  --------------------------------------------------------------
       5000-FECHA-CICLO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-CT-LIDOS WRK-CT-REJEITADOS.
             MOVE 0 TO WRK-QT-CONFIRMADOS WRK-QT-REVOGADOS.
             MOVE 0 TO WRK-QT-BLOQUEADOS.
             MOVE WRK-CICLO-ATUAL TO WRK-CICLO-ALVO.
             OPEN OUTPUT RELAT-RECERT.
             MOVE SPACES TO RELAT-RECERT-REG.
             STRING 'RECERTIFICACAO DE ACESSOS - CICLO ' WRK-CICLO-ALVO
                    ' - FECHADO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-RECERT-REG.
             WRITE RELAT-RECERT-REG.
             OPEN I-O RECERTIFICACAO.
             IF RECERT-STATUS NOT = 0
               MOVE '*** NENHUM CICLO DE RECERTIFICACAO ABERTO ***'
                 TO RELAT-RECERT-REG
               WRITE RELAT-RECERT-REG
               MOVE 0 TO RECERT-STATUS
             ELSE
               OPEN I-O OPERADORES
               PERFORM 3060-POSICIONA-CICLO
               PERFORM 5100-FECHA-OPERADOR UNTIL RECERT-STATUS = 10
               CLOSE OPERADORES RECERTIFICACAO
               MOVE 0 TO RECERT-STATUS OPER-STATUS
             END-IF.
             MOVE SPACES TO RELAT-RECERT-REG.
             STRING 'CONFIRMADOS=' WRK-QT-CONFIRMADOS
                    ' REVOGADOS=' WRK-QT-REVOGADOS
                    ' BLOQUEADOS SEM CONFIRMACAO=' WRK-QT-BLOQUEADOS
                    DELIMITED BY SIZE INTO RELAT-RECERT-REG.
             WRITE RELAT-RECERT-REG.
             CLOSE RELAT-RECERT.
             MOVE WRK-QT-BLOQUEADOS TO WRK-ED-QT.
             DISPLAY 'CICLO ' WRK-CICLO-ALVO ' FECHADO - BLOQUEADOS: '
                     WRK-ED-QT ' (RELRECRT.TXT)'.
             MOVE WRK-QT-BLOQUEADOS TO WRK-CT-REJEITADOS.
             MOVE 'SEGFUNC  ' TO WRK-CT-PROGRAMA.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             IF WRK-TRIMESTRE = 4
               COMPUTE WRK-CICLO-ALVO = (WRK-ANO + 1) * 10 + 1
             ELSE
               COMPUTE WRK-CICLO-ALVO = WRK-CICLO-ATUAL + 1
             END-IF.
             PERFORM 4000-ABRE-CICLO.
      *>  --------------------------------------------------------------
       5100-FECHA-OPERADOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             EVALUATE TRUE
               WHEN RC-CONFIRMADO
                 ADD 1 TO WRK-QT-CONFIRMADOS
               WHEN RC-REVOGADO
                 ADD 1 TO WRK-QT-REVOGADOS
               WHEN RC-PENDENTE
                 PERFORM 5200-BLOQUEIA-OPERADOR
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             MOVE SPACES TO RELAT-RECERT-REG.
             STRING '  OPERADOR=' RC-OPERADOR
                    ' GESTOR=' RC-GESTOR
                    ' PERFIL=' RC-PERFIL
                    ' ALCADAS=' RC-AUTORIZA
                    ' CONFLITOS=' RC-QT-CONFLITOS
                    ' SITUACAO=' RC-SITUACAO
                    ' POR ' RC-RESPONDENTE
                    ' EM ' RC-DT-RESPOSTA
                    DELIMITED BY SIZE INTO RELAT-RECERT-REG.
             WRITE RELAT-RECERT-REG.
             PERFORM 3070-LE-PROXIMO.
      *>  --------------------------------------------------------------
       5200-BLOQUEIA-OPERADOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-BLOQUEADOS.
             MOVE 'B' TO RC-SITUACAO.
             MOVE 'SEGFUNC' TO RC-RESPONDENTE.
             MOVE WRK-DATA-HOJE TO RC-DT-RESPOSTA.
             REWRITE RECERT-MASTER-REG.
             MOVE RC-OPERADOR TO OP-ID.
             READ OPERADORES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'B' TO OP-BLOQUEADO
                 REWRITE OPERADORES-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  9500-HASH-SENHA - MESMO HASH POLINOMIAL DO MENU-PRINCIPAL,
      *>  PARA A SENHA DIGITADA BATER COM O HASH DO CADASTRO.
      *>  --------------------------------------------------------------
       9500-HASH-SENHA.
      *>  --------------------------------------------------------------
             MOVE 7 TO WRK-HASH.
             PERFORM 9510-HASH-CARACTERE
               VARYING WRK-HASH-IDX FROM 1 BY 1
               UNTIL WRK-HASH-IDX > 10.
      *>  --------------------------------------------------------------
       9510-HASH-CARACTERE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-HASH-POS.
             PERFORM 9520-PROCURA-NO-ALFABETO
               VARYING WRK-HASH-SCAN FROM 1 BY 1
               UNTIL WRK-HASH-SCAN > 38.
             COMPUTE WRK-HASH-AUX =
                     (WRK-HASH * 31) + WRK-HASH-POS + 1.
             DIVIDE WRK-HASH-AUX BY 999999937
               GIVING WRK-HASH-RESTO REMAINDER WRK-HASH.
      *>  --------------------------------------------------------------
       9520-PROCURA-NO-ALFABETO.
      *>  --------------------------------------------------------------
             IF WRK-ALFABETO(WRK-HASH-SCAN:1) =
                WRK-SENHA-CHAR(WRK-HASH-IDX)
               MOVE WRK-HASH-SCAN TO WRK-HASH-POS
             END-IF.
      *>  --------------------------------------------------------------
      *>  9970-GRAVA-CTRL-TOTAIS - LIDOS E EXCECOES DA EXECUCAO NO
      *>  CTRLTOT.TXT, COMO OS DEMAIS BATCHES.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE WRK-CT-PROGRAMA TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             IF WRK-CT-REJEITADOS > WRK-CT-LIDOS
               MOVE WRK-CT-LIDOS TO WRK-CT-REJEITADOS
             END-IF.
             COMPUTE CT-PROCESSADOS =
                     WRK-CT-LIDOS - WRK-CT-REJEITADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE 0 TO CT-VALOR-IN CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
