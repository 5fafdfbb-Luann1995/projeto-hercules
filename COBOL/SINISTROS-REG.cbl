      ***   SITUACAO) NO ARQUIVO DETALHE SINDET.TXT, ATUALIZACAO
      ***   AUTOMATICA DO CONTADOR SIN-QTD-SINISTROS QUE O
      ***   PREMIO-SEG USA NA PRECIFICACAO, E CONSULTA DOS
      ***   SINISTROS DE UM CLIENTE. A DATA DE REGISTRO
      ***   (SD-DT-REGISTRO) E GRAVADA NA ENTRADA E ALIMENTA O
      ***   TRIANGULO DE IBNR DO SEGPROV. O SINISTRO E VINCULADO A
      ***   APOLICE DO CLIENTE (E AO VEICULO, NO AUTO) EM SINAPOL.TXT
      ***   E SO E APROVADO DEPOIS DE PONTUADO PELO SINFRAUD E, SE
      ***   FOI PARA A FILA DE INVESTIGACAO, COM ELA ENCERRADA.
      ***   QUEM REGISTRA PRECISA DA ALCADA 14 E QUEM APROVA OU NEGA
      ***   (E O SUPERVISOR DA APOLICE SUSPENSA) DA ALCADA 15 NO
      ***   CADASTRO DE OPERADORES; OS OPERADORES DE CADA SINISTRO
      ***   FICAM EM SINOPER.TXT PARA A SEGREGACAO DE FUNCOES.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT APOLICE-SUSP ASSIGN TO 'C:\COBOL\APOLSUSP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SUSP-STATUS
             RECORD KEY IS SS-APOLICE.
           SELECT SINISTRO-APOLICE ASSIGN TO 'C:\COBOL\SINAPOL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SINAPOL-STATUS
             RECORD KEY IS SA-SINISTRO.
           SELECT FRAUDES ASSIGN TO 'C:\COBOL\SINFRAUD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FRAUDE-STATUS
             RECORD KEY IS FR-SINISTRO.
           SELECT VEICULOS ASSIGN TO 'C:\COBOL\VEICULOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS VEICULOS-STATUS
             RECORD KEY IS VE-CHAVE.
           SELECT SINISTRO-OPER ASSIGN TO 'C:\COBOL\SINOPER.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SINOPER-STATUS
             RECORD KEY IS SO-SINISTRO.
           SELECT OPERADORES ASSIGN TO 'C:\COBOL\OPERADOR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
                88 SD-APROVADO         VALUE 'P'.
                88 SD-NEGADO           VALUE 'N'.
                88 SD-PAGO             VALUE 'G'.
            05 SD-DT-REGISTRO      PIC 9(08).
       FD SINISTRO-CTRL.
       01 SINISTRO-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(08).
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD APOLICE-SUSP.
       01 APOLICE-SUSP-REG.
            05 SS-APOLICE        PIC 9(08).
            05 SS-DT-SUSPENSAO   PIC 9(08).
            05 SS-DT-REATIVACAO  PIC 9(08).
            05 SS-SITUACAO       PIC X(01).
       FD SINISTRO-APOLICE.
       COPY 'SINAPOL-MASTER.CBL'.
       FD FRAUDES.
       COPY 'FRAUDE-MASTER.CBL'.
       FD VEICULOS.
       COPY 'VEICULO-MASTER.CBL'.
       FD SINISTRO-OPER.
       COPY 'SINOPER-MASTER.CBL'.
       FD OPERADORES.
       01 OPERADORES-REG.
            05 OP-ID           PIC X(10).
            05 OP-PERFIL       PIC X(12).
            05 OP-FALHAS       PIC 9(01).
            05 OP-BLOQUEADO    PIC X(01).
            05 OP-AUTORIZA     PIC X(03).
            05 OP-GESTOR       PIC X(10).
            05 OP-DT-RECERT    PIC 9(08).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 WRK-SUSP-OK      PIC X(01) VALUE 'N'.
       77 OPER-STATUS      PIC 9(02) VALUE ZEROS.
       77 WRK-SUPERVISOR   PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 SINAPOL-STATUS   PIC 9(02) VALUE ZEROS.
       77 FRAUDE-STATUS    PIC 9(02) VALUE ZEROS.
       77 VEICULOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-APOLICE  PIC 9(08) VALUE ZEROS.
       77 WRK-ITEM-FROTA   PIC 9(03) VALUE ZEROS.
       77 WRK-PLACA        PIC X(07) VALUE SPACES.
       77 WRK-APOLICE-OK   PIC X(01) VALUE 'N'.
       77 WRK-FRAUDE-OK    PIC X(01) VALUE 'N'.
       77 SINOPER-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-OPER-REGISTRO PIC X(10) VALUE SPACES.
       77 WRK-OPER-DECISAO PIC X(10) VALUE SPACES.
       77 WRK-OPER-ALVO    PIC X(10) VALUE SPACES.
       77 WRK-POS-ALCADA   PIC 9(01) VALUE ZEROS.
       77 WRK-OPER-OK      PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  CAMPOS DO HASH DE SENHA, NA MESMA RECEITA DO MENU-PRINCIPAL:
      *>  A SENHA NUNCA E GUARDADA NEM COMPARADA EM CLARO.
       01 WRK-SENHA        PIC X(10) VALUE SPACES.
       01 WRK-SENHA-R REDEFINES WRK-SENHA.
           05 WRK-SENHA-CHAR OCCURS 10 TIMES PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             PERFORM 0050-ABRE-ARQUIVOS.
             ACCEPT SD-TIPO.
             DISPLAY 'VALOR ESTIMADO R$..............: '.
             ACCEPT SD-VALOR-ESTIMADO.
             DISPLAY 'OPERADOR QUE REGISTRA..........: '.
             ACCEPT WRK-OPER-REGISTRO.
             MOVE WRK-OPER-REGISTRO TO WRK-OPER-ALVO.
             MOVE 2 TO WRK-POS-ALCADA.
             PERFORM 1050-VALIDA-OPERADOR.
             IF SD-CLI-ID = 0 OR SD-DATA = 0
                OR SD-TIPO < 1 OR SD-TIPO > 4
               DISPLAY '*** DADOS DO SINISTRO INVALIDOS ***'
             ELSE
               IF WRK-OPER-OK = 'N'
                 DISPLAY '*** OPERADOR INVALIDO, BLOQUEADO OU SEM'
                         ' ALCADA ***'
               ELSE
                 PERFORM 1400-CONFERE-APOLICE
                 IF WRK-APOLICE-OK = 'N'
                   DISPLAY '*** REGISTRO RECUSADO - APOLICE INVALIDA'
                           ' ***'
                 ELSE
                   PERFORM 1500-CONFERE-SUSPENSAO
                   IF WRK-SUSPENSA = 'S' AND WRK-SUSP-OK = 'N'
                     DISPLAY '*** REGISTRO RECUSADO - APOLICE SUSPENSA'
                             ' ***'
                   ELSE
                     PERFORM 1600-GRAVA-SINISTRO
                   END-IF
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1050-VALIDA-OPERADOR - OPERADOR EXISTENTE, NAO BLOQUEADO E
      *>  COM A ALCADA PEDIDA (POSICAO DE OP-AUTORIZA: 2 REGISTRA
      *>  SINISTRO, 3 APROVA SINISTRO). CADASTRO ANTIGO, COM AS
      *>  ALCADAS AINDA EM BRANCO, CONTINUA VALENDO ATE O ADMIN
      *>  DEFINI-LAS.
      *>  --------------------------------------------------------------
       1050-VALIDA-OPERADOR.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-OPER-OK.
             OPEN INPUT OPERADORES.
             IF OPER-STATUS = 0
               MOVE WRK-OPER-ALVO TO OP-ID
               READ OPERADORES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF OP-BLOQUEADO NOT = 'B'
                      AND OP-AUTORIZA(WRK-POS-ALCADA:1) NOT = 'N'
                     MOVE 'S' TO WRK-OPER-OK
                   END-IF
               END-READ
               CLOSE OPERADORES
             END-IF.
             MOVE 0 TO OPER-STATUS.
      *>  --------------------------------------------------------------
      *>  1400-CONFERE-APOLICE - A APOLICE DO SINISTRO TEM DE SER DO
      *>  CLIENTE. NO AUTO A PLACA VEM DO VEICULO SEGURADO (ITEM 001,
      *>  OU O ITEM INFORMADO NA FROTA).
      *>  --------------------------------------------------------------
       1400-CONFERE-APOLICE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-APOLICE-OK.
             MOVE 0 TO WRK-ITEM-FROTA.
             MOVE SPACES TO WRK-PLACA.
             DISPLAY 'NUMERO DA APOLICE..............: '.
             ACCEPT WRK-NUM-APOLICE.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE APOLICES INDISPONIVEL ***'
             ELSE
               MOVE WRK-NUM-APOLICE TO APL-NUMERO
               READ APOLICES
                 INVALID KEY
                   DISPLAY '*** APOLICE NAO ENCONTRADA ***'
                 NOT INVALID KEY
                   IF APL-CLI-ID NOT = SD-CLI-ID
                     DISPLAY '*** APOLICE NAO PERTENCE AO CLIENTE ***'
                   ELSE
                     MOVE 'S' TO WRK-APOLICE-OK
                     IF APL-AUTO
                       PERFORM 1410-LE-VEICULO
                     END-IF
                   END-IF
               END-READ
               CLOSE APOLICES
             END-IF.
             MOVE 0 TO APOLICES-STATUS.
      *>  --------------------------------------------------------------
       1410-LE-VEICULO.
      *>  --------------------------------------------------------------
             MOVE 1 TO WRK-ITEM-FROTA.
             IF APL-E-FROTA
               DISPLAY 'ITEM DO VEICULO NA FROTA.......: '
               ACCEPT WRK-ITEM-FROTA
             END-IF.
             OPEN INPUT VEICULOS.
             IF VEICULOS-STATUS = 0
               MOVE APL-NUMERO TO VE-APOLICE
               MOVE WRK-ITEM-FROTA TO VE-ITEM
               READ VEICULOS
                 INVALID KEY
                   IF APL-E-FROTA
                     DISPLAY '*** ITEM NAO ENCONTRADO NA FROTA ***'
                     MOVE 'N' TO WRK-APOLICE-OK
                   END-IF
                 NOT INVALID KEY
                   MOVE VE-PLACA TO WRK-PLACA
               END-READ
               CLOSE VEICULOS
             END-IF.
             MOVE 0 TO VEICULOS-STATUS.
      *>  --------------------------------------------------------------
      *>  1500-CONFERE-SUSPENSAO - SE O CLIENTE TEM APOLICE SUSPENSA
      *>  POR INADIMPLENCIA (APOLSUSP.TXT, MANTIDO PELO SEGSUSP), O
      *>  REGISTRO DO SINISTRO AVISA E SO SEGUE COM O PIN DO
             ELSE
               OPEN INPUT APOLICES
               IF APOLICES-STATUS = 0
                 MOVE SD-CLI-ID TO APL-CLI-ID
                 START APOLICES KEY IS = APL-CLI-ID
                   INVALID KEY MOVE 10 TO APOLICES-STATUS
                 END-START
                 PERFORM 1520-LE-APOLICE-CLIENTE
                 PERFORM 1510-CONFERE-APOLICE
                   UNTIL APOLICES-STATUS = 10
                 CLOSE APOLICES
      *>  1550-VALIDA-SUPERVISOR - A LIBERACAO EXIGE OPERADOR DO
      *>  CADASTRO OPERADOR.TXT (O MESMO DO MENU-PRINCIPAL E DA
      *>  LIBERACAO DE EMPRESTIMO): OPERADOR EXISTENTE, NAO
      *>  BLOQUEADO, COM A ALCADA 15 E COM A SENHA CONFERIDA PELO
      *>  HASH.
      *>  --------------------------------------------------------------
       1550-VALIDA-SUPERVISOR.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-SUPERVISOR.
             OPEN INPUT OPERADORES.
             IF OPER-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE OPERADORES INDISPONIVEL -'
                 INVALID KEY
                   DISPLAY '*** OPERADOR OU SENHA INVALIDOS ***'
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN OP-BLOQUEADO = 'B'
                       DISPLAY '*** OPERADOR BLOQUEADO ***'
                     WHEN OP-AUTORIZA(3:1) = 'N'
                       DISPLAY '*** SUPERVISOR SEM ALCADA DE SINISTRO'
                               ' ***'
                     WHEN OTHER
                       PERFORM 9500-HASH-SENHA
                       IF WRK-HASH = OP-SENHA-HASH
                         MOVE 'S' TO WRK-SUSP-OK
                       ELSE
                         DISPLAY '*** OPERADOR OU SENHA INVALIDOS ***'
                       END-IF
                   END-EVALUATE
               END-READ
               CLOSE OPERADORES
               MOVE 0 TO OPER-STATUS
      *>  --------------------------------------------------------------
       1510-CONFERE-APOLICE.
      *>  --------------------------------------------------------------
             MOVE APL-NUMERO TO SS-APOLICE.
             READ APOLICE-SUSP
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF SS-SITUACAO = 'S'
                   MOVE 'S' TO WRK-SUSPENSA
                 END-IF
             END-READ.
             PERFORM 1520-LE-APOLICE-CLIENTE.
      *>  --------------------------------------------------------------
       1520-LE-APOLICE-CLIENTE.
      *>  --------------------------------------------------------------
             IF APOLICES-STATUS NOT = 10
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               IF APOLICES-STATUS NOT = 10
                  AND APL-CLI-ID NOT = SD-CLI-ID
                 MOVE 10 TO APOLICES-STATUS
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1600-GRAVA-SINISTRO.
      *>  --------------------------------------------------------------
             MOVE WRK-NUM-SINISTRO TO SD-NUMERO.
             MOVE ZEROS TO SD-CUSTO-REPARO.
             MOVE 'A' TO SD-SITUACAO.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-DATA-HOJE TO SD-DT-REGISTRO.
             WRITE SINISTROS-DETALHE-REG
               INVALID KEY
                 DISPLAY '*** SINISTRO JA EXISTE ***'
               NOT INVALID KEY
                 DISPLAY 'SINISTRO REGISTRADO - NUMERO: ' SD-NUMERO
                 PERFORM 1650-GRAVA-VINCULO
             END-WRITE.
      *>  --------------------------------------------------------------
       1650-GRAVA-VINCULO.
      *>  --------------------------------------------------------------
             OPEN I-O SINISTRO-APOLICE.
             IF SINAPOL-STATUS = 35
               OPEN OUTPUT SINISTRO-APOLICE
               CLOSE SINISTRO-APOLICE
               OPEN I-O SINISTRO-APOLICE
             END-IF.
             MOVE SPACES TO SINAPOL-MASTER-REG.
             MOVE SD-NUMERO       TO SA-SINISTRO.
             MOVE WRK-NUM-APOLICE TO SA-APOLICE.
             MOVE WRK-ITEM-FROTA  TO SA-ITEM.
             MOVE WRK-PLACA       TO SA-PLACA.
             WRITE SINAPOL-MASTER-REG
               INVALID KEY
                 REWRITE SINAPOL-MASTER-REG
             END-WRITE.
             CLOSE SINISTRO-APOLICE.
             MOVE 0 TO SINAPOL-STATUS.
             PERFORM 1660-GRAVA-OPERADORES.
      *>  --------------------------------------------------------------
      *>  1660-GRAVA-OPERADORES - QUEM REGISTROU E, COM APOLICE
      *>  SUSPENSA, O SUPERVISOR QUE LIBEROU (SINOPER.TXT).
      *>  --------------------------------------------------------------
       1660-GRAVA-OPERADORES.
      *>  --------------------------------------------------------------
             OPEN I-O SINISTRO-OPER.
             IF SINOPER-STATUS = 35
               OPEN OUTPUT SINISTRO-OPER
               CLOSE SINISTRO-OPER
               OPEN I-O SINISTRO-OPER
             END-IF.
             MOVE SPACES TO SINOPER-MASTER-REG.
             MOVE SD-NUMERO         TO SO-SINISTRO.
             MOVE WRK-OPER-REGISTRO TO SO-OPER-REGISTRO.
             MOVE WRK-DATA-HOJE     TO SO-DT-REGISTRO.
             IF WRK-SUSPENSA = 'S'
               MOVE WRK-SUPERVISOR TO SO-OPER-SUPERV
             END-IF.
             MOVE 0 TO SO-DT-DECISAO.
             WRITE SINOPER-MASTER-REG
               INVALID KEY
                 REWRITE SINOPER-MASTER-REG
             END-WRITE.
             CLOSE SINISTRO-OPER.
             MOVE 0 TO SINOPER-STATUS.
      *>  --------------------------------------------------------------
      *>  2000-ATUALIZA-SITUACAO - MOVE O SINISTRO NO FLUXO ABERTO ->
      *>  APROVADO/NEGADO -> PAGO. NO MOMENTO EM QUE O SINISTRO E
      *>  APROVADO, O CONTADOR DO CLIENTE NO SINISTROS-MASTER E
      *>  INCREMENTADO - E DEIXA DE SER UM NUMERO DIGITADO NA MAO.
      *>  APROVAR OU NEGAR EXIGE OPERADOR COM A ALCADA 15.
      *>  --------------------------------------------------------------
       2000-ATUALIZA-SITUACAO.
      *>  --------------------------------------------------------------
                         ' SITUACAO ' SD-SITUACAO
                 DISPLAY 'NOVA SITUACAO (P-APROVADO N-NEGADO G-PAGO): '
                 ACCEPT WRK-SITUACAO-NOVA
                 MOVE 'S' TO WRK-OPER-OK
                 IF WRK-SITUACAO-NOVA = 'P' OR WRK-SITUACAO-NOVA = 'N'
                   DISPLAY 'OPERADOR QUE DECIDE............: '
                   ACCEPT WRK-OPER-DECISAO
                   MOVE WRK-OPER-DECISAO TO WRK-OPER-ALVO
                   MOVE 3 TO WRK-POS-ALCADA
                   PERFORM 1050-VALIDA-OPERADOR
                 END-IF
                 IF WRK-OPER-OK = 'N'
                   DISPLAY '*** OPERADOR INVALIDO, BLOQUEADO OU SEM'
                           ' ALCADA ***'
                 ELSE
                   PERFORM 2100-APLICA-SITUACAO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       2100-APLICA-SITUACAO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN WRK-SITUACAO-NOVA = 'P' AND SD-ABERTO
                 PERFORM 2150-CONFERE-FRAUDE
                 IF WRK-FRAUDE-OK = 'S'
                   MOVE 'P' TO SD-SITUACAO
                   REWRITE SINISTROS-DETALHE-REG
                   PERFORM 2200-INCREMENTA-MASTER
                   PERFORM 2250-GRAVA-DECISAO
                   DISPLAY 'SINISTRO APROVADO'
                 END-IF
               WHEN WRK-SITUACAO-NOVA = 'N' AND SD-ABERTO
                 MOVE 'N' TO SD-SITUACAO
                 REWRITE SINISTROS-DETALHE-REG
                 PERFORM 2250-GRAVA-DECISAO
                 DISPLAY 'SINISTRO NEGADO'
               WHEN WRK-SITUACAO-NOVA = 'G' AND SD-APROVADO
                 MOVE 'G' TO SD-SITUACAO
               WHEN OTHER
                 DISPLAY '*** TRANSICAO DE SITUACAO INVALIDA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  2150-CONFERE-FRAUDE - SO APROVA O SINISTRO JA PONTUADO PELO
      *>  SINFRAUD: ABAIXO DO LIMITE, OU COM A INVESTIGACAO ENCERRADA
      *>  COMO IMPROCEDENTE. FRAUDE CONFIRMADA SO ADMITE A NEGATIVA.
      *>  --------------------------------------------------------------
       2150-CONFERE-FRAUDE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-FRAUDE-OK.
             OPEN INPUT FRAUDES.
             IF FRAUDE-STATUS NOT = 0
               DISPLAY '*** SINISTRO AINDA NAO PONTUADO PELO SINFRAUD'
                       ' - APROVACAO RECUSADA ***'
             ELSE
               MOVE SD-NUMERO TO FR-SINISTRO
               READ FRAUDES
                 INVALID KEY
                   DISPLAY '*** SINISTRO AINDA NAO PONTUADO PELO'
                           ' SINFRAUD - APROVACAO RECUSADA ***'
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN FR-ABAIXO-LIMITE
                       MOVE 'S' TO WRK-FRAUDE-OK
                     WHEN FR-ENCERRADA AND FR-IMPROCEDENTE
                       MOVE 'S' TO WRK-FRAUDE-OK
                     WHEN FR-ENCERRADA
                       DISPLAY '*** FRAUDE CONFIRMADA NA INVESTIGACAO'
                               ' - APROVACAO RECUSADA ***'
                     WHEN OTHER
                       DISPLAY '*** SINISTRO EM INVESTIGACAO DE FRAUDE'
                               ' (' FR-PONTOS ' PONTOS) - APROVACAO'
                               ' RECUSADA ***'
                   END-EVALUATE
               END-READ
               CLOSE FRAUDES
             END-IF.
             MOVE 0 TO FRAUDE-STATUS.
      *>  --------------------------------------------------------------
       2200-INCREMENTA-MASTER.
      *>  --------------------------------------------------------------
                 ADD 1 TO SIN-QTD-SINISTROS
                 REWRITE SINISTROS-MASTER-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  2250-GRAVA-DECISAO - QUEM APROVOU OU NEGOU, E QUANDO. O
      *>  SINISTRO REGISTRADO ANTES DO SINOPER GANHA O REGISTRO AQUI,
      *>  SEM QUEM REGISTROU.
      *>  --------------------------------------------------------------
       2250-GRAVA-DECISAO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN I-O SINISTRO-OPER.
             IF SINOPER-STATUS = 35
               OPEN OUTPUT SINISTRO-OPER
               CLOSE SINISTRO-OPER
               OPEN I-O SINISTRO-OPER
             END-IF.
             MOVE SD-NUMERO TO SO-SINISTRO.
             READ SINISTRO-OPER
               INVALID KEY
                 MOVE SPACES TO SINOPER-MASTER-REG
                 MOVE SD-NUMERO TO SO-SINISTRO
                 MOVE 0 TO SO-DT-REGISTRO
                 MOVE WRK-OPER-DECISAO TO SO-OPER-DECISAO
                 MOVE WRK-DATA-HOJE TO SO-DT-DECISAO
                 MOVE SD-SITUACAO TO SO-DECISAO
                 WRITE SINOPER-MASTER-REG
               NOT INVALID KEY
                 MOVE WRK-OPER-DECISAO TO SO-OPER-DECISAO
                 MOVE WRK-DATA-HOJE TO SO-DT-DECISAO
                 MOVE SD-SITUACAO TO SO-DECISAO
                 REWRITE SINOPER-MASTER-REG
             END-READ.
             CLOSE SINISTRO-OPER.
             MOVE 0 TO SINOPER-STATUS.
      *>  --------------------------------------------------------------
       3000-CONSULTA-CLIENTE.
      *>  --------------------------------------------------------------
