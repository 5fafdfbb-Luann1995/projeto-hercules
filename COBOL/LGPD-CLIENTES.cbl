      ***   CLIENTES SEM MOVIMENTO (SEM CONTRATO, APOLICE OU
      ***   COTACAO DE BENEFICIO) HA N ANOS E ANONIMIZA, SOB
      ***   PEDIDO, UM CLIENTE NOMEADO - APAGANDO NOME E CPF E
      ***   PRESERVANDO O HISTORICO NUMERICO DOS RELATORIOS. A
      ***   MESMA RETENCAO VALE PARA O ARQUIVO MORTO DOS LEDGERS
      ***   (MOVARQ.TXT): MOVIMENTO MAIS ANTIGO QUE N ANOS E
      ***   EXPURGADO E CONTADO NO TRAILER DO SEGMENTO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARQUIVO-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT BENEFICIOS ASSIGN TO 'C:\COBOL\BENEFICIOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BENEF-STATUS.
           SELECT MOVIMENTO-ARQUIVO ASSIGN TO 'C:\COBOL\MOVARQ.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOVARQ-STATUS.
           SELECT MOVARQ-TRABALHO ASSIGN TO 'C:\COBOL\MOVARQW.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOVTRAB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       FD CLIENTE-ARQUIVO.
       01 CLIENTE-ARQUIVO-REG      PIC X(200).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD BENEFICIOS.
       01 BENEFICIOS-REG           PIC X(120).
       FD MOVIMENTO-ARQUIVO.
       COPY 'MOVARQ-MASTER.CBL'.
       FD MOVARQ-TRABALHO.
       01 MOVARQ-TRABALHO-REG      PIC X(200).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 MOVARQ-STATUS    PIC 9(02) VALUE ZEROS.
       77 MOVTRAB-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-ANOS-RETENCAO PIC 9(02) VALUE 5.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-ARQUIVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CANDIDATOS PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-QT-EXPURGADOS PIC 9(09) VALUE ZEROS.
       77 WRK-QT-EXPURGO-SEG PIC 9(09) VALUE ZEROS.
       77 WRK-IDX-CAND     PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-MOVIMENTO PIC X(01) VALUE 'N'.
           88 CLIENTE-COM-MOVIMENTO      VALUE 'S'.
             PERFORM 0050-ABRE-CLIENTES.
             IF WRK-PARM-EXEC = 'BATCH'
               PERFORM 1000-ARQUIVAMENTO
               PERFORM 1500-EXPURGA-ARQUIVO-MORTO
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE CLIENTE-MASTER.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-CLIENTES.
      *>  --------------------------------------------------------------
             DISPLAY 'RETENCAO DE DADOS DE CLIENTES (LGPD)'.
             DISPLAY '1 - ARQUIVAR CLIENTES SEM MOVIMENTO'.
             DISPLAY '2 - ANONIMIZAR CLIENTE'.
             DISPLAY '3 - EXPURGAR HISTORICO ARQUIVADO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
                 PERFORM 1000-ARQUIVAMENTO
               WHEN 2
                 PERFORM 2000-ANONIMIZA
               WHEN 3
                 DISPLAY 'ANOS DE RETENCAO DO HISTORICO..: '
                 ACCEPT WRK-ANOS-RETENCAO
                 PERFORM 1500-EXPURGA-ARQUIVO-MORTO
               WHEN 9
                 CONTINUE
               WHEN OTHER
             END-READ.
      *>  --------------------------------------------------------------
      *>  1200-CONFERE-MOVIMENTO - PROCURA O CLIENTE NOS TRES ARQUIVOS
      *>  DE MOVIMENTO: CONTRATOS E APOLICES PELA CHAVE ALTERNATIVA DO
      *>  CLIENTE; BENEFICIOS PELA MARCA CLIENTE=NNNNN QUE O PROGRAMA
      *>  GERADOR GRAVA EM CADA REGISTRO.
      *>  --------------------------------------------------------------
       1200-CONFERE-MOVIMENTO.
      *>  --------------------------------------------------------------
             MOVE WRK-CLI-ID TO WRK-CLI-ID-TX.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               PERFORM 1210-PROCURA-CONTRATO
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
             IF CLIENTE-SEM-MOVIMENTO
               OPEN INPUT APOLICES
               IF APOLICES-STATUS = 0
                 PERFORM 1220-PROCURA-APOLICE
                 CLOSE APOLICES
               END-IF
               MOVE 0 TO APOLICES-STATUS
             END-IF.
             IF CLIENTE-SEM-MOVIMENTO
               OPEN INPUT BENEFICIOS
      *>  --------------------------------------------------------------
       1210-PROCURA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE WRK-CLI-ID TO CTR-CLI-ID.
             START CONTRATOS KEY IS = CTR-CLI-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET CLIENTE-COM-MOVIMENTO TO TRUE
             END-START.
      *>  --------------------------------------------------------------
       1220-PROCURA-APOLICE.
      *>  --------------------------------------------------------------
             MOVE WRK-CLI-ID TO APL-CLI-ID.
             START APOLICES KEY IS = APL-CLI-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET CLIENTE-COM-MOVIMENTO TO TRUE
             END-START.
      *>  --------------------------------------------------------------
       1230-PROCURA-BENEFICIO.
      *>  --------------------------------------------------------------
             WRITE CLIENTE-ARQUIVO-REG.
             CLOSE CLIENTE-ARQUIVO.
      *>  --------------------------------------------------------------
      *>  1500-EXPURGA-ARQUIVO-MORTO - COPIA O MOVARQ.TXT PARA O
      *>  ARQUIVO DE TRABALHO DEIXANDO DE FORA OS DETALHES CUJO
      *>  MOVIMENTO E MAIS ANTIGO QUE A RETENCAO; CABECALHOS E
      *>  TRAILERS FICAM, E O TRAILER DE CADA SEGMENTO SOMA OS
      *>  DETALHES EXPURGADOS DELE. SO DEVOLVE SE EXPURGOU ALGO.
      *>  --------------------------------------------------------------
       1500-EXPURGA-ARQUIVO-MORTO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             COMPUTE WRK-DATA-LIMITE =
                     WRK-DATA-HOJE - (WRK-ANOS-RETENCAO * 10000).
             MOVE 0 TO WRK-QT-EXPURGADOS.
             MOVE 0 TO WRK-QT-EXPURGO-SEG.
             OPEN INPUT MOVIMENTO-ARQUIVO.
             IF MOVARQ-STATUS NOT = 0
               DISPLAY 'SEM HISTORICO ARQUIVADO (MOVARQ.TXT)'
             ELSE
               OPEN OUTPUT MOVARQ-TRABALHO
               READ MOVIMENTO-ARQUIVO
                 AT END MOVE 10 TO MOVARQ-STATUS
               END-READ
               PERFORM 1510-EXPURGA-UM-REGISTRO
                 UNTIL MOVARQ-STATUS = 10
               CLOSE MOVIMENTO-ARQUIVO MOVARQ-TRABALHO
               IF WRK-QT-EXPURGADOS > 0
                 PERFORM 1520-DEVOLVE-ARQUIVO-MORTO
               END-IF
               DISPLAY 'MOVIMENTOS ARQUIVADOS EXPURGADOS: '
                       WRK-QT-EXPURGADOS
             END-IF.
             MOVE 0 TO MOVARQ-STATUS.
      *>  --------------------------------------------------------------
       1510-EXPURGA-UM-REGISTRO.
      *>  --------------------------------------------------------------
             IF MA-CABECALHO
               MOVE 0 TO WRK-QT-EXPURGO-SEG
             END-IF.
             IF MA-DETALHE
                AND MA-DT-MOVIMENTO > 0
                AND MA-DT-MOVIMENTO < WRK-DATA-LIMITE
               ADD 1 TO WRK-QT-EXPURGO-SEG
               ADD 1 TO WRK-QT-EXPURGADOS
             ELSE
               IF MA-TRAILER
                 ADD WRK-QT-EXPURGO-SEG TO MA-T-QT-EXPURGADOS
                 MOVE 0 TO WRK-QT-EXPURGO-SEG
               END-IF
               MOVE MOVARQ-REG TO MOVARQ-TRABALHO-REG
               WRITE MOVARQ-TRABALHO-REG
             END-IF.
             READ MOVIMENTO-ARQUIVO
               AT END MOVE 10 TO MOVARQ-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1520-DEVOLVE-ARQUIVO-MORTO.
      *>  --------------------------------------------------------------
             OPEN INPUT MOVARQ-TRABALHO.
             OPEN OUTPUT MOVIMENTO-ARQUIVO.
             READ MOVARQ-TRABALHO
               AT END MOVE 10 TO MOVTRAB-STATUS
             END-READ.
             PERFORM 1530-DEVOLVE-UM-REGISTRO
               UNTIL MOVTRAB-STATUS = 10.
             CLOSE MOVARQ-TRABALHO MOVIMENTO-ARQUIVO.
             MOVE 0 TO MOVTRAB-STATUS.
      *>  --------------------------------------------------------------
       1530-DEVOLVE-UM-REGISTRO.
      *>  --------------------------------------------------------------
             MOVE MOVARQ-TRABALHO-REG TO MOVARQ-REG.
             WRITE MOVARQ-REG.
             READ MOVARQ-TRABALHO
               AT END MOVE 10 TO MOVTRAB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-ANONIMIZA - ATENDE O PEDIDO DE ANONIMIZACAO DE UM
      *>  TITULAR: APAGA NOME, CPF, CONTA BANCARIA E O BLOCO DE
      *>  ENDERECO E CONTATO DO REGISTRO, MANTENDO O CODIGO E OS
      *>  VALORES NUMERICOS DE QUE OS RELATORIOS HISTORICOS PRECISAM.
      *>  --------------------------------------------------------------
       2000-ANONIMIZA.
      *>  --------------------------------------------------------------
                 MOVE SPACES TO CLI-UF
                 MOVE ZEROS TO CLI-CEP
                 MOVE ZEROS TO CLI-TELEFONE
                 MOVE ZEROS TO CLI-BANCO CLI-AGENCIA
                 MOVE SPACES TO CLI-CONTA
                 REWRITE CLIENTE-MASTER-REG
                 MOVE 'ANONIMO' TO WRK-AUD-EVENTO
                 PERFORM 9775-GRAVA-AUD-CLIENTE
