      ***   (BENEFICIOS.TXT), COM O BLOCO DE ENDERECO DO
      ***   CADASTRO PARA ENVIO POR CORREIO E OS CHAMADOS EM
      ***   ABERTO NA CENTRAL (CHAMADOS.TXT). ACEITA UM CLIENTE
      ***   OU O PARAMETRO ALL PARA TODOS EM LOTE. NA CONSULTA DE
      ***   UM CLIENTE, SE PEDIDO, O EXTRATO TRAZ TAMBEM O HISTORICO
      ***   JA ARQUIVADO (MOVARQ.TXT): PAGAMENTOS DOS CONTRATOS,
      ***   PARCELAS DAS APOLICES E CONVERSOES DE CAMBIO DO CLIENTE.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             FILE STATUS IS PERFIL-STATUS
             RECORD KEY IS CP-CLI-ID.
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
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CHAMADOS-STATUS
             RECORD KEY IS CH-NUMERO.
           SELECT MOVIMENTO-ARQUIVO ASSIGN TO 'C:\COBOL\MOVARQ.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOVARQ-STATUS.
           SELECT EXTRATO ASSIGN TO 'C:\COBOL\EXTRATO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXTRATO-STATUS.
            05 CP-FAIXA-REGIME     PIC 9(01).
            05 CP-CONTADOR         PIC 9(03).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD BENEFICIOS.
       01 BENEFICIOS-REG           PIC X(120).
       FD CHAMADOS.
                88 CH-ENCERRADO        VALUE 'E'.
            05 CH-DT-ENCERRA       PIC 9(08).
            05 CH-SOLUCAO          PIC X(30).
       FD MOVIMENTO-ARQUIVO.
       COPY 'MOVARQ-MASTER.CBL'.
       FD EXTRATO.
       01 EXTRATO-REG              PIC X(120).
      *>  --------------------------------------------------------------
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 CHAMADOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 MOVARQ-STATUS    PIC 9(02) VALUE ZEROS.
       77 EXTRATO-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-BATE   PIC X(01) VALUE 'N'.
           88 LINHA-DO-CLIENTE            VALUE 'S'.
           88 LINHA-DE-OUTRO              VALUE 'N'.
       77 WRK-CONSULTA-ARQ PIC X(01) VALUE 'N'.
       77 WRK-QT-CTR-CLI   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-APL-CLI   PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ARQ      PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-ARQ    PIC X(01) VALUE 'N'.
       01 WRK-LINHA        PIC X(140) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  CONTRATOS E APOLICES DO CLIENTE, GUARDADOS NAS SECOES DO
      *>  EXTRATO PARA ACHAR O MOVIMENTO DELES NO ARQUIVO MORTO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CTR-CLI.
            05 WRK-CC-CONTRATO     PIC 9(08) OCCURS 50 TIMES.
       01 WRK-TAB-APL-CLI.
            05 WRK-CA-APOLICE      PIC 9(08) OCCURS 50 TIMES.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             ELSE
               DISPLAY 'CODIGO DO CLIENTE..: '
               ACCEPT WRK-CLI-ID
               DISPLAY 'CONSULTAR ARQUIVO MORTO (S/N)..: '
               ACCEPT WRK-CONSULTA-ARQ
               MOVE WRK-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-EXTRATO-CLIENTE - MONTA O EXTRATO DE UM CLIENTE: BLOCO
      *>  DE ENDERECO, PERFIL DE CARTAO, AS SECOES DE CONTRATOS E
      *>  APOLICES LIDAS PELA CHAVE ALTERNATIVA DO CLIENTE E AS
      *>  COTACOES DE BENEFICIO GARIMPADAS DO ARQUIVO DE MOVIMENTO
      *>  PELA MARCA CLIENTE=NNNNN.
      *>  --------------------------------------------------------------
       2000-EXTRATO-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE CLI-ID TO WRK-CLI-ID.
             MOVE CLI-ID TO WRK-CLI-ID-TX.
             MOVE 0 TO WRK-NUM-PAGINA.
             MOVE 0 TO WRK-QT-CTR-CLI.
             MOVE 0 TO WRK-QT-APL-CLI.
             PERFORM 2100-CABECALHO-PAGINA.
             PERFORM 2200-BLOCO-ENDERECO.
             PERFORM 2300-SECAO-CARTAO.
             MOVE 'CHAMADOS EM ABERTO' TO WRK-LINHA.
             PERFORM 2400-TITULO-SECAO.
             PERFORM 2750-SECAO-CHAMADOS.
             IF WRK-CONSULTA-ARQ = 'S' OR WRK-CONSULTA-ARQ = 's'
               MOVE 'HISTORICO ARQUIVADO' TO WRK-LINHA
               PERFORM 2400-TITULO-SECAO
               PERFORM 2850-SECAO-ARQUIVO
             END-IF.
             MOVE SPACES TO WRK-LINHA.
             PERFORM 2900-GRAVA-LINHA.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE WRK-CLI-ID TO CTR-CLI-ID
               START CONTRATOS KEY IS = CTR-CLI-ID
                 INVALID KEY
                   MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 READ CONTRATOS NEXT
                   AT END MOVE 10 TO CONTRATOS-STATUS
                 END-READ
               END-IF
               PERFORM 2510-LINHA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
      *>  --------------------------------------------------------------
       2510-LINHA-CONTRATO.
      *>  --------------------------------------------------------------
             IF CTR-CLI-ID NOT = WRK-CLI-ID
               MOVE 10 TO CONTRATOS-STATUS
             ELSE
               ADD 1 TO WRK-QT-LINHAS-SECAO
               IF WRK-QT-CTR-CLI < 50
                 ADD 1 TO WRK-QT-CTR-CLI
                 MOVE CTR-NUMERO TO WRK-CC-CONTRATO(WRK-QT-CTR-CLI)
               END-IF
               MOVE SPACES TO WRK-LINHA
               STRING '  CONTRATO=' CTR-NUMERO
                      ' DATA=' CTR-DT-CONTRATO
                      ' MODAL=' CTR-MODALIDADE
                      ' VALOR=' CTR-VALOR
                      ' PRAZO=' CTR-PRAZO
                      ' PARCELA=' CTR-PC-VALOR(1)
                      ' SITUACAO=' CTR-SITUACAO
                 DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 2900-GRAVA-LINHA
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       2600-SECAO-APOLICES.
      *>  --------------------------------------------------------------
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE WRK-CLI-ID TO APL-CLI-ID
               START APOLICES KEY IS = APL-CLI-ID
                 INVALID KEY
                   MOVE 10 TO APOLICES-STATUS
               END-START
               IF APOLICES-STATUS NOT = 10
                 READ APOLICES NEXT
                   AT END MOVE 10 TO APOLICES-STATUS
                 END-READ
               END-IF
               PERFORM 2610-LINHA-APOLICE UNTIL APOLICES-STATUS = 10
               CLOSE APOLICES
               MOVE 0 TO APOLICES-STATUS
      *>  --------------------------------------------------------------
       2610-LINHA-APOLICE.
      *>  --------------------------------------------------------------
             IF APL-CLI-ID NOT = WRK-CLI-ID
               MOVE 10 TO APOLICES-STATUS
             ELSE
               ADD 1 TO WRK-QT-LINHAS-SECAO
               IF WRK-QT-APL-CLI < 50
                 ADD 1 TO WRK-QT-APL-CLI
                 MOVE APL-NUMERO TO WRK-CA-APOLICE(WRK-QT-APL-CLI)
               END-IF
               MOVE SPACES TO WRK-LINHA
               STRING '  APOLICE=' APL-NUMERO
                      ' RAMO=' APL-RAMO
                      ' EMISSAO=' APL-DT-EMISSAO
                      ' BEM=' APL-VL-BEM
                      ' PREMIO=' APL-PREMIO
                      ' CONTRATO=' APL-CONTRATO
                 DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 2900-GRAVA-LINHA
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       2700-SECAO-BENEFICIOS.
      *>  --------------------------------------------------------------
               PERFORM 2900-GRAVA-LINHA
             END-IF.
      *>  --------------------------------------------------------------
      *>  2850-SECAO-ARQUIVO - VARRE O ARQUIVO MORTO ATRAS DO MOVIMENTO
      *>  DO CLIENTE JA RETIRADO DOS ARQUIVOS VIVOS: PAGAMENTOS DOS
      *>  CONTRATOS E PARCELAS DAS APOLICES LISTADOS ACIMA E LINHAS DO
      *>  LOG DE CAMBIO COM A MARCA CLIENTE=NNNNN, CADA UMA COM A DATA
      *>  EM QUE FOI ARQUIVADA.
      *>  --------------------------------------------------------------
       2850-SECAO-ARQUIVO.
      *>  --------------------------------------------------------------
             OPEN INPUT MOVIMENTO-ARQUIVO.
             IF MOVARQ-STATUS = 0
               READ MOVIMENTO-ARQUIVO
                 AT END MOVE 10 TO MOVARQ-STATUS
               END-READ
               PERFORM 2860-LINHA-ARQUIVO UNTIL MOVARQ-STATUS = 10
               CLOSE MOVIMENTO-ARQUIVO
             END-IF.
             MOVE 0 TO MOVARQ-STATUS.
             PERFORM 2800-SECAO-VAZIA.
      *>  --------------------------------------------------------------
       2860-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
             IF MA-DETALHE
               EVALUATE TRUE
                 WHEN MA-EMPPAGOS
                   PERFORM 2870-PAGAMENTO-ARQUIVADO
                 WHEN MA-SEGPARC
                   PERFORM 2880-PARCELA-ARQUIVADA
                 WHEN MA-MOEDALOG
                   PERFORM 2890-CAMBIO-ARQUIVADO
               END-EVALUATE
             END-IF.
             READ MOVIMENTO-ARQUIVO
               AT END MOVE 10 TO MOVARQ-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2870-PAGAMENTO-ARQUIVADO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU-ARQ.
             PERFORM 2875-COMPARA-CONTRATO
               VARYING WRK-IDX-ARQ FROM 1 BY 1
               UNTIL WRK-IDX-ARQ > WRK-QT-CTR-CLI
                  OR WRK-ACHOU-ARQ = 'S'.
             IF WRK-ACHOU-ARQ = 'S'
               ADD 1 TO WRK-QT-LINHAS-SECAO
               MOVE SPACES TO WRK-LINHA
               STRING '  ARQ ' MA-DT-ARQUIVO
                      ' CONTRATO=' MA-EP-CONTRATO
                      ' PARCELA=' MA-EP-PARCELA
                      ' PAGO EM ' MA-EP-DT-PAGAMENTO
                      ' VALOR=' MA-EP-VL-PAGO
                      ' MORA=' MA-EP-JUROS-MORA
                      ' MULTA=' MA-EP-MULTA
                 DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 2900-GRAVA-LINHA
             END-IF.
      *>  --------------------------------------------------------------
       2875-COMPARA-CONTRATO.
      *>  --------------------------------------------------------------
             IF WRK-CC-CONTRATO(WRK-IDX-ARQ) = MA-EP-CONTRATO
               MOVE 'S' TO WRK-ACHOU-ARQ
             END-IF.
      *>  --------------------------------------------------------------
       2880-PARCELA-ARQUIVADA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU-ARQ.
             PERFORM 2885-COMPARA-APOLICE
               VARYING WRK-IDX-ARQ FROM 1 BY 1
               UNTIL WRK-IDX-ARQ > WRK-QT-APL-CLI
                  OR WRK-ACHOU-ARQ = 'S'.
             IF WRK-ACHOU-ARQ = 'S'
               ADD 1 TO WRK-QT-LINHAS-SECAO
               MOVE SPACES TO WRK-LINHA
               STRING '  ARQ ' MA-DT-ARQUIVO
                      ' APOLICE=' MA-SP-APOLICE
                      ' PARCELA=' MA-SP-PARCELA
                      ' VENCTO=' MA-SP-VENCIMENTO
                      ' VALOR=' MA-SP-VALOR
                      ' SITUACAO=' MA-SP-SITUACAO
                      ' PAGO EM ' MA-SP-DT-PAGAMENTO
                 DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 2900-GRAVA-LINHA
             END-IF.
      *>  --------------------------------------------------------------
       2885-COMPARA-APOLICE.
      *>  --------------------------------------------------------------
             IF WRK-CA-APOLICE(WRK-IDX-ARQ) = MA-SP-APOLICE
               MOVE 'S' TO WRK-ACHOU-ARQ
             END-IF.
      *>  --------------------------------------------------------------
       2890-CAMBIO-ARQUIVADO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE MA-DADOS TO WRK-LINHA.
             PERFORM 2950-PROCURA-CLIENTE-LINHA.
             IF LINHA-DO-CLIENTE
               ADD 1 TO WRK-QT-LINHAS-SECAO
               MOVE SPACES TO WRK-LINHA
               STRING '  ARQ ' MA-DT-ARQUIVO ' ' MA-DADOS(1:105)
                 DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 2900-GRAVA-LINHA
             END-IF.
      *>  --------------------------------------------------------------
      *>  2900-GRAVA-LINHA - GRAVA UMA LINHA DO EXTRATO QUEBRANDO DE
      *>  PAGINA A CADA 50 LINHAS, COM CABECALHO REPETIDO.
      *>  --------------------------------------------------------------
