      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = INFORME ANUAL DE RENDIMENTOS POR
      ***   CLIENTE: CONSOLIDA NO ANO-BASE OS RENDIMENTOS E IR RETIDO
      ***   DOS RESGATES DE INVESTIMENTO (RESGLOG.TXT) E DO
      ***   COME-COTAS SEMESTRAL DOS FUNDOS (COMECLOG.TXT), OS JUROS
      ***   PAGOS NOS EMPRESTIMOS (EMPPAGOS.TXT CASADO COM O
      ***   CRONOGRAMA DE CONTRATO.TXT) E OS BENEFICIOS DE
      ***   APOSENTADORIA CONCEDIDOS (BENEFICIOS.TXT), E EMITE UM
      ***   INFORME POR CLIENTE COM CPF E ENDERECO DO CADASTRO
      ***   (CLIENTE.TXT) MAIS A PAGINA DE TOTAIS DE CONTROLE DA
      ***   RODADA (INFORMIR.TXT) - ACABA A MONTAGEM DE JANEIRO EM
      ***   TRES TELAS. COM PARM BATCH (PASSO DO PRIMEIRO DIA UTIL
      ***   DE JANEIRO NA GRADE DO JOBSCHED) O ANO-BASE E O ANTERIOR,
      ***   SEM PERGUNTAR. PARA ANO-BASE ANTERIOR AO ANO PASSADO OS
      ***   PAGAMENTOS DE EMPRESTIMO JA ARQUIVADOS (ARQMOVTO) SAO
      ***   LIDOS TAMBEM DO ARQUIVO MORTO (MOVARQ.TXT).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT RESGATE-LOG ASSIGN TO 'C:\COBOL\RESGLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RESGLOG-STATUS.
           SELECT COMECOTA-LOG ASSIGN TO 'C:\COBOL\COMECLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COMECLOG-STATUS.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT MOVIMENTO-ARQUIVO ASSIGN TO 'C:\COBOL\MOVARQ.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOVARQ-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT BENEFICIOS ASSIGN TO 'C:\COBOL\BENEFICIOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BENEF-STATUS.
            05 RG-RENDIMENTO   PIC 9(07)V99.
            05 RG-IR           PIC 9(07)V99.
            05 RG-LIQUIDO      PIC 9(09)V99.
       FD COMECOTA-LOG.
       01 COMECOTA-LOG-REG.
            05 CL-DATA         PIC 9(08).
            05 CL-CLI-ID       PIC 9(05).
            05 CL-SEQ          PIC 9(03).
            05 CL-PRODUTO      PIC 9(01).
            05 CL-RENDIMENTO   PIC 9(09)V99.
            05 CL-IR           PIC 9(07)V99.
            05 CL-SALDO        PIC 9(09)V99.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD MOVIMENTO-ARQUIVO.
       COPY 'MOVARQ-MASTER.CBL'.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD BENEFICIOS.
       01 BENEFICIOS-REG          PIC X(120).
       FD CLIENTE-MASTER.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 RESGLOG-STATUS   PIC 9(02) VALUE ZEROS.
       77 COMECLOG-STATUS  PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 MOVARQ-STATUS    PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 INFORME-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-BASE     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-AUX      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ARQUIVO  PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-AUX    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CLIENTES  PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-BUSCA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PG-ANO    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PG       PIC 9(03) VALUE ZEROS.
       77 WRK-P-CONTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-JUROS      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CLI-CONTRATO PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-BEN      PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-MARCA  PIC X(01) VALUE 'N'.
       77 WRK-VL-BENEFICIO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-REND     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IR       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IR-CC    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-BENEF    PIC 9(11)V99 VALUE ZEROS.
       01 WRK-LINHA        PIC X(140) VALUE SPACES.
                10 WRK-CLI-CODIGO    PIC 9(05).
                10 WRK-CLI-REND      PIC 9(09)V99.
                10 WRK-CLI-IR        PIC 9(09)V99.
                10 WRK-CLI-IR-CC     PIC 9(09)V99.
                10 WRK-CLI-JUROS     PIC 9(09)V99.
                10 WRK-CLI-BENEF     PIC 9(09)V99.
       01 WRK-TAB-PG-ANO.
                10 WRK-PGA-ENCARGOS  PIC 9(07)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE 0 TO WRK-ANO-BASE.
             IF WRK-PARM-EXEC NOT = 'BATCH'
               DISPLAY 'ANO-BASE DO INFORME (0=ANO ANTERIOR): '
               ACCEPT WRK-ANO-BASE
             END-IF.
             IF WRK-ANO-BASE = 0
               COMPUTE WRK-ANO-BASE = (WRK-DATA-HOJE / 10000) - 1
             END-IF.
             PERFORM 1000-SOMA-RESGATES.
             PERFORM 1500-SOMA-COMECOTAS.
             PERFORM 2000-SOMA-JUROS-EMPRESTIMO.
             PERFORM 3000-SOMA-BENEFICIOS.
             PERFORM 4000-EMITE-INFORMES.
             DISPLAY 'INFORMES DO ANO ' WRK-ANO-BASE ': '
                     WRK-QT-CLIENTES ' CLIENTES (INFORMIR.TXT)'.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-SOMA-RESGATES.
      *>  --------------------------------------------------------------
               AT END MOVE 10 TO RESGLOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1500-SOMA-COMECOTAS - EVENTOS DE COME-COTAS DO ANO: O
      *>  RENDIMENTO TRIBUTADO E O IR RETIDO ENTRAM NOS TOTAIS DE
      *>  INVESTIMENTO (O RESGATE SO REGISTRA O QUE SOBROU DEPOIS DO
      *>  ULTIMO EVENTO) E O IR DO COME-COTAS SAI DESTACADO.
      *>  --------------------------------------------------------------
       1500-SOMA-COMECOTAS.
      *>  --------------------------------------------------------------
             OPEN INPUT COMECOTA-LOG.
             IF COMECLOG-STATUS = 0
               READ COMECOTA-LOG
                 AT END MOVE 10 TO COMECLOG-STATUS
               END-READ
               PERFORM 1510-SOMA-UM-EVENTO
                 UNTIL COMECLOG-STATUS = 10
               CLOSE COMECOTA-LOG
             END-IF.
             MOVE 0 TO COMECLOG-STATUS.
      *>  --------------------------------------------------------------
       1510-SOMA-UM-EVENTO.
      *>  --------------------------------------------------------------
             DIVIDE CL-DATA BY 10000 GIVING WRK-ANO-AUX.
             IF WRK-ANO-AUX = WRK-ANO-BASE
               MOVE CL-CLI-ID TO WRK-CLI-BUSCA
               PERFORM 8000-ACHA-OU-CRIA-CLIENTE
               IF WRK-ACHOU = 'S'
                 ADD CL-RENDIMENTO TO WRK-CLI-REND(WRK-IDX)
                 ADD CL-IR TO WRK-CLI-IR(WRK-IDX)
                 ADD CL-IR TO WRK-CLI-IR-CC(WRK-IDX)
               END-IF
             END-IF.
             READ COMECOTA-LOG
               AT END MOVE 10 TO COMECLOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-SOMA-JUROS-EMPRESTIMO - JUROS PAGOS NO ANO = JUROS DO
      *>  CRONOGRAMA DAS PARCELAS LIQUIDADAS NO ANO MAIS A MORA E A
      *>  MULTA DO LEDGER. DOIS PASSOS: CARREGA OS PAGAMENTOS DO ANO,
      *>  DEPOIS VARRE O CRONOGRAMA CASANDO CONTRATO/PARCELA E CLIENTE.
      *>  O REGISTRO DE TRANSPORTE (PARCELA 00) NAO E PAGAMENTO DO ANO.
      *>  --------------------------------------------------------------
       2000-SOMA-JUROS-EMPRESTIMO.
      *>  --------------------------------------------------------------
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
             COMPUTE WRK-ANO-ARQUIVO = (WRK-DATA-HOJE / 10000) - 1.
             IF WRK-ANO-BASE < WRK-ANO-ARQUIVO
               PERFORM 2050-CARREGA-ARQUIVO-MORTO
             END-IF.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2200-CASA-CRONOGRAMA
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
      *>  --------------------------------------------------------------
      *>  2050-CARREGA-ARQUIVO-MORTO - PAGAMENTOS DO ANO-BASE QUE O
      *>  ARQUIVAMENTO ANUAL JA RETIROU DO EMPPAGOS.TXT.
      *>  --------------------------------------------------------------
       2050-CARREGA-ARQUIVO-MORTO.
      *>  --------------------------------------------------------------
             OPEN INPUT MOVIMENTO-ARQUIVO.
             IF MOVARQ-STATUS = 0
               READ MOVIMENTO-ARQUIVO
                 AT END MOVE 10 TO MOVARQ-STATUS
               END-READ
               PERFORM 2060-CARREGA-PG-ARQUIVADO
                 UNTIL MOVARQ-STATUS = 10
               CLOSE MOVIMENTO-ARQUIVO
             END-IF.
             MOVE 0 TO MOVARQ-STATUS.
      *>  --------------------------------------------------------------
       2060-CARREGA-PG-ARQUIVADO.
      *>  --------------------------------------------------------------
             IF MA-EMPPAGOS AND MA-DETALHE
               DIVIDE MA-EP-DT-PAGAMENTO BY 10000 GIVING WRK-ANO-AUX
               IF WRK-ANO-AUX = WRK-ANO-BASE AND WRK-QT-PG-ANO < 300
                  AND MA-EP-PARCELA NOT = 00
                 ADD 1 TO WRK-QT-PG-ANO
                 MOVE MA-EP-CONTRATO TO WRK-PGA-CONTRATO(WRK-QT-PG-ANO)
                 MOVE MA-EP-PARCELA TO WRK-PGA-PARCELA(WRK-QT-PG-ANO)
                 COMPUTE WRK-PGA-ENCARGOS(WRK-QT-PG-ANO) =
                         MA-EP-JUROS-MORA + MA-EP-MULTA
               END-IF
             END-IF.
             READ MOVIMENTO-ARQUIVO
               AT END MOVE 10 TO MOVARQ-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2100-CARREGA-PG-ANO.
      *>  --------------------------------------------------------------
             DIVIDE EP-DT-PAGAMENTO BY 10000 GIVING WRK-ANO-AUX.
             IF WRK-ANO-AUX = WRK-ANO-BASE AND WRK-QT-PG-ANO < 300
                AND EP-PARCELA NOT = 00
               ADD 1 TO WRK-QT-PG-ANO
               MOVE EP-CONTRATO TO WRK-PGA-CONTRATO(WRK-QT-PG-ANO)
               MOVE EP-PARCELA TO WRK-PGA-PARCELA(WRK-QT-PG-ANO)
      *>  --------------------------------------------------------------
       2200-CASA-CRONOGRAMA.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-P-CONTRATO.
             MOVE CTR-CLI-ID TO WRK-CLI-CONTRATO.
             IF WRK-CLI-CONTRATO NOT = 0
               PERFORM 2210-CASA-PARCELA
                 VARYING WRK-P-PARCELA FROM 1 BY 1
                 UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2210-CASA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-JUROS(WRK-P-PARCELA) TO WRK-P-JUROS.
             PERFORM 2300-PROCURA-PG-ANO.
      *>  --------------------------------------------------------------
       2300-PROCURA-PG-ANO.
      *>  --------------------------------------------------------------
                    ' BENEFICIOS=' WRK-TOT-BENEF
                    DELIMITED BY SIZE INTO INFORME-REG.
             WRITE INFORME-REG.
             MOVE SPACES TO INFORME-REG.
             STRING 'IR-RETIDO NO COME-COTAS=' WRK-TOT-IR-CC
                    DELIMITED BY SIZE INTO INFORME-REG.
             WRITE INFORME-REG.
             CLOSE INFORME CLIENTE-MASTER.
             MOVE 0 TO CLIENTE-STATUS.
      *>  --------------------------------------------------------------
             STRING 'RENDIMENTOS DE INVESTIMENTO='
                    WRK-CLI-REND(WRK-IDX)
                    ' IR RETIDO=' WRK-CLI-IR(WRK-IDX)
                    ' (COME-COTAS=' WRK-CLI-IR-CC(WRK-IDX) ')'
                    DELIMITED BY SIZE INTO INFORME-REG.
             WRITE INFORME-REG.
             MOVE SPACES TO INFORME-REG.
             WRITE INFORME-REG.
             ADD WRK-CLI-REND(WRK-IDX) TO WRK-TOT-REND.
             ADD WRK-CLI-IR(WRK-IDX) TO WRK-TOT-IR.
             ADD WRK-CLI-IR-CC(WRK-IDX) TO WRK-TOT-IR-CC.
             ADD WRK-CLI-JUROS(WRK-IDX) TO WRK-TOT-JUROS.
             ADD WRK-CLI-BENEF(WRK-IDX) TO WRK-TOT-BENEF.
      *>  --------------------------------------------------------------
               MOVE WRK-CLI-BUSCA TO WRK-CLI-CODIGO(WRK-IDX)
               MOVE ZEROS TO WRK-CLI-REND(WRK-IDX)
               MOVE ZEROS TO WRK-CLI-IR(WRK-IDX)
               MOVE ZEROS TO WRK-CLI-IR-CC(WRK-IDX)
               MOVE ZEROS TO WRK-CLI-JUROS(WRK-IDX)
               MOVE ZEROS TO WRK-CLI-BENEF(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
