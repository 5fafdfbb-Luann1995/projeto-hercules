       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-P-CONTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-VENC       PIC 9(08) VALUE ZEROS.
       77 WRK-P-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-TOT-PROVISAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ANTERIOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MOVIMENTO    PIC S9(11)V99 VALUE ZEROS.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
             PERFORM 6000-GRAVA-RETRATO.
             DISPLAY 'PDD DO MES ' WRK-MES-ATUAL ': '
                     WRK-TOT-PROVISAO ' (RELPDD.TXT)'.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-MONTA-BANDAS.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
      *>  2000-APURA-CONTRATOS - UMA LINHA DE TABELA POR CONTRATO COM
      *>  SALDO EM ABERTO E MAIOR ATRASO. CONTRATO LIQUIDADO (PARCELA
      *>  99 NO LEDGER) OU BAIXADO PARA PREJUIZO (EMPPREJU) NAO ENTRA.
      *>  --------------------------------------------------------------
       2000-APURA-CONTRATOS.
      *>  --------------------------------------------------------------
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2100-AVALIA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             END-IF.
             MOVE 0 TO LIBER-STATUS.
      *>  --------------------------------------------------------------
       2100-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-P-CONTRATO.
             MOVE WRK-P-CONTRATO TO WRK-CHECA-CONTR.
             PERFORM 2600-CONFERE-LIBERACAO.
             MOVE 99 TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
                AND WRK-NAO-EFETIVADO = 'N'
                AND NOT CTR-EM-PREJUIZO
               PERFORM 2200-ACHA-OU-CRIA-CONTRATO
               IF WRK-ACHOU = 'S'
                 MOVE CTR-CLI-ID TO WRK-CT-CLIENTE(WRK-IDX)
                 PERFORM 2110-AVALIA-PARCELA
                   VARYING WRK-P-PARCELA FROM 1 BY 1
                   UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
               END-IF
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2110-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             PERFORM 8000-CARREGA-PARCELA.
             MOVE WRK-P-CONTRATO TO WRK-CHECA-CONTR.
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               PERFORM 2300-SOMA-NO-CONTRATO
             END-IF.
      *>  --------------------------------------------------------------
       2200-ACHA-OU-CRIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE WRK-BD-PROVISAO(WRK-IDX-BANDA) TO PH-PROVISAO.
             WRITE PDD-HISTORICO-REG.
      *>  --------------------------------------------------------------
       8000-CARREGA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-VENC(WRK-P-PARCELA) TO WRK-P-VENC.
             MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-P-VALOR.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
