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
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-PAGTO    PIC 9(06) VALUE ZEROS.
       77 WRK-RATING-OK    PIC X(01) VALUE 'N'.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 LIBER-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-LIB-OK       PIC X(01) VALUE 'N'.
       77 WRK-NAO-EFETIVADO PIC X(01) VALUE 'N'.
       77 WRK-CTR-OK       PIC X(01) VALUE 'N'.
       77 WRK-EM-PREJUIZO  PIC X(01) VALUE 'N'.
       77 WRK-CHECA-PARC   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CONTRATOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BANDA    PIC 9(01) VALUE ZEROS.
       77 WRK-ABERTURA     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS    PIC 9(11)V99 VALUE ZEROS.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
             PERFORM 5000-RELATORIO-CONCILIACAO.
             DISPLAY 'JUROS APROPRIADOS NO MES ' WRK-MES-ATUAL ': '
                     WRK-TOT-JUROS ' (RELACCR.TXT)'.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-CARREGA-TAXAS.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
      *>  2000-APURA-CONTRATOS - PRINCIPAL EM ABERTO (AMORTIZACOES NAO
      *>  PAGAS) E PRAZO POR CONTRATO VIVO. CONTRATO LIQUIDADO
      *>  (PARCELA 99) OU BAIXADO PARA PREJUIZO FICA DE FORA.
      *>  --------------------------------------------------------------
       2000-APURA-CONTRATOS.
      *>  --------------------------------------------------------------
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2100-AVALIA-CONTRATO UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             END-IF.
             MOVE 0 TO LIBER-STATUS.
      *>  --------------------------------------------------------------
       2100-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-CHECA-CONTR.
             PERFORM 2600-CONFERE-LIBERACAO.
             MOVE 99 TO WRK-CHECA-PARC.
             PERFORM 3100-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
                AND WRK-NAO-EFETIVADO = 'N'
                AND NOT CTR-EM-PREJUIZO
               PERFORM 2200-ACHA-OU-CRIA-CONTRATO
               IF WRK-ACHOU = 'S'
                 MOVE CTR-PRAZO TO WRK-CT-PRAZO(WRK-IDX)
                 PERFORM 2110-SOMA-AMORTIZACAO
                   VARYING WRK-P-PARCELA FROM 1 BY 1
                   UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
               END-IF
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2110-SOMA-AMORTIZACAO - AMORTIZACAO DA PARCELA AINDA NAO
      *>  PAGA ENTRA NO PRINCIPAL EM ABERTO DO CONTRATO.
      *>  --------------------------------------------------------------
       2110-SOMA-AMORTIZACAO.
      *>  --------------------------------------------------------------
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 3100-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               ADD CTR-PC-AMORT(WRK-P-PARCELA) TO WRK-CT-SALDO(WRK-IDX)
             END-IF.
      *>  --------------------------------------------------------------
      *>  2600-CONFERE-LIBERACAO - CONTRATO COM REGISTRO DE LIBERACAO
      *>  (LIBERACA.TXT) AINDA NAO EFETIVADO (PENDENTE, MEIO APROVADO
      *>  OU RECUSADO) NAO ACUMULA JUROS: NAO HA COMPETENCIA SOBRE
      *>  --------------------------------------------------------------
       3000-SOMA-PAGOS-DO-MES.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CTR-OK.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 'S' TO WRK-CTR-OK
             END-IF.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
               CLOSE PAGAMENTOS
               MOVE 0 TO PAGAMENTOS-STATUS
             END-IF.
             IF WRK-CTR-OK = 'S'
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
      *>  --------------------------------------------------------------
      *>  3010-SOMA-UM-PAGO - PAGAMENTO EM CONTRATO BAIXADO PARA
      *>  PREJUIZO E RECUPERACAO (RELRECPJ DO EMPPREJU), NAO ENTRA NA
      *>  CONCILIACAO DA CARTEIRA.
      *>  --------------------------------------------------------------
       3010-SOMA-UM-PAGO.
      *>  --------------------------------------------------------------
             DIVIDE EP-DT-PAGAMENTO BY 100 GIVING WRK-MES-PAGTO.
             MOVE 'N' TO WRK-EM-PREJUIZO.
             IF WRK-MES-PAGTO = WRK-MES-ATUAL AND WRK-CTR-OK = 'S'
               MOVE EP-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CTR-EM-PREJUIZO
                     MOVE 'S' TO WRK-EM-PREJUIZO
                   END-IF
               END-READ
             END-IF.
             IF WRK-MES-PAGTO = WRK-MES-ATUAL
                AND WRK-EM-PREJUIZO = 'N'
               MOVE EP-CONTRATO TO WRK-CHECA-CONTR
               PERFORM 2200-ACHA-OU-CRIA-CONTRATO
               IF WRK-ACHOU = 'S'
               WRITE RELAT-ACCRUAL-REG
             END-IF.
      *>  --------------------------------------------------------------
