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
       77 WRK-IDX2         PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CONTRATOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ATUAL    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-PAGOS-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-CARREGA-CONTRATOS - UMA PASSADA POR CONTRATO.TXT: CADA
      *>  CONTRATO ABRE UMA LINHA NA TABELA; AS PARCELAS DO CRONOGRAMA
      *>  ACUMULAM OS JUROS CONTRATADOS E, QUANDO A PARCELA NAO
      *>  CONSTA DO LEDGER DE PAGAMENTOS (NEM O CONTRATO FOI QUITADO -
      *>  PARCELA 99), A AMORTIZACAO ENTRA NO SALDO EM ABERTO.
      *>  --------------------------------------------------------------
             IF CONTRATOS-STATUS NOT = 0
               DISPLAY 'SEM CONTRATOS GRAVADOS'
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2100-PROCESSA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2100-PROCESSA-CONTRATO.
      *>  --------------------------------------------------------------
             PERFORM 2200-ABRE-CONTRATO.
             IF WRK-TAB-CHEIA = 'N'
               PERFORM 2300-ACUMULA-PARCELA
                 VARYING WRK-IDX2 FROM 1 BY 1
                 UNTIL WRK-IDX2 > CTR-QT-PARCELAS
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
             IF WRK-QT-CONTRATOS < 300
               ADD 1 TO WRK-QT-CONTRATOS
               MOVE WRK-QT-CONTRATOS TO WRK-IDX-ATUAL
               MOVE CTR-NUMERO TO WRK-CT-NUMERO(WRK-IDX-ATUAL)
               MOVE CTR-CLI-ID TO WRK-CT-CLIENTE(WRK-IDX-ATUAL)
               MOVE CTR-VALOR TO WRK-CT-PRINCIPAL(WRK-IDX-ATUAL)
               MOVE CTR-PRAZO TO WRK-CT-PRAZO(WRK-IDX-ATUAL)
               MOVE CTR-METODO TO WRK-CT-METODO(WRK-IDX-ATUAL)
               MOVE ZEROS TO WRK-CT-JUROS(WRK-IDX-ATUAL)
               MOVE ZEROS TO WRK-CT-SALDO(WRK-IDX-ATUAL)
               MOVE CTR-AVALISTA TO WRK-CT-AVALISTA(WRK-IDX-ATUAL)
             ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
             END-IF.
      *>  --------------------------------------------------------------
      *>  2300-ACUMULA-PARCELA - WRK-IDX2 E A OCORRENCIA DA TABELA DE
      *>  PARCELAS DO CONTRATO.
      *>  --------------------------------------------------------------
       2300-ACUMULA-PARCELA.
      *>  --------------------------------------------------------------
             ADD CTR-PC-JUROS(WRK-IDX2)
               TO WRK-CT-JUROS(WRK-IDX-ATUAL).
             MOVE WRK-CT-NUMERO(WRK-IDX-ATUAL) TO WRK-CONTRATO.
             MOVE 99 TO WRK-PARCELA.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE WRK-IDX2 TO WRK-PARCELA
               PERFORM 2400-CONFERE-SE-PAGA
               IF WRK-JA-PAGA = 'N'
                 ADD CTR-PC-AMORT(WRK-IDX2)
                   TO WRK-CT-SALDO(WRK-IDX-ATUAL)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
