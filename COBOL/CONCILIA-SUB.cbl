      ***   COM UMA PARCELA DO CRONOGRAMA (CONTRATO.TXT), NO VALOR
      ***   CERTO E SEM DUPLICIDADE. CADA APOLICE OU CONTRATO FORA DE
      ***   BALANCO SAI COM A DIFERENCA EM RELCONCS.TXT - FOI ASSIM
      ***   QUE SE ACHOU O CONTRATO PAGO ALEM DO CRONOGRAMA. OS
      ***   REGISTROS DE TRANSPORTE (PARCELA 00) QUE O ARQUIVAMENTO
      ***   ANUAL (ARQMOVTO) DEIXA NO VIVO NAO ENTRAM NA PROVA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
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
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
            05 SP-SITUACAO     PIC X(01).
            05 SP-DT-PAGAMENTO PIC 9(08).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
       77 WRK-QT-APOLICES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DIVERG    PIC 9(05) VALUE ZEROS.
       77 WRK-ESPERADO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIF-ABS      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-P-CONTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PAGO-BASE    PIC S9(07)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  APOLICES COM PREMIO MENSAL E O CARNE ACUMULADO (A PARCELA 99
      *>  --------------------------------------------------------------
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 1100-GUARDA-APOLICE
      *>  --------------------------------------------------------------
       1100-GUARDA-APOLICE.
      *>  --------------------------------------------------------------
             IF (APL-AUTO OR APL-RESIDENCIAL)
                AND WRK-QT-APOLICES < 300
               ADD 1 TO WRK-QT-APOLICES
               MOVE APL-NUMERO TO WRK-AP-NUMERO(WRK-QT-APOLICES)
               MOVE APL-PREMIO TO WRK-AP-PREMIO(WRK-QT-APOLICES)
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-SOMA-PARCELA.
      *>  --------------------------------------------------------------
             IF SP-PARCELA > 00 AND SP-PARCELA <= 12
                AND SP-SITUACAO NOT = 'X'
               MOVE SP-APOLICE TO WRK-BUSCA-8
               MOVE 'N' TO WRK-ACHOU
               PERFORM 1210-PROCURA-APOLICE
             MOVE 0 TO PAGAMENTOS-STATUS.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2200-CASA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
             END-IF.
      *>  --------------------------------------------------------------
       2100-GUARDA-PAGO.
      *>  --------------------------------------------------------------
             IF EP-PARCELA NOT = 99 AND EP-PARCELA NOT = 00
                AND WRK-QT-PAGOS < 500
               ADD 1 TO WRK-QT-PAGOS
               MOVE EP-CONTRATO TO WRK-PG-CONTRATO(WRK-QT-PAGOS)
               MOVE EP-PARCELA TO WRK-PG-PARCELA(WRK-QT-PAGOS)
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2200-CASA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-P-CONTRATO.
             PERFORM 2210-CASA-PARCELA
               VARYING WRK-P-PARCELA FROM 1 BY 1
               UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2210-CASA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-P-VALOR.
             PERFORM 2300-CASA-COM-PAGO
               VARYING WRK-IDX-PG FROM 1 BY 1
               UNTIL WRK-IDX-PG > WRK-QT-PAGOS.
      *>  --------------------------------------------------------------
       2300-CASA-COM-PAGO.
      *>  --------------------------------------------------------------
               WRITE RELAT-CONCILIA-REG
             END-IF.
      *>  --------------------------------------------------------------
