       FD LOTES.
       01 LOTES-REG.
            05 LT-CHAVE.
                10 LT-ID-PECA        PIC 9(5).
                10 LT-COD-DEPOSITO   PIC 9(2).
                10 LT-NUMERO-LOTE    PIC X(10).
            05 LT-DT-RECEBIMENTO     PIC 9(8).
            05 LT-DT-VALIDADE        PIC 9(8).
            05 LT-QT-PECA            PIC 9(5).
            05 LT-SITUACAO           PIC X(1).
       FD ESTOQUE.
       01 ESTOQUE-REG.
            05 ESTOQUE-CHAVE.
                10 ID-PECA         PIC 9(5).
                10 COD-DEPOSITO    PIC 9(2).
            05 NOME-PECA           PIC X(30).
            05 PRECO-PECA          PIC 9(3)V99.
            05 QT-PECA             PIC 9(5).
            05 PONTO-REORDER       PIC 9(5).
            05 COD-FORNECEDOR      PIC 9(4).
       FD CUSTO-MEDIO.
       01 CUSTO-MEDIO-REG.
            05 CM-CHAVE.
                10 CM-ID-PECA      PIC 9(5).
                10 CM-COD-DEPOSITO PIC 9(2).
            05 CM-CUSTO-MEDIO      PIC 9(3)V99.
            05 CM-QT-BASE          PIC 9(5).
                    ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-VENC-REG.
             WRITE RELAT-VENC-REG.
             MOVE 'PECA   DEP LOTE       VALIDADE QTDE VALOR     SITUACA
      -        'O' TO RELAT-VENC-REG.
             WRITE RELAT-VENC-REG.
             OPEN INPUT LOTES.
             IF LOTE-STATUS = 0
