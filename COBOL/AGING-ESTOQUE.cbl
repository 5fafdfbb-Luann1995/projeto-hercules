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
       FD REQUISICOES.
       01 REQUISICOES-REG.
            05 RQ-DATA             PIC 9(8).
            05 RQ-ID-PECA          PIC 9(5).
            05 RQ-COD-DEPOSITO     PIC 9(2).
            05 RQ-DEPARTAMENTO     PIC X(10).
            05 RQ-ORDEM-SERVICO    PIC 9(6).
            05 RQ-QT-PECA          PIC 9(5).
            05 RQ-VALOR            PIC 9(7)V99.
            05 RQ-NUMERO-LOTE      PIC X(10).
       FD CUSTO-MEDIO.
       01 CUSTO-MEDIO-REG.
            05 CM-CHAVE.
                10 CM-ID-PECA      PIC 9(5).
                10 CM-COD-DEPOSITO PIC 9(2).
            05 CM-CUSTO-MEDIO      PIC 9(3)V99.
            05 CM-QT-BASE          PIC 9(5).
      *>  --------------------------------------------------------------
       01 WRK-TAB-SAIDA.
            05 WRK-SAI-ITEM OCCURS 500 TIMES.
                10 WRK-SAI-ID        PIC 9(05).
                10 WRK-SAI-DEP       PIC 9(02).
                10 WRK-SAI-DATA      PIC 9(08).
       01 WRK-TAB-DEPOSITO.
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-AGING-REG.
             WRITE RELAT-AGING-REG.
             MOVE 'PECA   DEP ULT-SAIDA DIAS-PARADO FAIXA   QTDE VALOR'
               TO RELAT-AGING-REG.
             WRITE RELAT-AGING-REG.
             OPEN INPUT ESTOQUE.
