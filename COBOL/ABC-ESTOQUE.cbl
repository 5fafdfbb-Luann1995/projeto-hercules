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
       FD ABC-CLASSE.
       01 ABC-CLASSE-REG.
            05 AB-CHAVE.
                10 AB-ID-PECA        PIC 9(5).
                10 AB-COD-DEPOSITO   PIC 9(2).
            05 AB-CLASSE             PIC X(1).
            05 AB-VALOR-CONSUMO      PIC 9(9)V99.
      *>  --------------------------------------------------------------
       01 WRK-TAB-ABC.
            05 WRK-ABC-ITEM OCCURS 500 TIMES.
                10 WRK-ABC-ID        PIC 9(05).
                10 WRK-ABC-DEP       PIC 9(02).
                10 WRK-ABC-CONSUMO   PIC 9(09)V99.
                10 WRK-ABC-SALDO-VAL PIC 9(09)V99.
                10 WRK-ABC-CLASSE    PIC X(01).
       01 WRK-TROCA.
            05 WRK-TRC-ID        PIC 9(05).
            05 WRK-TRC-DEP       PIC 9(02).
            05 WRK-TRC-CONSUMO   PIC 9(09)V99.
            05 WRK-TRC-SALDO-VAL PIC 9(09)V99.
                    ' - TOTAL=' WRK-TOTAL-CONSUMO
                    DELIMITED BY SIZE INTO RELAT-ABC-REG.
             WRITE RELAT-ABC-REG.
             MOVE 'PECA   DEP CL CONSUMO-ANO  SALDO-VALOR  INTERV-DIAS'
               TO RELAT-ABC-REG.
             WRITE RELAT-ABC-REG.
             PERFORM 6100-LINHA-PLANO
