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
       FD RELAT-CGI.
       01 RELAT-CGI-REG            PIC X(100).
      *>  --------------------------------------------------------------
       01 WRK-TAB-CONSUMO.
            05 WRK-CONSUMO-ITEM OCCURS 20 TIMES.
                10 WRK-CON-DEPTO      PIC X(10).
                10 WRK-CON-QT         PIC 9(07).
                10 WRK-CON-VALOR      PIC 9(7)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
