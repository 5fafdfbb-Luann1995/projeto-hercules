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
       FD SUGESTAO-PEDIDO.
       01 SUGESTAO-PEDIDO-REG.
            05 SUG-ID-PECA         PIC 9(5).
            05 SUG-COD-DEPOSITO    PIC 9(2).
            05 SUG-QT-SUGERIDA     PIC 9(5).
            05 SUG-PONTO-NOVO      PIC 9(5).
            05 SUG-CONSUMO-MEDIO   PIC 9(5).
            05 SUG-DATA            PIC 9(8).
       FD RELAT-SUGESTAO.
       77 WRK-MEDIA-ANTIGA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TENDENCIA    PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PREVISAO     PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PONTO-SUG    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SUG       PIC S9(06) VALUE ZEROS.
       77 WRK-QT-SUGESTOES PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-DEMANDA.
            05 WRK-DEM-ITEM OCCURS 300 TIMES.
                10 WRK-DEM-ID        PIC 9(05).
                10 WRK-DEM-DEP       PIC 9(02).
                10 WRK-DEM-MES OCCURS 6 TIMES
                                     PIC 9(05).
                    ' (CONSUMO DOS ULTIMOS 6 MESES)'
                    DELIMITED BY SIZE INTO RELAT-SUGESTAO-REG.
             WRITE RELAT-SUGESTAO-REG.
             MOVE 'PECA   DEP MEDIA-REC MEDIA-ANT TEND PREVISAO PONTO Q
      -        'T' TO RELAT-SUGESTAO-REG.
             WRITE RELAT-SUGESTAO-REG.
             PERFORM 2100-AVALIA-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               MOVE 0 TO WRK-PREVISAO
             END-IF.
             COMPUTE WRK-PONTO-SUG ROUNDED = WRK-PREVISAO.
             IF WRK-PONTO-SUG > 99999
               MOVE 99999 TO WRK-PONTO-SUG
             END-IF.
             MOVE WRK-DEM-ID(WRK-IDX) TO ID-PECA.
             MOVE WRK-DEM-DEP(WRK-IDX) TO COD-DEPOSITO.
             IF WRK-QT-SUG < 0
               MOVE 0 TO WRK-QT-SUG
             END-IF.
             IF WRK-QT-SUG > 99999
               MOVE 99999 TO WRK-QT-SUG
             END-IF.
             IF WRK-QT-SUG > 0
               ADD 1 TO WRK-QT-SUGESTOES
