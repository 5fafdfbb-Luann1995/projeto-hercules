      ***   COMPRAS) E IMPRIME POR FORNECEDOR O PERCENTUAL DE ENTREGA
      ***   NO PRAZO, O PRAZO MEDIO REAL EM DIAS, O SALDO NAO
      ***   ENTREGUE DOS PEDIDOS VENCIDOS E O TOTAL DE PECAS
      ***   REJEITADAS NA CONFERENCIA, MAIS AS PECAS DEVOLVIDAS
      ***   DEPOIS DE ACEITAS (NOTAS DE DEBITO DO NOTADEB.TXT) COM O
      ***   VALOR DEBITADO - PARA O COMPRAS TIRAR VOLUME
      ***   DOS ATRASADOS CRONICOS COM NUMERO NA MAO (RELFORN.TXT).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
             ACCESS MODE IS RANDOM
             FILE STATUS IS FORN-STATUS
             RECORD KEY IS FORN-COD.
           SELECT NOTAS-DEBITO ASSIGN TO 'C:\COBOL\NOTADEB.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NOTADEB-STATUS
             RECORD KEY IS ND-CHAVE.
           SELECT RELAT-FORN ASSIGN TO 'C:\COBOL\RELFORN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
            05 PED-CHAVE.
                10 PED-NUMERO      PIC 9(6).
                10 PED-FORN-COD    PIC 9(4).
            05 PED-ID-PECA         PIC 9(5).
            05 PED-COD-DEPOSITO    PIC 9(2).
            05 PED-QT-PEDIDA       PIC 9(5).
            05 PED-QT-RECEBIDA     PIC 9(5).
            05 PED-QT-REJEITADA    PIC 9(5).
            05 PED-DATA-EMISSAO    PIC 9(8).
            05 PED-DATA-PROMETIDA  PIC 9(8).
            05 PED-DATA-ENCERRA    PIC 9(8).
            05 PED-SITUACAO        PIC X(1).
            05 PED-PRECO-UNIT      PIC 9(3)V99.
       FD FORNECEDOR.
       01 FORNECEDOR-REG.
            05 FORN-COD            PIC 9(4).
            05 FORN-NOME           PIC X(30).
            05 FORN-CNPJ           PIC 9(14).
            05 FORN-BANCO          PIC 9(3).
            05 FORN-AGENCIA        PIC 9(4).
            05 FORN-CONTA          PIC X(12).
            05 FORN-GARANTIA-DIAS  PIC 9(3).
       FD NOTAS-DEBITO.
       COPY 'NOTADEB-MASTER.CBL'.
       FD RELAT-FORN.
       01 RELAT-FORN-REG           PIC X(130).
      *>  --------------------------------------------------------------
       77 PEDIDO-STATUS    PIC 9(02) VALUE ZEROS.
       77 FORN-STATUS      PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 NOTADEB-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-FORN-BUSCA   PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-FORNS     PIC 9(03) VALUE ZEROS.
                10 WRK-FS-FALTA-QT   PIC 9(06).
                10 WRK-FS-ATRASADOS  PIC 9(05).
                10 WRK-FS-REJEITADAS PIC 9(06).
                10 WRK-FS-DEVOLVIDAS PIC 9(06).
                10 WRK-FS-VL-DEBITO  PIC 9(09)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             PERFORM 1000-VARRE-PEDIDOS.
             PERFORM 1500-VARRE-NOTAS-DEBITO.
             PERFORM 2000-IMPRIME-SCORECARD.
             DISPLAY 'SCORECARD DE ' WRK-QT-FORNS
                     ' FORNECEDORES EM RELFORN.TXT'.
      *>  --------------------------------------------------------------
       1100-SOMA-PEDIDO.
      *>  --------------------------------------------------------------
             MOVE PED-FORN-COD TO WRK-FORN-BUSCA.
             PERFORM 1200-ACHA-FORNECEDOR.
             IF WRK-ACHOU = 'S'
               ADD PED-QT-REJEITADA TO WRK-FS-REJEITADAS(WRK-IDX)
             IF WRK-ACHOU = 'N' AND WRK-QT-FORNS < 100
               ADD 1 TO WRK-QT-FORNS
               MOVE WRK-QT-FORNS TO WRK-IDX
               MOVE WRK-FORN-BUSCA TO WRK-FS-COD(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       1210-CONFERE-FORN.
      *>  --------------------------------------------------------------
             IF WRK-FS-COD(WRK-IDX) = WRK-FORN-BUSCA
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
      *>  1500-VARRE-NOTAS-DEBITO - CADA NOTA DE DEBITO E PECA QUE
      *>  VOLTOU AO FORNECEDOR DEPOIS DE ACEITA: CONTA A QUANTIDADE E O
      *>  VALOR CONTRA O FORNECEDOR, ABERTA OU JA COMPENSADA.
      *>  --------------------------------------------------------------
       1500-VARRE-NOTAS-DEBITO.
      *>  --------------------------------------------------------------
             OPEN INPUT NOTAS-DEBITO.
             IF NOTADEB-STATUS = 0
               READ NOTAS-DEBITO NEXT
                 AT END MOVE 10 TO NOTADEB-STATUS
               END-READ
               PERFORM 1510-SOMA-NOTA-DEBITO
                 UNTIL NOTADEB-STATUS = 10
               CLOSE NOTAS-DEBITO
             END-IF.
             MOVE 0 TO NOTADEB-STATUS.
      *>  --------------------------------------------------------------
       1510-SOMA-NOTA-DEBITO.
      *>  --------------------------------------------------------------
             MOVE ND-FORN-COD TO WRK-FORN-BUSCA.
             PERFORM 1200-ACHA-FORNECEDOR.
             IF WRK-ACHOU = 'S'
               ADD ND-QT-DEVOLVIDA TO WRK-FS-DEVOLVIDAS(WRK-IDX)
               ADD ND-VALOR TO WRK-FS-VL-DEBITO(WRK-IDX)
             END-IF.
             READ NOTAS-DEBITO NEXT
               AT END MOVE 10 TO NOTADEB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2000-IMPRIME-SCORECARD.
      *>  --------------------------------------------------------------
                    DELIMITED BY SIZE INTO RELAT-FORN-REG.
             WRITE RELAT-FORN-REG.
             MOVE 'FORN NOME                 ENCERR NO-PRAZO% LEAD-MED
      -        'IO ATRASADOS QT-FALTA REJEITADAS DEVOLVIDAS VALOR-DEBITA
      -        'DO' TO RELAT-FORN-REG.
             WRITE RELAT-FORN-REG.
             PERFORM 2100-LINHA-FORNECEDOR
               VARYING WRK-IDX FROM 1 BY 1
                    WRK-LEAD-MEDIO '  '
                    WRK-FS-ATRASADOS(WRK-IDX) '  '
                    WRK-FS-FALTA-QT(WRK-IDX) '  '
                    WRK-FS-REJEITADAS(WRK-IDX) '     '
                    WRK-FS-DEVOLVIDAS(WRK-IDX) '  '
                    WRK-FS-VL-DEBITO(WRK-IDX)
                    DELIMITED BY SIZE INTO RELAT-FORN-REG.
             WRITE RELAT-FORN-REG.
      *>  --------------------------------------------------------------
