             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD SEGURO-PARCELAS.
       FD RELAT-ATRASO.
       01 RELAT-ATRASO-REG      PIC X(100).
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 WRK-QT-MAPA      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MAPA     PIC 9(04) VALUE ZEROS.
       77 WRK-PROD-ACHADO  PIC X(01) VALUE 'A'.
      *>  --------------------------------------------------------------
      *>  MAPA APOLICE -> PRODUTO (A=AUTO R=RESIDENCIAL), CARREGADO DE
      *>  APOLICES.TXT PARA O AGEING SEPARAR AS DUAS LINHAS DE NEGOCIO.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
      *>  2500-CARREGA-PRODUTOS - LE APOLICES.TXT E MONTA O MAPA
      *>  APOLICE -> PRODUTO: RAMO R E RESIDENCIAL, O RESTO E AUTO.
      *>  SEM O ARQUIVO, TUDO E TRATADO COMO AUTO.
      *>  --------------------------------------------------------------
       2500-CARREGA-PRODUTOS.
      *>  --------------------------------------------------------------
             IF APOLICES-STATUS NOT = 0
               MOVE 0 TO APOLICES-STATUS
             ELSE
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 2510-GUARDA-PRODUTO
      *>  --------------------------------------------------------------
       2510-GUARDA-PRODUTO.
      *>  --------------------------------------------------------------
             IF WRK-QT-MAPA < 500
               ADD 1 TO WRK-QT-MAPA
               MOVE APL-NUMERO TO WRK-MAPA-APOLICE(WRK-QT-MAPA)
               IF APL-RESIDENCIAL
                 MOVE 'R' TO WRK-MAPA-PRODUTO(WRK-QT-MAPA)
               ELSE
                 MOVE 'A' TO WRK-MAPA-PRODUTO(WRK-QT-MAPA)
               END-IF
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
