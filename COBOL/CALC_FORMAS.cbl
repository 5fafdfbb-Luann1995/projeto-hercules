      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CALCULADORA DE AREA E VOLUME DE
      ***   SOLIDOS GEOMETRICOS
      ***   O ORCAMENTO DE LOTE (PARM LOTE) RECEBE NUMERO PROPRIO
      ***   (FORMCTRL.TXT) EM TODAS AS LINHAS DO FORMASOR.TXT, QUE
      ***   IDENTIFICA O ORCAMENTO NA COTACAO AO CLIENTE (COTFORMA) E
      ***   NA ORDEM DE PRODUCAO (ORDPROD).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT FORMAS-ORCAMENTO ASSIGN TO 'C:\COBOL\FORMASOR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORCA-STATUS.
           SELECT FORMAS-CTRL ASSIGN TO 'C:\COBOL\FORMCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FCTRL-STATUS
             RECORD KEY IS FCTRL-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD FORMAS-TRANS.
            05 PM-PCT-PERDA    PIC 9(02)V9.
       FD FORMAS-ORCAMENTO.
       01 FORMAS-ORCAMENTO-REG PIC X(100).
       FD FORMAS-CTRL.
       01 FORMAS-CTRL-REG.
            05 FCTRL-CHAVE     PIC 9(01).
            05 FCTRL-ULTIMO-NUM PIC 9(06).
      *>  --------------------------------------------------------------
       FD SUSPENSE.
       01 SUSPENSE-REG.
       77 WRK-LT-PERDA-BA  PIC 9(03)V9      VALUE ZEROS.
       77 WRK-LT-CUSTO     PIC 9(09)V99     VALUE ZEROS.
       77 WRK-LT-DATA      PIC 9(08)        VALUE ZEROS.
       77 FCTRL-STATUS     PIC 9(02)        VALUE ZEROS.
       77 WRK-NUM-ORC      PIC 9(06)        VALUE ZEROS.
       01 WRK-LT-POR-FORMA.
            05 WRK-LT-QT-FORMA OCCURS 5 TIMES PIC 9(05).
      *>  --------------------------------------------------------------
               CLOSE FORMAS-ORCAMENTO
               OPEN EXTEND FORMAS-ORCAMENTO
             END-IF.
             PERFORM 9957-PROX-NUM-ORCAMENTO.
             CALL 'DATAPROC' USING WRK-LT-DATA.
             MOVE SPACES TO FORMAS-ORCAMENTO-REG.
             STRING 'ORC=' WRK-NUM-ORC ' LOTE=' WRK-LT-DATA
                    ' PECAS=' WRK-LT-PECAS
                    ' AREA-M2=' WRK-LT-AREA-TOT
                    ' VOLUME-M3=' WRK-LT-VOL-TOT
                    DELIMITED BY SIZE INTO FORMAS-ORCAMENTO-REG.
             WRITE FORMAS-ORCAMENTO-REG.
             MOVE SPACES TO FORMAS-ORCAMENTO-REG.
             STRING 'ORC=' WRK-NUM-ORC ' LOTE=' WRK-LT-DATA
                    ' CHAPAS=' WRK-LT-CHAPAS
                    ' PERDA-CH=' WRK-LT-PERDA-CH
                    ' BARRAS=' WRK-LT-BARRAS
                    DELIMITED BY SIZE INTO FORMAS-ORCAMENTO-REG.
             WRITE FORMAS-ORCAMENTO-REG.
             MOVE SPACES TO FORMAS-ORCAMENTO-REG.
             STRING 'ORC=' WRK-NUM-ORC ' LOTE=' WRK-LT-DATA
                    ' CORTES: ESFERA=' WRK-LT-QT-FORMA(1)
                    ' CUBO=' WRK-LT-QT-FORMA(2)
                    ' CILINDRO=' WRK-LT-QT-FORMA(3)
                    DELIMITED BY SIZE INTO FORMAS-ORCAMENTO-REG.
             WRITE FORMAS-ORCAMENTO-REG.
             CLOSE FORMAS-ORCAMENTO.
             DISPLAY 'ORCAMENTO DE LOTE ' WRK-NUM-ORC
                     ' GRAVADO EM FORMASOR.TXT'.
      *>  --------------------------------------------------------------
      *>  9957-PROX-NUM-ORCAMENTO - NUMERO DO ORCAMENTO DE LOTE, NO
      *>  MESMO ESQUEMA DE ULTIMO NUMERO DO OSCTRL.
      *>  --------------------------------------------------------------
       9957-PROX-NUM-ORCAMENTO.
      *>  --------------------------------------------------------------
             OPEN I-O FORMAS-CTRL.
             IF FCTRL-STATUS = 35
               OPEN OUTPUT FORMAS-CTRL
               CLOSE FORMAS-CTRL
               OPEN I-O FORMAS-CTRL
             END-IF.
             MOVE 1 TO FCTRL-CHAVE.
             READ FORMAS-CTRL
               INVALID KEY
                 MOVE 1 TO FCTRL-ULTIMO-NUM
                 WRITE FORMAS-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO FCTRL-ULTIMO-NUM
                 REWRITE FORMAS-CTRL-REG
             END-READ.
             MOVE FCTRL-ULTIMO-NUM TO WRK-NUM-ORC.
             CLOSE FORMAS-CTRL.
      *>  --------------------------------------------------------------
      *>  9970-GRAVA-CTRL-TOTAIS - FECHAMENTO DO LOTE: ACRESCENTA AO
      *>  ARQUIVO COMUM DE TOTAIS DE CONTROLE (CTRLTOT.TXT) OS
