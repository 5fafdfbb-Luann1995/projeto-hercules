             FILE STATUS IS PARAM-STATUS
             RECORD KEY IS RS-TRATADO.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DETALHE-STATUS
             RECORD KEY IS SD-NUMERO.
           SELECT LIQUIDACOES ASSIGN TO 'C:\COBOL\SINLIQ.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIQ-STATUS
             RECORD KEY IS LQ-SINISTRO.
           SELECT RELAT-BORDERO ASSIGN TO 'C:\COBOL\RELBORD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
            05 RS-PCT-CESSAO       PIC 9(02)V99.
            05 RS-SITUACAO         PIC X(01).
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD SINISTROS-DETALHE.
       01 SINISTROS-DETALHE-REG.
            05 SD-NUMERO           PIC 9(08).
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
            05 SD-DT-REGISTRO      PIC 9(08).
       FD RELAT-BORDERO.
       01 RELAT-BORDERO-REG       PIC X(120).
       FD LIQUIDACOES.
       COPY 'LIQUIDACAO-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 LIQ-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-LIQ-OK       PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       77 WRK-VL-VEICULO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PREMIO-ANUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-CEDIDO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-RETIDO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IDX-TRAT     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-TRATADOS  PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  TRATADOS CARREGADOS DO PARAMETRO (ATE 10) E A LISTA DE
      *>  CLIENTES COM APOLICE CEDIDA NO MES, PARA CASAR OS SINISTROS.
      *>  3000-CEDE-PREMIOS - APOLICES EMITIDAS NO MES COM VALOR
      *>  SEGURADO ACIMA DA RETENCAO: O PREMIO ANUAL E DIVIDIDO EM
      *>  RETIDO E CEDIDO PELO PERCENTUAL DO PRIMEIRO TRATADO ATIVO
      *>  QUE A RETENCAO ALCANCA (SO O RAMO AUTO E RESSEGURADO).
      *>  --------------------------------------------------------------
       3000-CEDE-PREMIOS.
      *>  --------------------------------------------------------------
             IF APOLICES-STATUS NOT = 0
               MOVE 0 TO APOLICES-STATUS
             ELSE
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 3100-CEDE-UMA UNTIL APOLICES-STATUS = 10
      *>  --------------------------------------------------------------
       3100-CEDE-UMA.
      *>  --------------------------------------------------------------
             IF APL-DT-EMISSAO(1:6) = WRK-MES-ATUAL
                AND APL-AUTO
               MOVE APL-VL-BEM TO WRK-VL-VEICULO
               COMPUTE WRK-PREMIO-ANUAL = APL-PREMIO * 12
               PERFORM 3200-ACHA-TRATADO
               IF WRK-TRATADO > 0
                 COMPUTE WRK-VL-CEDIDO ROUNDED =
                   TO WRK-TRA-PREMIO(WRK-IDX-TRAT)
                 IF WRK-QT-CEDIDOS < 500
                   ADD 1 TO WRK-QT-CEDIDOS
                   MOVE APL-CLI-ID
                     TO WRK-CED-CLIENTE(WRK-QT-CEDIDOS)
                   MOVE WRK-TRATADO
                     TO WRK-CED-TRATADO(WRK-QT-CEDIDOS)
                 END-IF
                 MOVE SPACES TO RELAT-BORDERO-REG
                 STRING 'PREMIO TRATADO=' WRK-TRATADO
                        ' APOLICE=' APL-NUMERO
                        ' SEGURADO=' WRK-VL-VEICULO
                        ' RETIDO=' WRK-VL-RETIDO
                        ' CEDIDO=' WRK-VL-CEDIDO
                 WRITE RELAT-BORDERO-REG
               END-IF
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
             END-IF.
      *>  --------------------------------------------------------------
      *>  4000-CEDE-SINISTROS - SINISTROS APROVADOS/PAGOS DO MES DE
      *>  CLIENTES COM APOLICE CEDIDA: O VALOR (LIQUIDO DA LIQUIDACAO,
      *>  OU CUSTO REAL QUANDO O REPARO JA FECHOU, SENAO A RESERVA) E
      *>  CEDIDO NA PROPORCAO DO TRATADO DA APOLICE.
      *>  --------------------------------------------------------------
       4000-CEDE-SINISTROS.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-LIQ-OK.
             OPEN INPUT LIQUIDACOES.
             IF LIQ-STATUS = 0
               MOVE 'S' TO WRK-LIQ-OK
             END-IF.
             OPEN INPUT SINISTROS-DETALHE.
             IF DETALHE-STATUS NOT = 0
               MOVE 0 TO DETALHE-STATUS
               CLOSE SINISTROS-DETALHE
               MOVE 0 TO DETALHE-STATUS
             END-IF.
             IF WRK-LIQ-OK = 'S'
               CLOSE LIQUIDACOES
             END-IF.
             MOVE 0 TO LIQ-STATUS.
      *>  --------------------------------------------------------------
       4100-CEDE-SINISTRO.
      *>  --------------------------------------------------------------
                 ELSE
                   MOVE SD-VALOR-ESTIMADO TO WRK-VL-SINISTRO
                 END-IF
                 PERFORM 4150-VALOR-LIQUIDADO
                 COMPUTE WRK-VL-CEDIDO ROUNDED =
                         WRK-VL-SINISTRO * WRK-PCT / 100
                 PERFORM 4300-SOMA-SIN-TRATADO
             READ SINISTROS-DETALHE NEXT
               AT END MOVE 10 TO DETALHE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4150-VALOR-LIQUIDADO - SINISTRO JA LIQUIDADO NO SINLIQ E
      *>  CEDIDO PELO VALOR LIQUIDO (INDENIZACAO MENOS SALVADO).
      *>  --------------------------------------------------------------
       4150-VALOR-LIQUIDADO.
      *>  --------------------------------------------------------------
             IF WRK-LIQ-OK = 'S'
               MOVE SD-NUMERO TO LQ-SINISTRO
               READ LIQUIDACOES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE LQ-VL-LIQUIDO TO WRK-VL-SINISTRO
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       4200-PROCURA-CLIENTE-CEDIDO.
      *>  --------------------------------------------------------------
