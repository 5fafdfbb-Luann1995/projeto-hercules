      ***   EMITIDO CONTRA SINISTROS INCORRIDOS POR ANO E POR
      ***   CLASSE DE BONUS-MALUS E IMPRIME O RESUMO DE LOSS
      ***   RATIO (SEGLRREL.TXT) QUE O ATUARIO DA SEGURADORA
      ***   PEDE NA REUNIAO TRIMESTRAL. SINISTRO LIQUIDADO NO
      ***   SINLIQ (SINLIQ.TXT) ENTRA PELO VALOR LIQUIDO PAGO.
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
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RECUP-STATUS
             RECORD KEY IS RC-NUMERO.
           SELECT LIQUIDACOES ASSIGN TO 'C:\COBOL\SINLIQ.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIQ-STATUS
             RECORD KEY IS LQ-SINISTRO.
       DATA DIVISION.
       FILE SECTION.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD SINISTROS-DETALHE.
       01 SINISTROS-DETALHE-REG.
            05 SD-NUMERO           PIC 9(08).
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
            05 SD-DT-REGISTRO      PIC 9(08).
       FD BONUS-MALUS.
       01 BONUS-MALUS-REG.
            05 BM-CLI-ID           PIC 9(05).
            05 RC-VALOR-RECEBIDO   PIC 9(07)V99.
            05 RC-DT-ABERTURA      PIC 9(08).
            05 RC-SITUACAO         PIC X(01).
       FD LIQUIDACOES.
       COPY 'LIQUIDACAO-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 RECUP-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-RECUP-OK     PIC X(01) VALUE 'N'.
       77 WRK-VL-RECUPERADO PIC 9(07)V99 VALUE ZEROS.
       77 LIQ-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-LIQ-OK       PIC X(01) VALUE 'N'.
       77 WRK-RES-QT       PIC 9(05) VALUE ZEROS.
       77 WRK-RES-PREMIO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VL-VEICULO   PIC 9(6)V99 VALUE ZEROS.
       77 WRK-PONTOS       PIC 9(02) VALUE ZEROS.
       77 CONT-PARAM       PIC 9(1)  VALUE 5.
       77 MEDIA            PIC 9(2)V9 VALUE ZEROS.
       01 WRK-TAB-ANOS.
            05 WRK-ANO-ITEM OCCURS 20 TIMES.
                10 WRK-ANO-REF       PIC 9(04).
      *>  --------------------------------------------------------------
      *>  1000-ACUMULA-PREMIOS - LE AS APOLICES DE AUTOMOVEL E ACUMULA
      *>  O PREMIO ANUALIZADO POR ANO DE EMISSAO E POR CLASSE DE
      *>  BONUS-MALUS DO CLIENTE. QUANDO A APOLICE NAO TRAZ O PREMIO
      *>  (APOLICES ANTIGAS CONVERTIDAS SEM O PREMIO GRAVADO) ELE E
      *>  RECALCULADO PELA REGRA DE PONTOS.
      *>  --------------------------------------------------------------
       1000-ACUMULA-PREMIOS.
             IF APOLICES-STATUS NOT = 0
               DISPLAY 'SEM APOLICES EMITIDAS'
             ELSE
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 1100-ACUMULA-UMA UNTIL APOLICES-STATUS = 10
      *>  --------------------------------------------------------------
       1100-ACUMULA-UMA.
      *>  --------------------------------------------------------------
             IF APL-AUTO
               MOVE APL-CLI-ID TO WRK-CLI-ID
               MOVE APL-DT-EMISSAO(1:4) TO WRK-ANO
               MOVE APL-VL-BEM TO WRK-VL-VEICULO
               MOVE APL-PONTOS TO WRK-PONTOS
               IF APL-PREMIO > 0
                 MOVE APL-PREMIO TO WRK-PREMIO
               ELSE
                 PERFORM 1200-RECALCULA-PREMIO
               END-IF
               PERFORM 1300-SOMA-NO-ANO
               PERFORM 1400-SOMA-NA-CLASSE
             END-IF.
             IF APL-RESIDENCIAL
               ADD 1 TO WRK-RES-QT
               COMPUTE WRK-RES-PREMIO = WRK-RES-PREMIO
                       + (APL-PREMIO * 12)
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
             ADD WRK-PREMIO-ANUAL TO WRK-CLA-PREMIO(WRK-CLASSE).
      *>  --------------------------------------------------------------
      *>  2000-ACUMULA-SINISTROS - VARRE OS SINISTROS APROVADOS E PAGOS
      *>  E ACUMULA O VALOR (LIQUIDO DA LIQUIDACAO QUANDO JA LIQUIDADO,
      *>  SENAO CUSTO REAL OU ESTIMADO) POR ANO DE OCORRENCIA E PELA
      *>  CLASSE ATUAL DO CLIENTE.
      *>  --------------------------------------------------------------
       2000-ACUMULA-SINISTROS.
             IF RECUP-STATUS = 0
               MOVE 'S' TO WRK-RECUP-OK
             END-IF.
             MOVE 'N' TO WRK-LIQ-OK.
             OPEN INPUT LIQUIDACOES.
             IF LIQ-STATUS = 0
               MOVE 'S' TO WRK-LIQ-OK
             END-IF.
             OPEN INPUT SINISTROS-DETALHE.
             IF DETALHE-STATUS NOT = 0
               DISPLAY 'SEM SINISTROS REGISTRADOS'
               CLOSE RECUPERACOES
             END-IF.
             MOVE 0 TO RECUP-STATUS.
             IF WRK-LIQ-OK = 'S'
               CLOSE LIQUIDACOES
             END-IF.
             MOVE 0 TO LIQ-STATUS.
      *>  --------------------------------------------------------------
       2100-ACUMULA-SINISTRO.
      *>  --------------------------------------------------------------
               ELSE
                 MOVE SD-VALOR-ESTIMADO TO WRK-VL-SINISTRO
               END-IF
               PERFORM 2140-VALOR-LIQUIDADO
               PERFORM 2150-DESCONTA-RECUPERADO
               DIVIDE SD-DATA BY 10000 GIVING WRK-ANO
               MOVE 'N' TO WRK-ACHOU-ANO
               AT END MOVE 10 TO DETALHE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2140-VALOR-LIQUIDADO - SINISTRO JA LIQUIDADO NO SINLIQ
      *>  (SINLIQ.TXT) ENTRA PELO VALOR LIQUIDO: INDENIZACAO PAGA,
      *>  DEPOIS DA FRANQUIA, MENOS A VENDA DO SALVADO.
      *>  --------------------------------------------------------------
       2140-VALOR-LIQUIDADO.
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
      *>  2150-DESCONTA-RECUPERADO - CUSTO LIQUIDO DO SINISTRO: DO
      *>  VALOR BRUTO SAI O QUE JA FOI RECEBIDO DE TERCEIROS NA
      *>  SUB-ROGACAO (RECUPSIN.TXT, MANTIDO PELO SINRECUP).
