      ***   MAIS O RELATORIO DE CONFERENCIA (RELREGUL.TXT). O MES SO
      ***   FECHA SE O PREMIO EMITIDO DE AUTO BATER COM O QUE O
      ***   KPIMES APUROU NO RETRATO DO MES (KPIHIST.TXT); DIVERGENCIA
      ***   DEVOLVE RETURN-CODE 8 E NAO GRAVA O ARQUIVO. AS
      ***   PROVISOES TECNICAS DO MES (PPNG, IBNR E PSL) VEM DO
      ***   PROVTEC.TXT GRAVADO PELO SEGPROV; SEM ELAS O MES TAMBEM
      ***   NAO FECHA.
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
           SELECT APOLICE-CANC ASSIGN TO 'C:\COBOL\APOLCANC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
           SELECT KPI-HISTORICO ASSIGN TO 'C:\COBOL\KPIHIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS KPIHIST-STATUS.
           SELECT PROVISOES ASSIGN TO 'C:\COBOL\PROVTEC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PROVTEC-STATUS
             RECORD KEY IS PV-CHAVE.
           SELECT REG-PRODUCAO ASSIGN TO 'C:\COBOL\REGPROD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REGPROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD APOLICE-CANC.
       01 APOLICE-CANC-REG.
            05 CA-APOLICE          PIC 9(08).
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
            05 SD-DT-REGISTRO      PIC 9(08).
       FD KPI-HISTORICO.
       01 KPI-HISTORICO-REG.
            05 KH-MES              PIC 9(06).
            05 KH-COTACOES-MES     PIC 9(07).
            05 KH-ESTOQUE-VALOR    PIC 9(11)V99.
            05 KH-MOVIMENTOS-MES   PIC 9(07).
       FD PROVISOES.
       COPY 'PROVTEC-MASTER.CBL'.
       FD REG-PRODUCAO.
       01 REG-PRODUCAO-REG.
            05 RG-MES              PIC 9(06).
            05 RG-PREMIO-GANHO     PIC 9(11)V99.
            05 RG-SIN-INCORRIDO    PIC 9(11)V99.
            05 RG-SIN-PAGO         PIC 9(11)V99.
            05 RG-PPNG             PIC 9(11)V99.
            05 RG-IBNR             PIC 9(11)V99.
            05 RG-PSL              PIC 9(11)V99.
       FD RELAT-REGUL.
       01 RELAT-REGUL-REG         PIC X(120).
      *>  --------------------------------------------------------------
       77 CANC-STATUS      PIC 9(02) VALUE ZEROS.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
       77 KPIHIST-STATUS   PIC 9(02) VALUE ZEROS.
       77 PROVTEC-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PROV-ACHOU   PIC X(01) VALUE 'N'.
       77 REGPROD-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-AUX      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-CANC-OK      PIC X(01) VALUE 'N'.
       77 WRK-PREMIO-MENSAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MES-EMISSAO  PIC 9(06) VALUE ZEROS.
       77 WRK-MES-CANCEL   PIC 9(06) VALUE ZEROS.
       77 WRK-KPI-PREMIO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-KPI-ACHOU    PIC X(01) VALUE 'N'.
       77 WRK-DIFERENCA    PIC S9(11)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  ACUMULADORES POR PRODUTO: 1 = AUTO, 2 = RESIDENCIAL.
      *>  --------------------------------------------------------------
                10 WRK-PRD-GANHO     PIC 9(11)V99.
                10 WRK-PRD-INCORRIDO PIC 9(11)V99.
                10 WRK-PRD-PAGO      PIC 9(11)V99.
                10 WRK-PRD-PPNG      PIC 9(11)V99.
                10 WRK-PRD-IBNR      PIC 9(11)V99.
                10 WRK-PRD-PSL       PIC 9(11)V99.
       77 WRK-IDX-PRD      PIC 9(01) VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             END-IF.
             PERFORM 2000-VARRE-SINISTROS.
             PERFORM 3000-CONFERE-COM-KPI.
             PERFORM 3500-LE-PROVISOES.
             IF WRK-KPI-ACHOU = 'N' OR WRK-DIFERENCA NOT = 0
                OR WRK-PROV-ACHOU = 'N'
               PERFORM 4000-RECUSA-FECHAMENTO
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 5000-GRAVA-ARQUIVO-REGULADOR
               PERFORM 6000-RELATORIO-CONTROLE
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-VARRE-APOLICES - EMITIDO: APOLICES COM DATA NO MES.
      *>  GANHO: APOLICES EM VIGENCIA NO MES (EMISSAO ATE 11 MESES
      *>  ATRAS) QUE NAO FORAM CANCELADAS ANTES DO MES. TUDO EM BASE
      *>  DE PREMIO MENSAL, POR PRODUTO (RAMO AUTO OU RESIDENCIAL).
      *>  --------------------------------------------------------------
       1000-VARRE-APOLICES.
      *>  --------------------------------------------------------------
             IF APOLICES-STATUS NOT = 0
               MOVE 0 TO APOLICES-STATUS
             ELSE
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 1100-SOMA-APOLICE
      *>  --------------------------------------------------------------
       1100-SOMA-APOLICE.
      *>  --------------------------------------------------------------
             IF APL-AUTO OR APL-RESIDENCIAL
               IF APL-RESIDENCIAL
                 MOVE 2 TO WRK-IDX-PRD
                 MOVE 'R' TO WRK-PRODUTO
               ELSE
                 MOVE 1 TO WRK-IDX-PRD
                 MOVE 'A' TO WRK-PRODUTO
               END-IF
               MOVE APL-PREMIO TO WRK-PREMIO-MENSAL
               MOVE APL-DT-EMISSAO(1:6) TO WRK-MES-EMISSAO
               DIVIDE WRK-MES-EMISSAO BY 100
                 GIVING WRK-ANO-AUX REMAINDER WRK-MES-AUX
               COMPUTE WRK-IDX-MES-EMI =
                   TO WRK-PRD-GANHO(WRK-IDX-PRD)
               END-IF
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CANCELADA.
             IF WRK-CANC-OK = 'S'
               MOVE APL-NUMERO TO CA-APOLICE
               READ APOLICE-CANC
                 INVALID KEY
                   CONTINUE
       1300-SOMA-COMPARA-KPI.
      *>  --------------------------------------------------------------
             IF WRK-CANC-OK = 'S'
               MOVE APL-NUMERO TO CA-APOLICE
               READ APOLICE-CANC
                 INVALID KEY
                   ADD WRK-PREMIO-MENSAL TO WRK-COMPARA-KPI
             READ KPI-HISTORICO
               AT END MOVE 10 TO KPIHIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3500-LE-PROVISOES - PROVISOES TECNICAS DO MES POR PRODUTO,
      *>  CALCULADAS PELO SEGPROV. O MES SO FECHA COM OS DOIS
      *>  PRODUTOS CALCULADOS.
      *>  --------------------------------------------------------------
       3500-LE-PROVISOES.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-PROV-ACHOU.
             OPEN INPUT PROVISOES.
             IF PROVTEC-STATUS NOT = 0
               MOVE 0 TO PROVTEC-STATUS
             ELSE
               MOVE 'S' TO WRK-PROV-ACHOU
               PERFORM 3510-LE-UM-PRODUTO
                 VARYING WRK-IDX-PRD FROM 1 BY 1
                 UNTIL WRK-IDX-PRD > 2
               CLOSE PROVISOES
             END-IF.
      *>  --------------------------------------------------------------
       3510-LE-UM-PRODUTO.
      *>  --------------------------------------------------------------
             MOVE WRK-MES-ATUAL TO PV-MES.
             IF WRK-IDX-PRD = 1
               MOVE 'A' TO PV-PRODUTO
             ELSE
               MOVE 'R' TO PV-PRODUTO
             END-IF.
             READ PROVISOES
               INVALID KEY
                 MOVE 'N' TO WRK-PROV-ACHOU
               NOT INVALID KEY
                 MOVE PV-PPNG TO WRK-PRD-PPNG(WRK-IDX-PRD)
                 MOVE PV-IBNR TO WRK-PRD-IBNR(WRK-IDX-PRD)
                 MOVE PV-PSL TO WRK-PRD-PSL(WRK-IDX-PRD)
             END-READ.
      *>  --------------------------------------------------------------
       4000-RECUSA-FECHAMENTO.
      *>  --------------------------------------------------------------
             IF WRK-KPI-ACHOU = 'N'
               DISPLAY '*** FECHAMENTO RECUSADO: KPIMES AINDA NAO'
                       ' RODOU PARA O MES ' WRK-MES-ATUAL ' ***'
             END-IF.
             IF WRK-PROV-ACHOU = 'N'
               DISPLAY '*** FECHAMENTO RECUSADO: SEGPROV AINDA NAO'
                       ' CALCULOU AS PROVISOES DO MES '
                       WRK-MES-ATUAL ' ***'
             END-IF.
             IF WRK-KPI-ACHOU = 'S' AND WRK-DIFERENCA NOT = 0
               DISPLAY '*** FECHAMENTO RECUSADO: PREMIO DO MES NAO'
                       ' BATE COM O KPIMES ***'
               DISPLAY 'APURADO AQUI..: ' WRK-COMPARA-KPI
             MOVE WRK-PRD-GANHO(WRK-IDX-PRD) TO RG-PREMIO-GANHO.
             MOVE WRK-PRD-INCORRIDO(WRK-IDX-PRD) TO RG-SIN-INCORRIDO.
             MOVE WRK-PRD-PAGO(WRK-IDX-PRD) TO RG-SIN-PAGO.
             MOVE WRK-PRD-PPNG(WRK-IDX-PRD) TO RG-PPNG.
             MOVE WRK-PRD-IBNR(WRK-IDX-PRD) TO RG-IBNR.
             MOVE WRK-PRD-PSL(WRK-IDX-PRD) TO RG-PSL.
             WRITE REG-PRODUCAO-REG.
      *>  --------------------------------------------------------------
       6000-RELATORIO-CONTROLE.
                    ' SIN-PAGO=' WRK-PRD-PAGO(WRK-IDX-PRD)
                    DELIMITED BY SIZE INTO RELAT-REGUL-REG.
             WRITE RELAT-REGUL-REG.
             MOVE SPACES TO RELAT-REGUL-REG.
             STRING '  PPNG=' WRK-PRD-PPNG(WRK-IDX-PRD)
                    ' IBNR=' WRK-PRD-IBNR(WRK-IDX-PRD)
                    ' PSL=' WRK-PRD-PSL(WRK-IDX-PRD)
                    DELIMITED BY SIZE INTO RELAT-REGUL-REG.
             WRITE RELAT-REGUL-REG.
      *>  --------------------------------------------------------------
