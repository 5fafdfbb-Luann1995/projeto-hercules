       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT LOG-CONVERSAO ASSIGN TO 'C:\COBOL\MOEDASLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
             ACCESS MODE IS RANDOM
             FILE STATUS IS ACUM-STATUS
             RECORD KEY IS KA-CHAVE.
           SELECT MOEDAS ASSIGN TO 'C:\COBOL\MOEDAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MOEDAS-STATUS
             RECORD KEY IS MO-CODIGO
             ALTERNATE RECORD KEY IS MO-SIGLA.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG       PIC X(160).
       FD BENEFICIOS.
       01 BENEFICIOS-REG          PIC X(120).
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
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG         PIC X(140).
       FD KPI-HISTORICO.
       01 KPI-HISTORICO-REG.
            05 KH-MES              PIC 9(06).
            05 KA-QTDE         PIC 9(07).
            05 KA-VALOR        PIC 9(11)V99.
            05 KA-DT-ULT       PIC 9(08).
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 CANC-STATUS      PIC 9(02) VALUE ZEROS.
       77 WRK-CANC-OK      PIC X(01) VALUE 'N'.
       77 ACUM-STATUS      PIC 9(02) VALUE ZEROS.
       77 MOEDAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-ACUM-OK      PIC X(01) VALUE 'N'.
       77 WRK-ACUM-ACHOU   PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  INDICADORES DO MES CORRENTE E RETRATO DO MES ANTERIOR.
      *>  EMPRESTIMOS CONCEDIDOS NO MES = ACUMULADO DE HOJE MENOS O
      *>  ACUMULADO GRAVADO NO RETRATO DO FECHAMENTO ANTERIOR.
      *>  --------------------------------------------------------------
       77 WRK-CONTRATOS-ACUM PIC 9(07) VALUE ZEROS.
       77 WRK-PRINCIPAL-ACUM PIC 9(11)V99 VALUE ZEROS.
            05 WRK-ANT-ESTOQUE-VALOR  PIC 9(11)V99.
            05 WRK-ANT-MOVIMENTOS-MES PIC 9(07).
       01 WRK-TAB-CAMBIO.
            05 WRK-FX-ITEM OCCURS 21 TIMES.
                10 WRK-FX-MOEDA  PIC X(05).
                10 WRK-FX-QTDE   PIC 9(07).
                10 WRK-FX-VOLUME PIC 9(11)V99.
       77 WRK-IDX-FX       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-FX        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-BUSCA    PIC 9(02) VALUE ZEROS.
       01 WRK-LINHA        PIC X(160) VALUE SPACES.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             INITIALIZE WRK-TAB-CAMBIO.
             PERFORM 0500-CARREGA-MOEDAS-FX.
             MOVE 'N' TO WRK-ACUM-OK.
             OPEN INPUT KPI-ACUMULADOR.
             IF ACUM-STATUS = 0
             IF WRK-ACUM-OK = 'S'
               CLOSE KPI-ACUMULADOR
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0500-CARREGA-MOEDAS-FX - UMA LINHA DE CAMBIO POR MOEDA DO
      *>  CADASTRO (MOEDAS.TXT), PELA SIGLA GRAVADA NO LOG, MAIS A LINHA
      *>  OUTRA PARA CONVERSOES DE MOEDA QUE NAO ESTA NO CADASTRO.
      *>  --------------------------------------------------------------
       0500-CARREGA-MOEDAS-FX.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-FX.
             OPEN INPUT MOEDAS.
             IF MOEDAS-STATUS = 0
               READ MOEDAS
                 AT END MOVE 10 TO MOEDAS-STATUS
               END-READ
               PERFORM 0510-GUARDA-MOEDA-FX UNTIL MOEDAS-STATUS = 10
               CLOSE MOEDAS
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
             ADD 1 TO WRK-QT-FX.
             MOVE 'OUTRA' TO WRK-FX-MOEDA(WRK-QT-FX).
      *>  --------------------------------------------------------------
       0510-GUARDA-MOEDA-FX.
      *>  --------------------------------------------------------------
             IF WRK-QT-FX < 20
               ADD 1 TO WRK-QT-FX
               MOVE MO-SIGLA TO WRK-FX-MOEDA(WRK-QT-FX)
             END-IF.
             READ MOEDAS
               AT END MOVE 10 TO MOEDAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1000-VARRE-CONTRATOS.
      *>  --------------------------------------------------------------
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 1100-SOMA-CONTRATO UNTIL CONTRATOS-STATUS = 10
      *>  --------------------------------------------------------------
       1100-SOMA-CONTRATO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONTRATOS-ACUM.
             ADD CTR-VALOR TO WRK-PRINCIPAL-ACUM.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
             END-IF.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 2100-SOMA-APOLICE UNTIL APOLICES-STATUS = 10
      *>  --------------------------------------------------------------
       2100-SOMA-APOLICE.
      *>  --------------------------------------------------------------
             IF APL-DT-EMISSAO(1:6) = WRK-MES-ATUAL
               ADD 1 TO WRK-APOLICES-MES
               IF APL-AUTO
                 PERFORM 2150-CONFERE-CANCELADA
               END-IF
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2150-CONFERE-CANCELADA.
      *>  --------------------------------------------------------------
             IF WRK-CANC-OK = 'S'
               MOVE APL-NUMERO TO CA-APOLICE
               READ APOLICE-CANC
                 INVALID KEY
                   ADD APL-PREMIO TO WRK-PREMIO-MES
                 NOT INVALID KEY
                   COMPUTE WRK-PREMIO-MES = WRK-PREMIO-MES
                           + (CA-PREMIO-GANHO / 12)
               END-READ
             ELSE
               ADD APL-PREMIO TO WRK-PREMIO-MES
             END-IF.
      *>  --------------------------------------------------------------
       3000-VARRE-CAMBIO.
                   MOVE KA-QTDE TO WRK-CAMBIO-MES
                   PERFORM 3600-LE-ACUM-MOEDA
                     VARYING WRK-IDX-FX FROM 1 BY 1
                     UNTIL WRK-IDX-FX > WRK-QT-FX
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       3100-SOMA-CONVERSAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE LOG-CONVERSAO-REG TO WRK-LINHA(1:160).
             IF WRK-LINHA(1:6) = WRK-MES-ATUAL
                AND WRK-LINHA(31:7) = ' VALOR='
                AND WRK-LINHA(38:7) IS NUMERIC
               ADD 1 TO WRK-CAMBIO-MES
               MOVE WRK-LINHA(38:7) TO WRK-P-VALOR-INT
               MOVE WRK-QT-FX TO WRK-IDX-FX
               PERFORM 3150-LOCALIZA-MOEDA-FX
                 VARYING WRK-IDX-BUSCA FROM 1 BY 1
                 UNTIL WRK-IDX-BUSCA >= WRK-QT-FX
               ADD 1 TO WRK-FX-QTDE(WRK-IDX-FX)
               COMPUTE WRK-FX-VOLUME(WRK-IDX-FX) =
                       WRK-FX-VOLUME(WRK-IDX-FX)
             READ LOG-CONVERSAO
               AT END MOVE 10 TO LOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3150-LOCALIZA-MOEDA-FX.
      *>  --------------------------------------------------------------
             IF WRK-FX-MOEDA(WRK-IDX-BUSCA) = WRK-LINHA(26:5)
               MOVE WRK-IDX-BUSCA TO WRK-IDX-FX
             END-IF.
      *>  --------------------------------------------------------------
       4000-VARRE-BENEFICIOS.
      *>  --------------------------------------------------------------
       6100-CONTA-UM.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE AUDIT-PECAS-REG TO WRK-LINHA(1:140).
             IF WRK-LINHA(1:6) = WRK-MES-ATUAL
               ADD 1 TO WRK-MOVIMENTOS-MES
             END-IF.
             WRITE RELAT-KPI-REG.
             PERFORM 8100-LINHA-CAMBIO
               VARYING WRK-IDX-FX FROM 1 BY 1
               UNTIL WRK-IDX-FX > WRK-QT-FX.
             MOVE SPACES TO RELAT-KPI-REG.
             STRING 'COTACOES DE APOSENTADORIA NO MES='
                    WRK-COTACOES-MES
