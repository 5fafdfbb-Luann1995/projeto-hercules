       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSCR.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = ARQUIVO MENSAL DO SCR (SISTEMA
      ***   DE INFORMACOES DE CREDITO DO BANCO CENTRAL) DA CARTEIRA
      ***   DE EMPRESTIMOS: UM REGISTRO DE LAYOUT FIXO POR CONTRATO
      ***   EM ABERTO (SCRMES.TXT) COM O CPF DO CLIENTE
      ***   (CLIENTE.TXT), A MODALIDADE (PESSOAL, CONSIGNADO OU COM
      ***   GARANTIA), O SALDO EM ABERTO DO CRONOGRAMA CONTRA O
      ***   LEDGER (EMPPAGOS.TXT) ABERTO POR FAIXA DE VENCIMENTO (A
      ***   VENCER E VENCIDO), OS DIAS DE ATRASO E O NIVEL DE RISCO
      ***   DO RATING (EMPRATIN.TXT). A CARTEIRA SEGUE A MESMA REGRA
      ***   DO EMPPDD (SEM CONTRATO LIQUIDADO, NAO LIBERADO OU
      ***   BAIXADO PARA PREJUIZO). O RELATORIO DE CONTROLE
      ***   (RELSCR.TXT) CONFERE O SALDO TOTAL COM A BASE DE
      ***   PROVISAO DA ULTIMA RODADA DO EMPPDD; DIVERGENCIA DEVOLVE
      ***   RETURN-CODE 8 E NAO GRAVA O ARQUIVO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT LIBERACAO ASSIGN TO 'C:\COBOL\LIBERACA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIBER-STATUS
             RECORD KEY IS LB-CONTRATO.
           SELECT RATING-EMP ASSIGN TO 'C:\COBOL\EMPRATIN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RATING-STATUS
             RECORD KEY IS RT-CONTRATO.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT ARQUIVO-SCR ASSIGN TO 'C:\COBOL\SCRMES.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCR-STATUS.
           SELECT RELAT-SCR ASSIGN TO 'C:\COBOL\RELSCR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-PARCELA      PIC 9(02).
            05 EP-DT-PAGAMENTO PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD LIBERACAO.
       01 LIBERACAO-REG.
            05 LB-CONTRATO     PIC 9(08).
            05 LB-CLIENTE      PIC 9(05).
            05 LB-VALOR        PIC 9(07)V99.
            05 LB-OPERADOR1    PIC X(10).
            05 LB-OPERADOR2    PIC X(10).
            05 LB-DT-REGISTRO  PIC 9(08).
            05 LB-DT-LIBERACAO PIC 9(08).
            05 LB-SITUACAO     PIC X(01).
                88 LB-LIBERADA     VALUE 'L'.
       FD RATING-EMP.
       01 RATING-EMP-REG.
            05 RT-CONTRATO     PIC 9(08).
            05 RT-CLIENTE      PIC 9(05).
            05 RT-BANDA        PIC X(02).
            05 RT-DIAS-ATRASO  PIC 9(05).
            05 RT-SALDO        PIC 9(09)V99.
            05 RT-PROVISAO     PIC 9(09)V99.
            05 RT-DT-AVALIACAO PIC 9(08).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
      *>  --------------------------------------------------------------
      *>  LAYOUT DO ARQUIVO SCR: SALDO A VENCER EM ATE 30 DIAS, 31 A
      *>  90, 91 A 360 E ACIMA DE 360; VENCIDO HA ATE 30 DIAS, 31 A
      *>  90, 91 A 180 E ACIMA DE 180. MODALIDADE P PESSOAL (NORMAL
      *>  OU RENEGOCIACAO SEM GARANTIA), C CONSIGNADO, G COM GARANTIA.
      *>  --------------------------------------------------------------
       FD ARQUIVO-SCR.
       01 ARQUIVO-SCR-REG.
            05 SCR-MES         PIC 9(06).
            05 SCR-CPF         PIC 9(11).
            05 SCR-CONTRATO    PIC 9(08).
            05 SCR-MODALIDADE  PIC X(01).
            05 SCR-FAIXAS.
                10 SCR-VL-FAIXA OCCURS 8 TIMES PIC 9(09)V99.
            05 SCR-SALDO       PIC 9(09)V99.
            05 SCR-DIAS-ATRASO PIC 9(05).
            05 SCR-RISCO       PIC X(02).
       FD RELAT-SCR.
       01 RELAT-SCR-REG           PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIBER-STATUS     PIC 9(02) VALUE ZEROS.
       77 RATING-STATUS    PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 SCR-STATUS       PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-VENC       PIC 9(08) VALUE ZEROS.
       77 WRK-P-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-CHECA-CONTR  PIC 9(08) VALUE ZEROS.
       77 WRK-CHECA-PARC   PIC 9(02) VALUE ZEROS.
       77 WRK-LIB-OK       PIC X(01) VALUE 'N'.
       77 WRK-NAO-EFETIVADO PIC X(01) VALUE 'N'.
       77 WRK-RATING-OK    PIC X(01) VALUE 'N'.
       77 WRK-CLIENTE-OK   PIC X(01) VALUE 'N'.
       77 WRK-QT-CONTRATOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FAIXA    PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-MOD      PIC 9(01) VALUE ZEROS.
       77 WRK-QT-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CPF   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-RATING PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-SCR      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PDD      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-PDD       PIC 9(05) VALUE ZEROS.
       77 WRK-DT-PDD       PIC 9(08) VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(11)V99 VALUE ZEROS.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
                10 WRK-PG-PARCELA  PIC 9(02).
      *>  --------------------------------------------------------------
      *>  UMA LINHA POR CONTRATO DA CARTEIRA, NO MESMO FORMATO DO
      *>  REGISTRO SCR, GRAVADA NO ARQUIVO SO DEPOIS DA CONFERENCIA.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CONTRATOS.
            05 WRK-CT-ITEM OCCURS 300 TIMES.
                10 WRK-CT-CPF       PIC 9(11).
                10 WRK-CT-NUMERO    PIC 9(08).
                10 WRK-CT-MODALIDADE PIC X(01).
                10 WRK-CT-FAIXA OCCURS 8 TIMES PIC 9(09)V99.
                10 WRK-CT-SALDO     PIC 9(09)V99.
                10 WRK-CT-ATRASO    PIC 9(05).
                10 WRK-CT-RISCO     PIC X(02).
      *>  --------------------------------------------------------------
      *>  TOTAIS DO CONTROLE: POR FAIXA (1-4 A VENCER, 5-8 VENCIDO) E
      *>  POR MODALIDADE (1=P 2=C 3=G).
      *>  --------------------------------------------------------------
       01 WRK-TAB-FAIXAS.
            05 WRK-FX-ITEM OCCURS 8 TIMES.
                10 WRK-FX-NOME     PIC X(16).
                10 WRK-FX-SALDO    PIC 9(11)V99.
       01 WRK-TAB-MODALIDADES.
            05 WRK-MD-ITEM OCCURS 3 TIMES.
                10 WRK-MD-CODIGO   PIC X(01).
                10 WRK-MD-QTDE     PIC 9(05).
                10 WRK-MD-SALDO    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             PERFORM 0100-MONTA-TABELAS.
             PERFORM 1000-CARREGA-PAGOS.
             PERFORM 2000-APURA-CARTEIRA.
             PERFORM 3000-BASE-PROVISAO.
             COMPUTE WRK-DIFERENCA = WRK-TOT-SCR - WRK-TOT-PDD.
             PERFORM 6000-RELATORIO-CONTROLE.
             IF WRK-QT-PDD = 0 OR WRK-DIFERENCA NOT = 0
               PERFORM 4000-RECUSA-ARQUIVO
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 5000-GRAVA-ARQUIVO-SCR
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-MONTA-TABELAS.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-FAIXAS WRK-TAB-MODALIDADES
                        WRK-TAB-CONTRATOS.
             MOVE 'A VENCER ATE 30 ' TO WRK-FX-NOME(1).
             MOVE 'A VENCER 31-90  ' TO WRK-FX-NOME(2).
             MOVE 'A VENCER 91-360 ' TO WRK-FX-NOME(3).
             MOVE 'A VENCER +360   ' TO WRK-FX-NOME(4).
             MOVE 'VENCIDO ATE 30  ' TO WRK-FX-NOME(5).
             MOVE 'VENCIDO 31-90   ' TO WRK-FX-NOME(6).
             MOVE 'VENCIDO 91-180  ' TO WRK-FX-NOME(7).
             MOVE 'VENCIDO +180    ' TO WRK-FX-NOME(8).
             MOVE 'P' TO WRK-MD-CODIGO(1).
             MOVE 'C' TO WRK-MD-CODIGO(2).
             MOVE 'G' TO WRK-MD-CODIGO(3).
      *>  --------------------------------------------------------------
       1000-CARREGA-PAGOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-PAGOS.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
                 AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM 1010-CARREGA-UM-PAGO
                 UNTIL PAGAMENTOS-STATUS = 10
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
       1010-CARREGA-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-QT-PAGOS < 500
               ADD 1 TO WRK-QT-PAGOS
               MOVE EP-CONTRATO TO WRK-PG-CONTRATO(WRK-QT-PAGOS)
               MOVE EP-PARCELA  TO WRK-PG-PARCELA(WRK-QT-PAGOS)
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-APURA-CARTEIRA - MESMA CARTEIRA DO EMPPDD: CONTRATO SEM
      *>  PARCELA 99 NO LEDGER, LIBERADO E NAO BAIXADO PARA PREJUIZO.
      *>  --------------------------------------------------------------
       2000-APURA-CARTEIRA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-LIB-OK WRK-RATING-OK WRK-CLIENTE-OK.
             OPEN INPUT LIBERACAO.
             IF LIBER-STATUS = 0
               MOVE 'S' TO WRK-LIB-OK
             END-IF.
             OPEN INPUT RATING-EMP.
             IF RATING-STATUS = 0
               MOVE 'S' TO WRK-RATING-OK
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLIENTE-OK
             END-IF.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2100-AVALIA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             IF WRK-LIB-OK = 'S'
               CLOSE LIBERACAO
             END-IF.
             IF WRK-RATING-OK = 'S'
               CLOSE RATING-EMP
             END-IF.
             IF WRK-CLIENTE-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
             MOVE 0 TO LIBER-STATUS RATING-STATUS CLIENTE-STATUS.
      *>  --------------------------------------------------------------
       2100-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-CHECA-CONTR.
             PERFORM 2600-CONFERE-LIBERACAO.
             MOVE 99 TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
                AND WRK-NAO-EFETIVADO = 'N'
                AND NOT CTR-EM-PREJUIZO
                AND WRK-QT-CONTRATOS < 300
               ADD 1 TO WRK-QT-CONTRATOS
               MOVE WRK-QT-CONTRATOS TO WRK-IDX
               MOVE CTR-NUMERO TO WRK-CT-NUMERO(WRK-IDX)
               PERFORM 2200-MODALIDADE
               PERFORM 2300-CPF-E-RISCO
               PERFORM 2110-AVALIA-PARCELA
                 VARYING WRK-P-PARCELA FROM 1 BY 1
                 UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
               ADD WRK-CT-SALDO(WRK-IDX) TO WRK-TOT-SCR
               ADD 1 TO WRK-MD-QTDE(WRK-IDX-MOD)
               ADD WRK-CT-SALDO(WRK-IDX) TO WRK-MD-SALDO(WRK-IDX-MOD)
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2110-AVALIA-PARCELA - PARCELA NAO PAGA ENTRA NO SALDO, NA
      *>  FAIXA PELOS DIAS ATE O VENCIMENTO (OU DESDE ELE) E NO MAIOR
      *>  ATRASO DO CONTRATO. CONTAGEM EM DIAS COMERCIAIS, COMO NO
      *>  EMPPDD.
      *>  --------------------------------------------------------------
       2110-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE CTR-PC-VENC(WRK-P-PARCELA) TO WRK-P-VENC
               MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-P-VALOR
               MOVE WRK-P-VENC TO WRK-DATA-X
               PERFORM 8900-DIAS-COMERCIAIS
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-X
               EVALUATE TRUE
                 WHEN WRK-DIAS-ATRASO < -360
                   MOVE 4 TO WRK-IDX-FAIXA
                 WHEN WRK-DIAS-ATRASO < -90
                   MOVE 3 TO WRK-IDX-FAIXA
                 WHEN WRK-DIAS-ATRASO < -30
                   MOVE 2 TO WRK-IDX-FAIXA
                 WHEN WRK-DIAS-ATRASO <= 0
                   MOVE 1 TO WRK-IDX-FAIXA
                 WHEN WRK-DIAS-ATRASO <= 30
                   MOVE 5 TO WRK-IDX-FAIXA
                 WHEN WRK-DIAS-ATRASO <= 90
                   MOVE 6 TO WRK-IDX-FAIXA
                 WHEN WRK-DIAS-ATRASO <= 180
                   MOVE 7 TO WRK-IDX-FAIXA
                 WHEN OTHER
                   MOVE 8 TO WRK-IDX-FAIXA
               END-EVALUATE
               ADD WRK-P-VALOR
                 TO WRK-CT-FAIXA(WRK-IDX, WRK-IDX-FAIXA)
               ADD WRK-P-VALOR TO WRK-FX-SALDO(WRK-IDX-FAIXA)
               ADD WRK-P-VALOR TO WRK-CT-SALDO(WRK-IDX)
               IF WRK-DIAS-ATRASO > WRK-CT-ATRASO(WRK-IDX)
                 MOVE WRK-DIAS-ATRASO TO WRK-CT-ATRASO(WRK-IDX)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2200-MODALIDADE.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN CTR-COM-GARANTIA
                 MOVE 3 TO WRK-IDX-MOD
               WHEN CTR-CONSIGNADO
                 MOVE 2 TO WRK-IDX-MOD
               WHEN OTHER
                 MOVE 1 TO WRK-IDX-MOD
             END-EVALUATE.
             MOVE WRK-MD-CODIGO(WRK-IDX-MOD)
               TO WRK-CT-MODALIDADE(WRK-IDX).
      *>  --------------------------------------------------------------
      *>  2300-CPF-E-RISCO - CPF DO CADASTRO UNICO E NIVEL DE RISCO DA
      *>  ULTIMA CLASSIFICACAO DO EMPPDD. FALTA DE UM OU OUTRO SAI
      *>  CONTADA NO RELATORIO DE CONTROLE.
      *>  --------------------------------------------------------------
       2300-CPF-E-RISCO.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-CT-CPF(WRK-IDX).
             MOVE SPACES TO WRK-CT-RISCO(WRK-IDX).
             IF WRK-CLIENTE-OK = 'S'
               MOVE CTR-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLI-CPF TO WRK-CT-CPF(WRK-IDX)
               END-READ
             END-IF.
             IF WRK-CT-CPF(WRK-IDX) = ZEROS
               ADD 1 TO WRK-QT-SEM-CPF
             END-IF.
             IF WRK-RATING-OK = 'S'
               MOVE CTR-NUMERO TO RT-CONTRATO
               READ RATING-EMP
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE RT-BANDA TO WRK-CT-RISCO(WRK-IDX)
               END-READ
             END-IF.
             IF WRK-CT-RISCO(WRK-IDX) = SPACES
               ADD 1 TO WRK-QT-SEM-RATING
             END-IF.
      *>  --------------------------------------------------------------
       2400-CONFERE-SE-PAGA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-JA-PAGA.
             PERFORM 2410-CONFERE-UM-PAGO
               VARYING WRK-IDX-PAGO FROM 1 BY 1
               UNTIL WRK-IDX-PAGO > WRK-QT-PAGOS
                  OR WRK-JA-PAGA = 'S'.
      *>  --------------------------------------------------------------
       2410-CONFERE-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-PG-CONTRATO(WRK-IDX-PAGO) = WRK-CHECA-CONTR
                AND WRK-PG-PARCELA(WRK-IDX-PAGO) = WRK-CHECA-PARC
               MOVE 'S' TO WRK-JA-PAGA
             END-IF.
      *>  --------------------------------------------------------------
       2600-CONFERE-LIBERACAO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-NAO-EFETIVADO.
             IF WRK-LIB-OK = 'S'
               MOVE WRK-CHECA-CONTR TO LB-CONTRATO
               READ LIBERACAO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT LB-LIBERADA
                     MOVE 'S' TO WRK-NAO-EFETIVADO
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-BASE-PROVISAO - BASE DE PROVISAO DO EMPPDD: SOMA DO SALDO
      *>  DOS RATINGS DA ULTIMA AVALIACAO (O EMPPDD REGRAVA TODA A
      *>  CARTEIRA NA DATA DA RODADA; RATING DE DATA ANTERIOR E DE
      *>  CONTRATO QUE JA SAIU).
      *>  --------------------------------------------------------------
       3000-BASE-PROVISAO.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-DT-PDD WRK-TOT-PDD WRK-QT-PDD.
             OPEN INPUT RATING-EMP.
             IF RATING-STATUS = 0
               READ RATING-EMP NEXT
                 AT END MOVE 10 TO RATING-STATUS
               END-READ
               PERFORM 3100-ULTIMA-AVALIACAO
                 UNTIL RATING-STATUS = 10
               CLOSE RATING-EMP
               OPEN INPUT RATING-EMP
               READ RATING-EMP NEXT
                 AT END MOVE 10 TO RATING-STATUS
               END-READ
               PERFORM 3200-SOMA-BASE UNTIL RATING-STATUS = 10
               CLOSE RATING-EMP
             END-IF.
             MOVE 0 TO RATING-STATUS.
      *>  --------------------------------------------------------------
       3100-ULTIMA-AVALIACAO.
      *>  --------------------------------------------------------------
             IF RT-DT-AVALIACAO > WRK-DT-PDD
               MOVE RT-DT-AVALIACAO TO WRK-DT-PDD
             END-IF.
             READ RATING-EMP NEXT
               AT END MOVE 10 TO RATING-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-SOMA-BASE.
      *>  --------------------------------------------------------------
             IF RT-DT-AVALIACAO = WRK-DT-PDD
               ADD 1 TO WRK-QT-PDD
               ADD RT-SALDO TO WRK-TOT-PDD
             END-IF.
             READ RATING-EMP NEXT
               AT END MOVE 10 TO RATING-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4000-RECUSA-ARQUIVO.
      *>  --------------------------------------------------------------
             IF WRK-QT-PDD = 0
               DISPLAY '*** SCR RECUSADO: SEM RATING DA CARTEIRA -'
                       ' RODAR O EMPPDD ***'
             ELSE
               DISPLAY '*** SCR RECUSADO: SALDO DA CARTEIRA NAO BATE'
                       ' COM A BASE DO EMPPDD ***'
               DISPLAY 'SALDO SCR......: ' WRK-TOT-SCR
               DISPLAY 'BASE PDD.......: ' WRK-TOT-PDD
                       ' (AVALIACAO ' WRK-DT-PDD ')'
               DISPLAY 'DIFERENCA......: ' WRK-DIFERENCA
             END-IF.
      *>  --------------------------------------------------------------
       5000-GRAVA-ARQUIVO-SCR.
      *>  --------------------------------------------------------------
             OPEN OUTPUT ARQUIVO-SCR.
             PERFORM 5100-GRAVA-UM-CONTRATO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-CONTRATOS.
             CLOSE ARQUIVO-SCR.
             DISPLAY 'SCR DO MES ' WRK-MES-ATUAL ': ' WRK-QT-GRAVADOS
                     ' CONTRATOS (SCRMES.TXT E RELSCR.TXT)'.
      *>  --------------------------------------------------------------
      *>  5100-GRAVA-UM-CONTRATO - CONTRATO COM TODO O CRONOGRAMA PAGO
      *>  (SALDO ZERO) NAO VAI PARA O SCR.
      *>  --------------------------------------------------------------
       5100-GRAVA-UM-CONTRATO.
      *>  --------------------------------------------------------------
             IF WRK-CT-SALDO(WRK-IDX) > 0
               MOVE WRK-MES-ATUAL TO SCR-MES
               MOVE WRK-CT-CPF(WRK-IDX) TO SCR-CPF
               MOVE WRK-CT-NUMERO(WRK-IDX) TO SCR-CONTRATO
               MOVE WRK-CT-MODALIDADE(WRK-IDX) TO SCR-MODALIDADE
               PERFORM 5110-COPIA-FAIXA
                 VARYING WRK-IDX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IDX-FAIXA > 8
               MOVE WRK-CT-SALDO(WRK-IDX) TO SCR-SALDO
               MOVE WRK-CT-ATRASO(WRK-IDX) TO SCR-DIAS-ATRASO
               MOVE WRK-CT-RISCO(WRK-IDX) TO SCR-RISCO
               WRITE ARQUIVO-SCR-REG
               ADD 1 TO WRK-QT-GRAVADOS
             END-IF.
      *>  --------------------------------------------------------------
       5110-COPIA-FAIXA.
      *>  --------------------------------------------------------------
             MOVE WRK-CT-FAIXA(WRK-IDX, WRK-IDX-FAIXA)
               TO SCR-VL-FAIXA(WRK-IDX-FAIXA).
      *>  --------------------------------------------------------------
       6000-RELATORIO-CONTROLE.
      *>  --------------------------------------------------------------
             OPEN OUTPUT RELAT-SCR.
             MOVE SPACES TO RELAT-SCR-REG.
             STRING 'CONTROLE DO SCR - MES ' WRK-MES-ATUAL
                    ' (EMITIDO EM ' WRK-DATA-HOJE ')'
                    DELIMITED BY SIZE INTO RELAT-SCR-REG.
             WRITE RELAT-SCR-REG.
             MOVE 'POR MODALIDADE (QTDE / SALDO)' TO RELAT-SCR-REG.
             WRITE RELAT-SCR-REG.
             PERFORM 6100-LINHA-MODALIDADE
               VARYING WRK-IDX-MOD FROM 1 BY 1
               UNTIL WRK-IDX-MOD > 3.
             MOVE 'POR FAIXA DE VENCIMENTO' TO RELAT-SCR-REG.
             WRITE RELAT-SCR-REG.
             PERFORM 6200-LINHA-FAIXA
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA > 8.
             MOVE SPACES TO RELAT-SCR-REG.
             STRING 'CONTRATOS SEM CPF=' WRK-QT-SEM-CPF
                    ' SEM RATING=' WRK-QT-SEM-RATING
                    DELIMITED BY SIZE INTO RELAT-SCR-REG.
             WRITE RELAT-SCR-REG.
             MOVE SPACES TO RELAT-SCR-REG.
             STRING 'SALDO SCR=' WRK-TOT-SCR
                    ' BASE PDD=' WRK-TOT-PDD
                    ' (AVALIACAO ' WRK-DT-PDD ')'
                    ' DIFERENCA=' WRK-DIFERENCA
                    DELIMITED BY SIZE INTO RELAT-SCR-REG.
             WRITE RELAT-SCR-REG.
             IF WRK-QT-PDD = 0 OR WRK-DIFERENCA NOT = 0
               MOVE 'ARQUIVO RECUSADO - CARTEIRA DIVERGE DO EMPPDD'
                 TO RELAT-SCR-REG
             ELSE
               MOVE 'CONFERIDO COM O EMPPDD - ARQUIVO ACEITO'
                 TO RELAT-SCR-REG
             END-IF.
             WRITE RELAT-SCR-REG.
             CLOSE RELAT-SCR.
      *>  --------------------------------------------------------------
       6100-LINHA-MODALIDADE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-SCR-REG.
             STRING '  ' WRK-MD-CODIGO(WRK-IDX-MOD) ' '
                    WRK-MD-QTDE(WRK-IDX-MOD) ' '
                    WRK-MD-SALDO(WRK-IDX-MOD)
                    DELIMITED BY SIZE INTO RELAT-SCR-REG.
             WRITE RELAT-SCR-REG.
      *>  --------------------------------------------------------------
       6200-LINHA-FAIXA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-SCR-REG.
             STRING '  ' WRK-FX-NOME(WRK-IDX-FAIXA) ' '
                    WRK-FX-SALDO(WRK-IDX-FAIXA)
                    DELIMITED BY SIZE INTO RELAT-SCR-REG.
             WRITE RELAT-SCR-REG.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             COMPUTE WRK-DIAS-X = (WRK-ANO-X * 360)
                     + (WRK-MES-X * 30) + WRK-DIA-X.
      *>  --------------------------------------------------------------
