       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERFX.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DE MOVIMENTACAO DO
      ***   COFRE DE MOEDA ESTRANGEIRA DA AGENCIA (NUMERARIO.TXT) NAS
      ***   CONVERSOES EM ESPECIE: RECEBE A FUNCAO (E = ENTRADA DE
      ***   CEDULAS, O CLIENTE ENTREGA A MOEDA; S = SAIDA, O CLIENTE
      ***   LEVA A MOEDA), A AGENCIA, O CODIGO ISO DA MOEDA, O VALOR EM
      ***   UNIDADES INTEIRAS DA MOEDA E SE DEVE ATUALIZAR O COFRE OU
      ***   SO CONFERIR (ATUALIZA = N). O VALOR E MONTADO DA MAIOR
      ***   PARA A MENOR CEDULA CADASTRADA NA AGENCIA; NA SAIDA, SO COM
      ***   AS CEDULAS QUE HA NO COFRE. ATUALIZANDO, REGRAVA AS
      ***   QUANTIDADES E REGISTRA CADA CEDULA NO MOVIMENTO DO COFRE
      ***   (NUMERMOV.TXT). RETORNO S = OK, N = SEM CEDULAS
      ***   SUFICIENTES, V = VALOR NAO FECHA NAS CEDULAS DA MOEDA,
      ***   M = MOEDA SEM NUMERARIO CADASTRADO NA AGENCIA, F = COFRE
      ***   INDISPONIVEL. DEVOLVE O SALDO DA MOEDA NA AGENCIA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERARIO ASSIGN TO 'C:\COBOL\NUMERARIO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NUMERARIO-STATUS
             RECORD KEY IS NU-CHAVE.
           SELECT NUMER-MOVIMENTO ASSIGN TO 'C:\COBOL\NUMERMOV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NUMERMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NUMERARIO.
       COPY 'NUMERARIO-MASTER.CBL'.
       FD NUMER-MOVIMENTO.
       COPY 'NUMERMOV-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 NUMERARIO-STATUS PIC 9(02) VALUE ZEROS.
       77 NUMERMOV-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CED       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-RESTANTE     PIC 9(09) VALUE ZEROS.
       77 WRK-QT-USA       PIC 9(09) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA         PIC 9(08) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  CEDULAS DA MOEDA NA AGENCIA, EM ORDEM CRESCENTE DE VALOR.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CEDULAS.
            05 WRK-CD-ITEM OCCURS 15 TIMES.
                10 WRK-CD-CEDULA   PIC 9(05).
                10 WRK-CD-QT       PIC 9(07).
                10 WRK-CD-USA      PIC 9(07).
       LINKAGE SECTION.
       01 LNK-NUMERARIO.
            05 LNK-NU-FUNCAO       PIC X(01).
            05 LNK-NU-ATUALIZA     PIC X(01).
            05 LNK-NU-AGENCIA      PIC 9(04).
            05 LNK-NU-MOEDA        PIC X(03).
            05 LNK-NU-VALOR        PIC 9(09).
            05 LNK-NU-ORIGEM       PIC X(08).
            05 LNK-NU-SALDO        PIC 9(11).
            05 LNK-NU-RETORNO      PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-NUMERARIO.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO LNK-NU-SALDO.
             OPEN I-O NUMERARIO.
             IF NUMERARIO-STATUS NOT = 0
               MOVE 'F' TO LNK-NU-RETORNO
             ELSE
               PERFORM 1000-CARREGA-CEDULAS
               IF WRK-QT-CED = 0
                 MOVE 'M' TO LNK-NU-RETORNO
               ELSE
                 PERFORM 2000-MONTA-VALOR
                 IF LNK-NU-RETORNO = 'S' AND LNK-NU-ATUALIZA = 'S'
                   PERFORM 3000-ATUALIZA-COFRE
                 END-IF
               END-IF
               CLOSE NUMERARIO
             END-IF.
             MOVE 0 TO NUMERARIO-STATUS.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CARREGA-CEDULAS - REGISTROS DA AGENCIA + MOEDA A PARTIR
      *>  DA MENOR CEDULA (O REGISTRO DE CONTROLE, CEDULA ZERO, FICA
      *>  DE FORA), JA SOMANDO O SALDO ATUAL.
      *>  --------------------------------------------------------------
       1000-CARREGA-CEDULAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CED.
             INITIALIZE WRK-TAB-CEDULAS.
             MOVE LNK-NU-AGENCIA TO NU-AGENCIA.
             MOVE LNK-NU-MOEDA TO NU-MOEDA.
             MOVE 1 TO NU-CEDULA.
             START NUMERARIO KEY IS NOT LESS THAN NU-CHAVE
               INVALID KEY MOVE 10 TO NUMERARIO-STATUS
             END-START.
             IF NUMERARIO-STATUS NOT = 10
               READ NUMERARIO NEXT
                 AT END MOVE 10 TO NUMERARIO-STATUS
               END-READ
             END-IF.
             PERFORM 1100-CARREGA-UMA
               UNTIL NUMERARIO-STATUS = 10
                  OR NU-AGENCIA NOT = LNK-NU-AGENCIA
                  OR NU-MOEDA NOT = LNK-NU-MOEDA.
             MOVE 0 TO NUMERARIO-STATUS.
      *>  --------------------------------------------------------------
       1100-CARREGA-UMA.
      *>  --------------------------------------------------------------
             IF WRK-QT-CED < 15
               ADD 1 TO WRK-QT-CED
               MOVE NU-CEDULA TO WRK-CD-CEDULA(WRK-QT-CED)
               MOVE NU-QT-CEDULAS TO WRK-CD-QT(WRK-QT-CED)
               COMPUTE LNK-NU-SALDO = LNK-NU-SALDO
                       + NU-CEDULA * NU-QT-CEDULAS
             END-IF.
             READ NUMERARIO NEXT
               AT END MOVE 10 TO NUMERARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-MONTA-VALOR - DA MAIOR PARA A MENOR CEDULA, QUANTAS DE
      *>  CADA UMA CABEM NO QUE FALTA DO VALOR; NA SAIDA, LIMITADO AO
      *>  QUE HA NO COFRE. SOBRANDO VALOR, A OPERACAO NAO FECHA.
      *>  --------------------------------------------------------------
       2000-MONTA-VALOR.
      *>  --------------------------------------------------------------
             MOVE LNK-NU-VALOR TO WRK-RESTANTE.
             PERFORM 2100-MONTA-CEDULA
               VARYING WRK-IDX FROM WRK-QT-CED BY -1
               UNTIL WRK-IDX < 1.
             EVALUATE TRUE
               WHEN WRK-RESTANTE = 0
                 MOVE 'S' TO LNK-NU-RETORNO
               WHEN LNK-NU-FUNCAO = 'S'
                 MOVE 'N' TO LNK-NU-RETORNO
               WHEN OTHER
                 MOVE 'V' TO LNK-NU-RETORNO
             END-EVALUATE.
      *>  --------------------------------------------------------------
       2100-MONTA-CEDULA.
      *>  --------------------------------------------------------------
             DIVIDE WRK-RESTANTE BY WRK-CD-CEDULA(WRK-IDX)
               GIVING WRK-QT-USA.
             IF LNK-NU-FUNCAO = 'S'
                AND WRK-QT-USA > WRK-CD-QT(WRK-IDX)
               MOVE WRK-CD-QT(WRK-IDX) TO WRK-QT-USA
             END-IF.
             MOVE WRK-QT-USA TO WRK-CD-USA(WRK-IDX).
             COMPUTE WRK-RESTANTE = WRK-RESTANTE
                     - WRK-QT-USA * WRK-CD-CEDULA(WRK-IDX).
      *>  --------------------------------------------------------------
      *>  3000-ATUALIZA-COFRE - REGRAVA AS CEDULAS USADAS E REGISTRA O
      *>  MOVIMENTO DE CADA UMA.
      *>  --------------------------------------------------------------
       3000-ATUALIZA-COFRE.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             ACCEPT WRK-HORA FROM TIME.
             OPEN EXTEND NUMER-MOVIMENTO.
             IF NUMERMOV-STATUS = 35
               OPEN OUTPUT NUMER-MOVIMENTO
               CLOSE NUMER-MOVIMENTO
               OPEN EXTEND NUMER-MOVIMENTO
             END-IF.
             PERFORM 3100-ATUALIZA-CEDULA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-CED.
             CLOSE NUMER-MOVIMENTO.
             MOVE 0 TO NUMERMOV-STATUS.
             IF LNK-NU-FUNCAO = 'S'
               SUBTRACT LNK-NU-VALOR FROM LNK-NU-SALDO
             ELSE
               ADD LNK-NU-VALOR TO LNK-NU-SALDO
             END-IF.
      *>  --------------------------------------------------------------
       3100-ATUALIZA-CEDULA.
      *>  --------------------------------------------------------------
             IF WRK-CD-USA(WRK-IDX) > 0
               MOVE LNK-NU-AGENCIA TO NU-AGENCIA
               MOVE LNK-NU-MOEDA TO NU-MOEDA
               MOVE WRK-CD-CEDULA(WRK-IDX) TO NU-CEDULA
               READ NUMERARIO
                 INVALID KEY
                   DISPLAY '* CEDULA ' NU-CEDULA ' SUMIU DO COFRE *'
                 NOT INVALID KEY
                   IF LNK-NU-FUNCAO = 'S'
                     SUBTRACT WRK-CD-USA(WRK-IDX) FROM NU-QT-CEDULAS
                   ELSE
                     ADD WRK-CD-USA(WRK-IDX) TO NU-QT-CEDULAS
                   END-IF
                   MOVE WRK-DATA-HOJE TO NU-DT-ULT-MOV
                   REWRITE NUMERARIO-MASTER-REG
                   END-REWRITE
                   PERFORM 3200-GRAVA-MOVIMENTO
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       3200-GRAVA-MOVIMENTO.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE TO NM-DATA.
             MOVE WRK-HORA TO NM-HORA.
             MOVE LNK-NU-AGENCIA TO NM-AGENCIA.
             MOVE LNK-NU-MOEDA TO NM-MOEDA.
             MOVE LNK-NU-FUNCAO TO NM-TIPO.
             MOVE LNK-NU-ORIGEM TO NM-ORIGEM.
             MOVE WRK-CD-CEDULA(WRK-IDX) TO NM-CEDULA.
             MOVE WRK-CD-USA(WRK-IDX) TO NM-QUANTIDADE.
             WRITE NUMERMOV-REG.
