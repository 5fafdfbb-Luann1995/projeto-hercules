       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITAB.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DE ADEQUACAO
      ***   (SUITABILITY) DO INVESTIMENTO AO PERFIL DO CLIENTE:
      ***   RECEBE CLIENTE, PRODUTO E O INDICADOR DE TERMO DE CIENCIA
      ***   ASSINADO E CONFERE O PERFIL DE PERFILIN.TXT (GRAVADO PELO
      ***   DESAFIO10). SEM PERFIL OU COM PERFIL DE MAIS DE 24 MESES
      ***   (VENCIDO) BLOQUEIA ATE NOVO QUESTIONARIO; PRODUTO DE RISCO
      ***   ACIMA DO PERFIL (C CONSERVADOR, M MODERADO, A AGRESSIVO)
      ***   SO PASSA COM O TERMO ASSINADO. NA FUNCAO R CADA LIBERACAO
      ***   POR TERMO E CADA BLOQUEIO FICAM EM SUITLOG.TXT PARA O
      ***   RELATORIO MENSAL DE CONFORMIDADE (SUITREL); NA FUNCAO V SO
      ***   DEVOLVE O RESULTADO. CHAMADO PELO APORTE DO DESAFIO06 E
      ***   PELO APORTE PROGRAMADO (INVAPORT).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFIL-INVEST ASSIGN TO 'C:\COBOL\PERFILIN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PERFIL-STATUS
             RECORD KEY IS PF-CLI-ID.
           SELECT SUITAB-LOG ASSIGN TO 'C:\COBOL\SUITLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PERFIL-INVEST.
       01 PERFIL-INVEST-REG.
            05 PF-CLI-ID       PIC 9(05).
            05 PF-PERFIL       PIC X(01).
            05 PF-PONTOS       PIC 9(02).
            05 PF-DT-AVALIACAO PIC 9(08).
       FD SUITAB-LOG.
       01 SUITAB-LOG-REG.
            05 SL-DATA         PIC 9(08).
            05 SL-CLI-ID       PIC 9(05).
            05 SL-PRODUTO      PIC 9(01).
            05 SL-VALOR        PIC 9(07)V99.
            05 SL-PERFIL       PIC X(01).
            05 SL-RISCO        PIC X(01).
            05 SL-RESULTADO    PIC X(01).
            05 SL-MOTIVO       PIC X(01).
            05 SL-ORIGEM       PIC X(08).
            05 SL-REFERENCIA   PIC 9(08).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 PERFIL-STATUS    PIC 9(02) VALUE ZEROS.
       77 SUITLOG-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77 WRK-NIVEL-PERFIL PIC 9(01) VALUE ZEROS.
       77 WRK-NIVEL-RISCO  PIC 9(01) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  NIVEL DE RISCO DE CADA PRODUTO DO DESAFIO06 (1 CDB, 2 LCI/
      *>  LCA, 3 FUNDO IMOBILIARIO, 4 FUNDO HEDGE), NA MESMA ESCALA
      *>  DO PERFIL: C CONSERVADOR, M MODERADO, A AGRESSIVO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-RISCO-VALORES  PIC X(04) VALUE 'CCMA'.
       01 WRK-TAB-RISCO REDEFINES WRK-TAB-RISCO-VALORES.
            05 WRK-RISCO-PRODUTO OCCURS 4 TIMES PIC X(01).
      *>  --------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-SUITAB.
            05 LNK-SU-FUNCAO       PIC X(01).
            05 LNK-SU-CLI-ID       PIC 9(05).
            05 LNK-SU-PRODUTO      PIC 9(01).
            05 LNK-SU-VALOR        PIC 9(07)V99.
            05 LNK-SU-TERMO        PIC X(01).
            05 LNK-SU-ORIGEM       PIC X(08).
            05 LNK-SU-REFERENCIA   PIC 9(08).
            05 LNK-SU-PERFIL       PIC X(01).
            05 LNK-SU-RISCO        PIC X(01).
            05 LNK-SU-RESULTADO    PIC X(01).
            05 LNK-SU-MOTIVO       PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-SUITAB.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE SPACE TO LNK-SU-PERFIL.
             MOVE SPACE TO LNK-SU-RISCO.
             MOVE SPACE TO LNK-SU-MOTIVO.
             MOVE 'L' TO LNK-SU-RESULTADO.
             IF LNK-SU-PRODUTO >= 1 AND LNK-SU-PRODUTO <= 4
               MOVE WRK-RISCO-PRODUTO(LNK-SU-PRODUTO) TO LNK-SU-RISCO
             END-IF.
             PERFORM 1000-LE-PERFIL.
             IF LNK-SU-MOTIVO = SPACE
               PERFORM 2000-CONFERE-RISCO
             END-IF.
             IF LNK-SU-FUNCAO = 'R' AND LNK-SU-RESULTADO NOT = 'L'
               PERFORM 3000-GRAVA-LOG
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-LE-PERFIL - SEM PERFIL (MOTIVO S) OU COM A AVALIACAO
      *>  FEITA HA 24 MESES OU MAIS (MOTIVO V) O CLIENTE TEM DE REFAZER
      *>  O QUESTIONARIO ANTES DE QUALQUER NOVO INVESTIMENTO.
      *>  --------------------------------------------------------------
       1000-LE-PERFIL.
      *>  --------------------------------------------------------------
             OPEN INPUT PERFIL-INVEST.
             IF PERFIL-STATUS NOT = 0
               MOVE 'S' TO LNK-SU-MOTIVO
             ELSE
               MOVE LNK-SU-CLI-ID TO PF-CLI-ID
               READ PERFIL-INVEST
                 INVALID KEY
                   MOVE 'S' TO LNK-SU-MOTIVO
                 NOT INVALID KEY
                   MOVE PF-PERFIL TO LNK-SU-PERFIL
                   COMPUTE WRK-DATA-LIMITE = PF-DT-AVALIACAO + 20000
                   IF WRK-DATA-LIMITE <= WRK-DATA-HOJE
                     MOVE 'V' TO LNK-SU-MOTIVO
                   END-IF
               END-READ
               CLOSE PERFIL-INVEST
             END-IF.
             MOVE 0 TO PERFIL-STATUS.
             IF LNK-SU-MOTIVO NOT = SPACE
               MOVE 'B' TO LNK-SU-RESULTADO
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-CONFERE-RISCO - PRODUTO DE RISCO ACIMA DO PERFIL (MOTIVO
      *>  R) SO PASSA COM O TERMO DE CIENCIA ASSINADO (RESULTADO T).
      *>  --------------------------------------------------------------
       2000-CONFERE-RISCO.
      *>  --------------------------------------------------------------
             EVALUATE LNK-SU-PERFIL
               WHEN 'C' MOVE 1 TO WRK-NIVEL-PERFIL
               WHEN 'M' MOVE 2 TO WRK-NIVEL-PERFIL
               WHEN OTHER MOVE 3 TO WRK-NIVEL-PERFIL
             END-EVALUATE.
             EVALUATE LNK-SU-RISCO
               WHEN 'C' MOVE 1 TO WRK-NIVEL-RISCO
               WHEN 'M' MOVE 2 TO WRK-NIVEL-RISCO
               WHEN OTHER MOVE 3 TO WRK-NIVEL-RISCO
             END-EVALUATE.
             IF WRK-NIVEL-RISCO > WRK-NIVEL-PERFIL
               MOVE 'R' TO LNK-SU-MOTIVO
               IF LNK-SU-TERMO = 'S'
                 MOVE 'T' TO LNK-SU-RESULTADO
               ELSE
                 MOVE 'B' TO LNK-SU-RESULTADO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3000-GRAVA-LOG.
      *>  --------------------------------------------------------------
             OPEN EXTEND SUITAB-LOG.
             IF SUITLOG-STATUS = 35
               OPEN OUTPUT SUITAB-LOG
               CLOSE SUITAB-LOG
               OPEN EXTEND SUITAB-LOG
             END-IF.
             MOVE WRK-DATA-HOJE     TO SL-DATA.
             MOVE LNK-SU-CLI-ID     TO SL-CLI-ID.
             MOVE LNK-SU-PRODUTO    TO SL-PRODUTO.
             MOVE LNK-SU-VALOR      TO SL-VALOR.
             MOVE LNK-SU-PERFIL     TO SL-PERFIL.
             MOVE LNK-SU-RISCO      TO SL-RISCO.
             MOVE LNK-SU-RESULTADO  TO SL-RESULTADO.
             MOVE LNK-SU-MOTIVO     TO SL-MOTIVO.
             MOVE LNK-SU-ORIGEM     TO SL-ORIGEM.
             MOVE LNK-SU-REFERENCIA TO SL-REFERENCIA.
             WRITE SUITAB-LOG-REG.
             CLOSE SUITAB-LOG.
             MOVE 0 TO SUITLOG-STATUS.
      *>  --------------------------------------------------------------
