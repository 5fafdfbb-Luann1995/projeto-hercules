       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAUTIL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DE CALENDARIO DA
      ***   GRADE DE LOTE: RECEBE UMA DATA E DEVOLVE SE ELA E DIA
      ***   UTIL (FIM DE SEMANA E FERIADOS DE FERIADOS.TXT NAO
      ***   CONTAM, MESMA REGRA DO CALDIAS), SE E O PRIMEIRO E SE E O
      ***   ULTIMO DIA UTIL DO MES. RECEBENDO TAMBEM A FREQUENCIA E O
      ***   MES DE UM PASSO DA GRADE (JOBGRADE.TXT), DEVOLVE SE O
      ***   PASSO ESTA PREVISTO NAQUELA DATA:
      ***     D = TODO DIA UTIL
      ***     P = PRIMEIRO DIA UTIL DO MES
      ***     M = ULTIMO DIA UTIL DO MES
      ***     T = ULTIMO DIA UTIL DO TRIMESTRE (MAR, JUN, SET, DEZ)
      ***     A = ULTIMO DIA UTIL DO ANO
      ***   MES DIFERENTE DE ZERO RESTRINGE O PASSO AQUELE MES (EX.
      ***   P COM MES 01 = PRIMEIRO DIA UTIL DE JANEIRO). EM DIA NAO
      ***   UTIL NENHUM PASSO ESTA PREVISTO. O RESULTADO DA ULTIMA
      ***   DATA CALCULADA FICA GUARDADO: O JOBSCHED E O GRADEMAN
      ***   CHAMAM UMA VEZ POR PASSO COM A MESMA DATA E O ARQUIVO DE
      ***   FERIADOS SO E LIDO QUANDO A DATA MUDA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS ASSIGN TO 'C:\COBOL\FERIADOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FERIADOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS.
       01 FERIADOS-REG.
            05 FE-DATA         PIC 9(08).
            05 FE-DESCRICAO    PIC X(30).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 FERIADOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
       77 WRK-UTIL-CALC    PIC X(01) VALUE 'N'.
       77 WRK-PRIM-CALC    PIC X(01) VALUE 'N'.
       77 WRK-ULT-CALC     PIC X(01) VALUE 'N'.
       77 WRK-DATA-UTIL    PIC 9(08) VALUE ZEROS.
       77 WRK-EH-UTIL      PIC X(01) VALUE 'S'.
       77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROS.
       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-DIA          PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO        PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC         PIC 9(04) VALUE ZEROS.
       77 WRK-ULT-DIA-MES  PIC 9(02) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA CONGRUENCIA DE ZELLER, NO MESMO DESENHO DO CALDIAS
      *>  (0 = SABADO, 1 = DOMINGO).
      *>  --------------------------------------------------------------
       77 WRK-Z-ANO        PIC 9(04) VALUE ZEROS.
       77 WRK-Z-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-Z-DIA        PIC 9(02) VALUE ZEROS.
       77 WRK-Z-MES-A      PIC 9(04) VALUE ZEROS.
       77 WRK-Z-K          PIC 9(02) VALUE ZEROS.
       77 WRK-Z-J          PIC 9(02) VALUE ZEROS.
       77 WRK-Z-SOMA       PIC 9(06) VALUE ZEROS.
       77 WRK-Z-AUX        PIC 9(04) VALUE ZEROS.
       77 WRK-Z-Q1         PIC 9(04) VALUE ZEROS.
       77 WRK-Z-Q2         PIC 9(02) VALUE ZEROS.
       77 WRK-Z-Q3         PIC 9(02) VALUE ZEROS.
       77 WRK-Z-RESTO      PIC 9(04) VALUE ZEROS.
       77 WRK-Z-QUOC       PIC 9(06) VALUE ZEROS.
      *>  --------------------------------------------------------------
       01 WRK-TAB-DIAS-VALORES.
            05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-DIAS REDEFINES WRK-TAB-DIAS-VALORES.
            05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       LINKAGE SECTION.
       01 LNK-DIA-UTIL.
            05 LNK-DU-DATA         PIC 9(08).
            05 LNK-DU-FREQUENCIA   PIC X(01).
            05 LNK-DU-MES          PIC 9(02).
            05 LNK-DU-UTIL         PIC X(01).
            05 LNK-DU-PRIMEIRO     PIC X(01).
            05 LNK-DU-ULTIMO       PIC X(01).
            05 LNK-DU-PREVISTO     PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-DIA-UTIL.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             IF LNK-DU-DATA NOT = WRK-DATA-CALC
               PERFORM 1000-CALCULA-DATA
             END-IF.
             MOVE WRK-UTIL-CALC TO LNK-DU-UTIL.
             MOVE WRK-PRIM-CALC TO LNK-DU-PRIMEIRO.
             MOVE WRK-ULT-CALC  TO LNK-DU-ULTIMO.
             PERFORM 2000-CONFERE-PREVISTO.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CALCULA-DATA - DIA UTIL DA PROPRIA DATA; O PRIMEIRO DIA
      *>  UTIL PARTE DO DIA 1 E AVANCA, O ULTIMO PARTE DO FIM DO MES
      *>  (FEVEREIRO BISSEXTO INCLUSIVE) E RECUA, COMO NO INVCOMEC.
      *>  --------------------------------------------------------------
       1000-CALCULA-DATA.
      *>  --------------------------------------------------------------
             MOVE LNK-DU-DATA TO WRK-DATA-CALC.
             MOVE 'N' TO WRK-PRIM-CALC WRK-ULT-CALC.
             DIVIDE WRK-DATA-CALC BY 10000
               GIVING WRK-ANO REMAINDER WRK-RESTO.
             DIVIDE WRK-RESTO BY 100
               GIVING WRK-MES REMAINDER WRK-DIA.
             MOVE WRK-DATA-CALC TO WRK-DATA-UTIL.
             PERFORM 1100-TESTA-DIA-UTIL.
             MOVE WRK-EH-UTIL TO WRK-UTIL-CALC.
             IF WRK-UTIL-CALC = 'S'
               COMPUTE WRK-DATA-UTIL = (WRK-ANO * 10000)
                                     + (WRK-MES * 100) + 1
               PERFORM 1100-TESTA-DIA-UTIL
               PERFORM 1050-AVANCA-ATE-UTIL UNTIL WRK-EH-UTIL = 'S'
               IF WRK-DATA-UTIL = WRK-DATA-CALC
                 MOVE 'S' TO WRK-PRIM-CALC
               END-IF
               PERFORM 1070-ULTIMO-DIA-MES
               COMPUTE WRK-DATA-UTIL = (WRK-ANO * 10000)
                                     + (WRK-MES * 100) + WRK-ULT-DIA-MES
               PERFORM 1100-TESTA-DIA-UTIL
               PERFORM 1060-RECUA-ATE-UTIL UNTIL WRK-EH-UTIL = 'S'
               IF WRK-DATA-UTIL = WRK-DATA-CALC
                 MOVE 'S' TO WRK-ULT-CALC
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1050-AVANCA-ATE-UTIL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-DATA-UTIL.
             PERFORM 1100-TESTA-DIA-UTIL.
      *>  --------------------------------------------------------------
       1060-RECUA-ATE-UTIL.
      *>  --------------------------------------------------------------
             SUBTRACT 1 FROM WRK-DATA-UTIL.
             PERFORM 1100-TESTA-DIA-UTIL.
      *>  --------------------------------------------------------------
       1070-ULTIMO-DIA-MES.
      *>  --------------------------------------------------------------
             MOVE WRK-DIAS-MES(WRK-MES) TO WRK-ULT-DIA-MES.
             IF WRK-MES = 2
               DIVIDE WRK-ANO BY 4 GIVING WRK-QUOC REMAINDER WRK-RESTO
               IF WRK-RESTO = 0
                 MOVE 29 TO WRK-ULT-DIA-MES
                 DIVIDE WRK-ANO BY 100
                   GIVING WRK-QUOC REMAINDER WRK-RESTO
                 IF WRK-RESTO = 0
                   DIVIDE WRK-ANO BY 400
                     GIVING WRK-QUOC REMAINDER WRK-RESTO
                   IF WRK-RESTO NOT = 0
                     MOVE 28 TO WRK-ULT-DIA-MES
                   END-IF
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1100-TESTA-DIA-UTIL.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-EH-UTIL.
             PERFORM 1200-DIA-DA-SEMANA.
             IF WRK-DIA-SEMANA = 0 OR WRK-DIA-SEMANA = 1
               MOVE 'N' TO WRK-EH-UTIL
             END-IF.
             IF WRK-EH-UTIL = 'S'
               PERFORM 1300-CONFERE-FERIADO
             END-IF.
      *>  --------------------------------------------------------------
       1200-DIA-DA-SEMANA.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-UTIL BY 10000
               GIVING WRK-Z-ANO REMAINDER WRK-Z-RESTO.
             DIVIDE WRK-Z-RESTO BY 100
               GIVING WRK-Z-MES REMAINDER WRK-Z-DIA.
             MOVE WRK-Z-MES TO WRK-Z-MES-A.
             IF WRK-Z-MES < 3
               ADD 12 TO WRK-Z-MES-A
               SUBTRACT 1 FROM WRK-Z-ANO
             END-IF.
             DIVIDE WRK-Z-ANO BY 100
               GIVING WRK-Z-J REMAINDER WRK-Z-K.
             COMPUTE WRK-Z-AUX = 13 * (WRK-Z-MES-A + 1).
             DIVIDE WRK-Z-AUX BY 5
               GIVING WRK-Z-Q1 REMAINDER WRK-Z-RESTO.
             DIVIDE WRK-Z-K BY 4
               GIVING WRK-Z-Q2 REMAINDER WRK-Z-RESTO.
             DIVIDE WRK-Z-J BY 4
               GIVING WRK-Z-Q3 REMAINDER WRK-Z-RESTO.
             COMPUTE WRK-Z-SOMA = WRK-Z-DIA + WRK-Z-Q1
                     + WRK-Z-K + WRK-Z-Q2 + WRK-Z-Q3
                     + (5 * WRK-Z-J).
             DIVIDE WRK-Z-SOMA BY 7
               GIVING WRK-Z-QUOC REMAINDER WRK-DIA-SEMANA.
      *>  --------------------------------------------------------------
       1300-CONFERE-FERIADO.
      *>  --------------------------------------------------------------
             OPEN INPUT FERIADOS.
             IF FERIADOS-STATUS = 0
               READ FERIADOS
                 AT END MOVE 10 TO FERIADOS-STATUS
               END-READ
               PERFORM 1310-CONFERE-UM UNTIL FERIADOS-STATUS = 10
               CLOSE FERIADOS
             END-IF.
             MOVE 0 TO FERIADOS-STATUS.
      *>  --------------------------------------------------------------
       1310-CONFERE-UM.
      *>  --------------------------------------------------------------
             IF FE-DATA = WRK-DATA-UTIL
               MOVE 'N' TO WRK-EH-UTIL
             END-IF.
             READ FERIADOS
               AT END MOVE 10 TO FERIADOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-CONFERE-PREVISTO - FREQUENCIA DESCONHECIDA OU EM BRANCO
      *>  NUNCA ESTA PREVISTA (PASSO MAL CADASTRADO NAO RODA SOZINHO).
      *>  --------------------------------------------------------------
       2000-CONFERE-PREVISTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO LNK-DU-PREVISTO.
             IF WRK-UTIL-CALC = 'S'
               EVALUATE LNK-DU-FREQUENCIA
                 WHEN 'D'
                   MOVE 'S' TO LNK-DU-PREVISTO
                 WHEN 'P'
                   MOVE WRK-PRIM-CALC TO LNK-DU-PREVISTO
                 WHEN 'M'
                   MOVE WRK-ULT-CALC TO LNK-DU-PREVISTO
                 WHEN 'T'
                   IF WRK-MES = 3 OR WRK-MES = 6 OR WRK-MES = 9
                      OR WRK-MES = 12
                     MOVE WRK-ULT-CALC TO LNK-DU-PREVISTO
                   END-IF
                 WHEN 'A'
                   IF WRK-MES = 12
                     MOVE WRK-ULT-CALC TO LNK-DU-PREVISTO
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF LNK-DU-MES NOT = 0 AND LNK-DU-MES NOT = WRK-MES
                 MOVE 'N' TO LNK-DU-PREVISTO
               END-IF
             END-IF.
