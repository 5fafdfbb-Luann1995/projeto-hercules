       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITREL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RELATORIO MENSAL DE CONFORMIDADE
      ***   DE SUITABILITY: LE O REGISTRO DO SUITAB (SUITLOG.TXT) E
      ***   LISTA EM RELSUIT.TXT TODOS OS INVESTIMENTOS LIBERADOS POR
      ***   TERMO DE CIENCIA DE RISCO E TODAS AS TENTATIVAS
      ***   BLOQUEADAS (SEM PERFIL, PERFIL VENCIDO OU RISCO ACIMA DO
      ***   PERFIL) DO MES, COM OS TOTAIS. SEM PARM O MES E O
      ***   ANTERIOR AO DA EXECUCAO (PASSO MENSAL DA CADEIA); PARM
      ***   AAAAMM REPROCESSA UM MES ESPECIFICO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUITAB-LOG ASSIGN TO 'C:\COBOL\SUITLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUITLOG-STATUS.
           SELECT RELAT-SUIT ASSIGN TO 'C:\COBOL\RELSUIT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD RELAT-SUIT.
       01 RELAT-SUIT-REG          PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SUITLOG-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE     PIC 9(02) VALUE ZEROS.
       77 WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       77 WRK-MES-LOG      PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-LOG      PIC 9(02) VALUE ZEROS.
       77 WRK-SECAO        PIC X(01) VALUE SPACES.
       77 WRK-QT-TERMOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEIOS PIC 9(05) VALUE ZEROS.
       77 WRK-VL-TERMOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VL-BLOQUEIOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VL-EDIT      PIC Z.ZZZ.ZZ9,99.
       77 WRK-TOT-EDIT     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DS-MOTIVO    PIC X(20) VALUE SPACES.
       01 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       01 WRK-MES-PARM REDEFINES WRK-PARM-EXEC.
            05 WRK-MES-PARM-NUM    PIC 9(06).
       01 WRK-MES-QUEBRA.
            05 WRK-MQ-ANO          PIC 9(04).
            05 WRK-MQ-MES          PIC 9(02).
       01 WRK-MES-QUEBRA-NUM REDEFINES WRK-MES-QUEBRA PIC 9(06).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0100-DEFINE-MES.
             OPEN OUTPUT RELAT-SUIT.
             MOVE SPACES TO RELAT-SUIT-REG.
             STRING 'RELATORIO DE CONFORMIDADE SUITABILITY - MES '
                    WRK-MES-REF ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
             MOVE SPACES TO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
             MOVE 'LIBERADOS POR TERMO DE CIENCIA DE RISCO'
               TO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
             MOVE 'T' TO WRK-SECAO.
             PERFORM 1000-LE-REGISTRO.
             MOVE SPACES TO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
             MOVE 'TENTATIVAS BLOQUEADAS' TO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
             MOVE 'B' TO WRK-SECAO.
             PERFORM 1000-LE-REGISTRO.
             PERFORM 3000-TOTAIS.
             CLOSE RELAT-SUIT.
             DISPLAY 'SUITABILITY ' WRK-MES-REF
                     ' - TERMOS: ' WRK-QT-TERMOS
                     ' BLOQUEIOS: ' WRK-QT-BLOQUEIOS
                     ' (RELSUIT.TXT)'.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0100-DEFINE-MES - PARM AAAAMM OU, SEM PARM, O MES ANTERIOR
      *>  AO DA EXECUCAO.
      *>  --------------------------------------------------------------
       0100-DEFINE-MES.
      *>  --------------------------------------------------------------
             IF WRK-PARM-EXEC IS NUMERIC
               MOVE WRK-MES-PARM-NUM TO WRK-MES-REF
             ELSE
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-QUEBRA-NUM
                 REMAINDER WRK-DIA-HOJE
               IF WRK-MQ-MES = 1
                 MOVE 12 TO WRK-MQ-MES
                 SUBTRACT 1 FROM WRK-MQ-ANO
               ELSE
                 SUBTRACT 1 FROM WRK-MQ-MES
               END-IF
               MOVE WRK-MES-QUEBRA-NUM TO WRK-MES-REF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1000-LE-REGISTRO - UMA PASSADA NO SUITLOG POR SECAO DO
      *>  RELATORIO (T TERMOS, B BLOQUEIOS).
      *>  --------------------------------------------------------------
       1000-LE-REGISTRO.
      *>  --------------------------------------------------------------
             OPEN INPUT SUITAB-LOG.
             IF SUITLOG-STATUS NOT = 0
               MOVE 0 TO SUITLOG-STATUS
             ELSE
               READ SUITAB-LOG
                 AT END MOVE 10 TO SUITLOG-STATUS
               END-READ
               PERFORM 2000-LISTA-UM UNTIL SUITLOG-STATUS = 10
               CLOSE SUITAB-LOG
               MOVE 0 TO SUITLOG-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2000-LISTA-UM.
      *>  --------------------------------------------------------------
             DIVIDE SL-DATA BY 100 GIVING WRK-MES-LOG
               REMAINDER WRK-DIA-LOG.
             IF WRK-MES-LOG = WRK-MES-REF
                AND SL-RESULTADO = WRK-SECAO
               PERFORM 2100-LINHA-DETALHE
             END-IF.
             READ SUITAB-LOG
               AT END MOVE 10 TO SUITLOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2100-LINHA-DETALHE.
      *>  --------------------------------------------------------------
             EVALUATE SL-MOTIVO
               WHEN 'S' MOVE 'SEM PERFIL'         TO WRK-DS-MOTIVO
               WHEN 'V' MOVE 'PERFIL VENCIDO'     TO WRK-DS-MOTIVO
               WHEN 'R' MOVE 'RISCO ACIMA PERFIL' TO WRK-DS-MOTIVO
               WHEN OTHER MOVE SPACES             TO WRK-DS-MOTIVO
             END-EVALUATE.
             IF SL-RESULTADO = 'T'
               ADD 1 TO WRK-QT-TERMOS
               ADD SL-VALOR TO WRK-VL-TERMOS
             ELSE
               ADD 1 TO WRK-QT-BLOQUEIOS
               ADD SL-VALOR TO WRK-VL-BLOQUEIOS
             END-IF.
             MOVE SL-VALOR TO WRK-VL-EDIT.
             MOVE SPACES TO RELAT-SUIT-REG.
             STRING '  ' SL-DATA
                    ' CLIENTE=' SL-CLI-ID
                    ' PRODUTO=' SL-PRODUTO ' RISCO=' SL-RISCO
                    ' PERFIL=' SL-PERFIL
                    ' VALOR=' WRK-VL-EDIT
                    ' ' WRK-DS-MOTIVO
                    ' ORIGEM=' SL-ORIGEM '/' SL-REFERENCIA
                    DELIMITED BY SIZE INTO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
      *>  --------------------------------------------------------------
       3000-TOTAIS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
             MOVE WRK-VL-TERMOS TO WRK-TOT-EDIT.
             MOVE SPACES TO RELAT-SUIT-REG.
             STRING 'TOTAL LIBERADO POR TERMO...: ' WRK-QT-TERMOS
                    ' OPERACOES  R$ ' WRK-TOT-EDIT
                    DELIMITED BY SIZE INTO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
             MOVE WRK-VL-BLOQUEIOS TO WRK-TOT-EDIT.
             MOVE SPACES TO RELAT-SUIT-REG.
             STRING 'TOTAL BLOQUEADO............: ' WRK-QT-BLOQUEIOS
                    ' TENTATIVAS R$ ' WRK-TOT-EDIT
                    DELIMITED BY SIZE INTO RELAT-SUIT-REG.
             WRITE RELAT-SUIT-REG.
      *>  --------------------------------------------------------------
