       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRESUM.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RESUMO OPERACIONAL DA MANHA DA
      ***   CADEIA NOTURNA (RELMANHA.TXT), A PARTIR DO HISTORICO DE
      ***   EXECUCAO GRAVADO PELO JOBSCHED (JOBHIST.TXT):
      ***     1 - TODO PASSO COM RETURN-CODE DIFERENTE DE ZERO, COM O
      ***         RELATORIO QUE EXPLICA A CAUSA COPIADO LOGO ABAIXO
      ***         (RELCONC DO SALDODIA, RELINTEG DO INTEGRID, RELPOSC
      ***         DO FXPOSIC, RELREGUL DO SEGREGUL);
      ***     2 - ENTRADAS DE SUSPENSE GRAVADAS NA DATA, POR PROGRAMA;
      ***     3 - PASSOS MAIS DE 50% MAIS LENTOS QUE A MEDIA DELES NAS
      ***         20 RODADAS ANTERIORES (SO RODADAS COMPLETAS CONTAM);
      ***     4 - TEMPO TOTAL DA CADEIA (DO PRIMEIRO INICIO AO ULTIMO
      ***         FIM DA DATA, RE-EXECUCOES INCLUSIVE) CONTRA O HORARIO
      ***         LIMITE DA JANELA DE LOTE (JANELA.TXT, CRIADO NA
      ***         PRIMEIRA EXECUCAO COM INICIO 22:00 E LIMITE 06:00).
      ***   RODA COMO ULTIMO PASSO DA GRADE (RESUMO01); PARM AAAAMMDD
      ***   REFAZ O RESUMO DE OUTRA DATA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-HISTORICO ASSIGN TO 'C:\COBOL\JOBHIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HIST-STATUS.
           SELECT SUSPENSE ASSIGN TO 'C:\COBOL\SUSPENSE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUSPENSE-STATUS.
           SELECT JANELA-LOTE ASSIGN TO 'C:\COBOL\JANELA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JANELA-STATUS.
           SELECT RELAT-CONCILIACAO ASSIGN TO 'C:\COBOL\RELCONC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAUSA-STATUS.
           SELECT RELAT-INTEGRIDADE ASSIGN TO 'C:\COBOL\RELINTEG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAUSA-STATUS.
           SELECT RELAT-POSICAO ASSIGN TO 'C:\COBOL\RELPOSC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAUSA-STATUS.
           SELECT RELAT-REGUL ASSIGN TO 'C:\COBOL\RELREGUL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAUSA-STATUS.
           SELECT RELAT-MANHA ASSIGN TO 'C:\COBOL\RELMANHA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-HISTORICO.
       COPY 'JOBHIST-MASTER.CBL'.
       FD SUSPENSE.
       01 SUSPENSE-REG.
            05 SU-PROGRAMA     PIC X(09).
            05 SU-DATA         PIC 9(08).
            05 SU-SITUACAO     PIC X(01).
            05 SU-MOTIVO       PIC X(25).
            05 SU-IMAGEM       PIC X(80).
       FD JANELA-LOTE.
       01 JANELA-LOTE-REG.
            05 JN-HORA-INICIO  PIC 9(04).
            05 JN-HORA-LIMITE  PIC 9(04).
       FD RELAT-CONCILIACAO.
       01 RELAT-CONCILIACAO-REG   PIC X(100).
       FD RELAT-INTEGRIDADE.
       01 RELAT-INTEGRIDADE-REG   PIC X(120).
       FD RELAT-POSICAO.
       01 RELAT-POSICAO-REG       PIC X(120).
       FD RELAT-REGUL.
       01 RELAT-REGUL-REG         PIC X(120).
       FD RELAT-MANHA.
       01 RELAT-MANHA-REG         PIC X(132).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 SUSPENSE-STATUS  PIC 9(02) VALUE ZEROS.
       77 JANELA-STATUS    PIC 9(02) VALUE ZEROS.
       77 CAUSA-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(08) VALUE SPACES.
       77 WRK-DATA-RESUMO  PIC 9(08) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-2        PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DIA       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SUSP-PGM  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DATAS     PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-DATA-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LINHAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-OCORR     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SUSP-TOT  PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-RELAT-CAUSA  PIC X(12) VALUE SPACES.
       77 WRK-MEDIA        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-LIMITE-LENTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PCT-ACIMA    PIC 9(05) VALUE ZEROS.
       77 WRK-PRIM-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-FIM      PIC 9(08) VALUE ZEROS.
       77 WRK-SEG-CONV     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SEG-TOTAL    PIC S9(05)V99 VALUE ZEROS.
       77 WRK-MIN-INICIO   PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-FIM      PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-LIMITE   PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-ESTOURO  PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO        PIC 9(05) VALUE ZEROS.
       77 WRK-SEG-ED       PIC ZZ.ZZ9,99.
       77 WRK-MEDIA-ED     PIC ZZ.ZZ9,99.
       77 WRK-HH-ED        PIC 9(02).
       77 WRK-MM-ED        PIC 9(02).
       77 WRK-SS-ED        PIC 9(02).
       77 WRK-AUX          PIC 9(05) VALUE ZEROS.
      *>  --------------------------------------------------------------
       01 WRK-HORA-CONV    PIC 9(08) VALUE ZEROS.
       01 WRK-HC-PARTES REDEFINES WRK-HORA-CONV.
            05 WRK-HC-HH           PIC 9(02).
            05 WRK-HC-MM           PIC 9(02).
            05 WRK-HC-SS           PIC 9(02).
            05 WRK-HC-CC           PIC 9(02).
       01 WRK-HORA-LIMITE  PIC 9(04) VALUE 0600.
       01 WRK-HL-PARTES REDEFINES WRK-HORA-LIMITE.
            05 WRK-HL-HH           PIC 9(02).
            05 WRK-HL-MM           PIC 9(02).
       01 WRK-HORA-JANELA  PIC 9(04) VALUE 2200.
       01 WRK-HJ-PARTES REDEFINES WRK-HORA-JANELA.
            05 WRK-HJ-HH           PIC 9(02).
            05 WRK-HJ-MM           PIC 9(02).
      *>  --------------------------------------------------------------
      *>  PASSOS EXECUTADOS NA DATA (UMA ENTRADA POR LINHA DO HISTORICO,
      *>  RE-EXECUCAO INCLUSIVE), COM A SOMA E A QUANTIDADE DAS
      *>  RODADAS COMPLETAS DO MESMO PASSO NAS 20 DATAS ANTERIORES.
      *>  --------------------------------------------------------------
       01 WRK-TAB-DIA.
            05 WRK-DIA-ITEM OCCURS 300 TIMES.
                10 WRK-DI-PASSO      PIC X(08).
                10 WRK-DI-PROGRAMA   PIC X(09).
                10 WRK-DI-PARM       PIC X(08).
                10 WRK-DI-SEGUNDOS   PIC 9(05)V99.
                10 WRK-DI-LIDOS      PIC 9(09).
                10 WRK-DI-RC         PIC 9(04).
                10 WRK-DI-SITUACAO   PIC X(01).
                10 WRK-DI-SOMA-HIST  PIC 9(07)V99.
                10 WRK-DI-QT-HIST    PIC 9(03).
       01 WRK-TAB-DATAS.
            05 WRK-DATA-ANT OCCURS 20 TIMES PIC 9(08).
       01 WRK-TAB-SUSP.
            05 WRK-SUSP-ITEM OCCURS 100 TIMES.
                10 WRK-SP-PROGRAMA   PIC X(09).
                10 WRK-SP-QT         PIC 9(05).
                10 WRK-SP-PENDENTES  PIC 9(05).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             IF WRK-PARM-EXEC IS NUMERIC AND WRK-PARM-EXEC > '00000000'
               MOVE WRK-PARM-EXEC TO WRK-DATA-RESUMO
             ELSE
               CALL 'DATAPROC' USING WRK-DATA-RESUMO
             END-IF.
             PERFORM 0050-CARREGA-JANELA.
             OPEN OUTPUT RELAT-MANHA.
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING 'RESUMO OPERACIONAL DA CADEIA NOTURNA - RODADA DE '
                    WRK-DATA-RESUMO
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             PERFORM 1000-CARREGA-DIA.
             IF WRK-QT-DIA = 0
               MOVE 'NENHUM PASSO NO HISTORICO PARA A DATA'
                 TO RELAT-MANHA-REG
               WRITE RELAT-MANHA-REG
             ELSE
               PERFORM 2000-SECAO-RETORNO
             END-IF.
             PERFORM 3000-SECAO-SUSPENSE.
             IF WRK-QT-DIA > 0
               PERFORM 4000-SECAO-LENTOS
               PERFORM 5000-SECAO-JANELA
             END-IF.
             CLOSE RELAT-MANHA.
             DISPLAY 'RESUMO DA MANHA GRAVADO EM RELMANHA.TXT - '
                     WRK-QT-DIA ' PASSOS NA DATA'.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-CARREGA-JANELA - INICIO E LIMITE DA JANELA DE LOTE EM
      *>  HHMM (JANELA.TXT); NA PRIMEIRA EXECUCAO O ARQUIVO E CRIADO COM
      *>  22:00 E 06:00. A JANELA PODE VIRAR A MEIA-NOITE.
      *>  --------------------------------------------------------------
       0050-CARREGA-JANELA.
      *>  --------------------------------------------------------------
             OPEN INPUT JANELA-LOTE.
             IF JANELA-STATUS = 35
               PERFORM 0060-CRIA-JANELA-PADRAO
               OPEN INPUT JANELA-LOTE
             END-IF.
             READ JANELA-LOTE
               AT END MOVE 10 TO JANELA-STATUS
             END-READ.
             IF JANELA-STATUS = 0
                AND JN-HORA-INICIO IS NUMERIC
                AND JN-HORA-LIMITE IS NUMERIC
               MOVE JN-HORA-INICIO TO WRK-HORA-JANELA
               MOVE JN-HORA-LIMITE TO WRK-HORA-LIMITE
             END-IF.
             CLOSE JANELA-LOTE.
             MOVE 0 TO JANELA-STATUS.
      *>  --------------------------------------------------------------
       0060-CRIA-JANELA-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT JANELA-LOTE.
             MOVE 2200 TO JN-HORA-INICIO.
             MOVE 0600 TO JN-HORA-LIMITE.
             WRITE JANELA-LOTE-REG.
             CLOSE JANELA-LOTE.
      *>  --------------------------------------------------------------
      *>  1000-CARREGA-DIA - PRIMEIRA PASSADA NO HISTORICO: GUARDA OS
      *>  PASSOS DA DATA, O PRIMEIRO INICIO E O ULTIMO FIM, E AS 20
      *>  ULTIMAS DATAS DE RODADA ANTERIORES (O ARQUIVO ESTA EM ORDEM
      *>  DE EXECUCAO, ENTAO AS DATAS SOBEM).
      *>  --------------------------------------------------------------
       1000-CARREGA-DIA.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-DIA WRK-TAB-DATAS.
             MOVE 0 TO WRK-QT-DIA WRK-QT-DATAS WRK-ULT-DATA-ANT.
             OPEN INPUT JOB-HISTORICO.
             IF HIST-STATUS = 0
               READ JOB-HISTORICO
                 AT END MOVE 10 TO HIST-STATUS
               END-READ
               PERFORM 1100-CARREGA-UM UNTIL HIST-STATUS = 10
               CLOSE JOB-HISTORICO
             END-IF.
             MOVE 0 TO HIST-STATUS.
             IF WRK-QT-DATAS = 0
               MOVE WRK-DATA-RESUMO TO WRK-DATA-CORTE
             ELSE
               COMPUTE WRK-IDX = 21 - WRK-QT-DATAS
               MOVE WRK-DATA-ANT(WRK-IDX) TO WRK-DATA-CORTE
             END-IF.
      *>  --------------------------------------------------------------
       1100-CARREGA-UM.
      *>  --------------------------------------------------------------
             IF JH-DATA = WRK-DATA-RESUMO
               IF WRK-QT-DIA < 300
                 ADD 1 TO WRK-QT-DIA
                 MOVE JH-PASSO     TO WRK-DI-PASSO(WRK-QT-DIA)
                 MOVE JH-PROGRAMA  TO WRK-DI-PROGRAMA(WRK-QT-DIA)
                 MOVE JH-PARM      TO WRK-DI-PARM(WRK-QT-DIA)
                 MOVE JH-SEGUNDOS  TO WRK-DI-SEGUNDOS(WRK-QT-DIA)
                 MOVE JH-LIDOS     TO WRK-DI-LIDOS(WRK-QT-DIA)
                 MOVE JH-RC        TO WRK-DI-RC(WRK-QT-DIA)
                 MOVE JH-SITUACAO  TO WRK-DI-SITUACAO(WRK-QT-DIA)
               END-IF
               IF WRK-PRIM-INICIO = 0
                 MOVE JH-HORA-INICIO TO WRK-PRIM-INICIO
               END-IF
               MOVE JH-HORA-FIM TO WRK-ULT-FIM
             END-IF.
             IF JH-DATA < WRK-DATA-RESUMO
                AND JH-DATA > WRK-ULT-DATA-ANT
               MOVE JH-DATA TO WRK-ULT-DATA-ANT
               PERFORM 1110-EMPURRA-DATA
                 VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 19
               MOVE JH-DATA TO WRK-DATA-ANT(20)
               IF WRK-QT-DATAS < 20
                 ADD 1 TO WRK-QT-DATAS
               END-IF
             END-IF.
             READ JOB-HISTORICO
               AT END MOVE 10 TO HIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1110-EMPURRA-DATA.
      *>  --------------------------------------------------------------
             COMPUTE WRK-IDX-2 = WRK-IDX + 1.
             MOVE WRK-DATA-ANT(WRK-IDX-2) TO WRK-DATA-ANT(WRK-IDX).
      *>  --------------------------------------------------------------
      *>  2000-SECAO-RETORNO - PASSOS COM RC DIFERENTE DE ZERO; O
      *>  RELATORIO DE CAUSA DOS PROGRAMAS QUE TEM UM E COPIADO (ATE 15
      *>  LINHAS) LOGO ABAIXO DO PASSO.
      *>  --------------------------------------------------------------
       2000-SECAO-RETORNO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             MOVE '1 - PASSOS COM RETURN-CODE DIFERENTE DE ZERO'
               TO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             MOVE 0 TO WRK-QT-OCORR.
             PERFORM 2100-CONFERE-RC
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QT-DIA.
             IF WRK-QT-OCORR = 0
               MOVE '   NENHUM - TODOS OS PASSOS TERMINARAM COM RC 0'
                 TO RELAT-MANHA-REG
               WRITE RELAT-MANHA-REG
             END-IF.
      *>  --------------------------------------------------------------
       2100-CONFERE-RC.
      *>  --------------------------------------------------------------
             IF WRK-DI-RC(WRK-IDX) NOT = 0
               ADD 1 TO WRK-QT-OCORR
               EVALUATE WRK-DI-PROGRAMA(WRK-IDX)
                 WHEN 'SALDODIA'
                   MOVE 'RELCONC.TXT' TO WRK-RELAT-CAUSA
                 WHEN 'INTEGRID'
                   MOVE 'RELINTEG.TXT' TO WRK-RELAT-CAUSA
                 WHEN 'FXPOSIC'
                   MOVE 'RELPOSC.TXT' TO WRK-RELAT-CAUSA
                 WHEN 'SEGREGUL'
                   MOVE 'RELREGUL.TXT' TO WRK-RELAT-CAUSA
                 WHEN OTHER
                   MOVE 'SAIDA PASSO' TO WRK-RELAT-CAUSA
               END-EVALUATE
               MOVE SPACES TO RELAT-MANHA-REG
               STRING '   ' WRK-DI-PASSO(WRK-IDX)
                      ' ' WRK-DI-PROGRAMA(WRK-IDX)
                      ' PARM=' WRK-DI-PARM(WRK-IDX)
                      ' RC=' WRK-DI-RC(WRK-IDX)
                      ' SITUACAO=' WRK-DI-SITUACAO(WRK-IDX)
                      ' CAUSA: ' WRK-RELAT-CAUSA
                      DELIMITED BY SIZE INTO RELAT-MANHA-REG
               WRITE RELAT-MANHA-REG
               MOVE 0 TO WRK-QT-LINHAS
               EVALUATE WRK-DI-PROGRAMA(WRK-IDX)
                 WHEN 'SALDODIA'
                   PERFORM 2200-COPIA-RELCONC
                 WHEN 'INTEGRID'
                   PERFORM 2300-COPIA-RELINTEG
                 WHEN 'FXPOSIC'
                   PERFORM 2400-COPIA-RELPOSC
                 WHEN 'SEGREGUL'
                   PERFORM 2500-COPIA-RELREGUL
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF.
      *>  --------------------------------------------------------------
       2200-COPIA-RELCONC.
      *>  --------------------------------------------------------------
             OPEN INPUT RELAT-CONCILIACAO.
             IF CAUSA-STATUS = 0
               READ RELAT-CONCILIACAO
                 AT END MOVE 10 TO CAUSA-STATUS
               END-READ
               PERFORM 2210-COPIA-LINHA-CONC
                 UNTIL CAUSA-STATUS = 10 OR WRK-QT-LINHAS = 15
               CLOSE RELAT-CONCILIACAO
             ELSE
               PERFORM 2900-SEM-RELATORIO
             END-IF.
             MOVE 0 TO CAUSA-STATUS.
      *>  --------------------------------------------------------------
       2210-COPIA-LINHA-CONC.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '      | ' RELAT-CONCILIACAO-REG
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             ADD 1 TO WRK-QT-LINHAS.
             READ RELAT-CONCILIACAO
               AT END MOVE 10 TO CAUSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2300-COPIA-RELINTEG.
      *>  --------------------------------------------------------------
             OPEN INPUT RELAT-INTEGRIDADE.
             IF CAUSA-STATUS = 0
               READ RELAT-INTEGRIDADE
                 AT END MOVE 10 TO CAUSA-STATUS
               END-READ
               PERFORM 2310-COPIA-LINHA-INTEG
                 UNTIL CAUSA-STATUS = 10 OR WRK-QT-LINHAS = 15
               CLOSE RELAT-INTEGRIDADE
             ELSE
               PERFORM 2900-SEM-RELATORIO
             END-IF.
             MOVE 0 TO CAUSA-STATUS.
      *>  --------------------------------------------------------------
       2310-COPIA-LINHA-INTEG.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '      | ' RELAT-INTEGRIDADE-REG
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             ADD 1 TO WRK-QT-LINHAS.
             READ RELAT-INTEGRIDADE
               AT END MOVE 10 TO CAUSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2400-COPIA-RELPOSC.
      *>  --------------------------------------------------------------
             OPEN INPUT RELAT-POSICAO.
             IF CAUSA-STATUS = 0
               READ RELAT-POSICAO
                 AT END MOVE 10 TO CAUSA-STATUS
               END-READ
               PERFORM 2410-COPIA-LINHA-POSC
                 UNTIL CAUSA-STATUS = 10 OR WRK-QT-LINHAS = 15
               CLOSE RELAT-POSICAO
             ELSE
               PERFORM 2900-SEM-RELATORIO
             END-IF.
             MOVE 0 TO CAUSA-STATUS.
      *>  --------------------------------------------------------------
       2410-COPIA-LINHA-POSC.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '      | ' RELAT-POSICAO-REG
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             ADD 1 TO WRK-QT-LINHAS.
             READ RELAT-POSICAO
               AT END MOVE 10 TO CAUSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2500-COPIA-RELREGUL.
      *>  --------------------------------------------------------------
             OPEN INPUT RELAT-REGUL.
             IF CAUSA-STATUS = 0
               READ RELAT-REGUL
                 AT END MOVE 10 TO CAUSA-STATUS
               END-READ
               PERFORM 2510-COPIA-LINHA-REGUL
                 UNTIL CAUSA-STATUS = 10 OR WRK-QT-LINHAS = 15
               CLOSE RELAT-REGUL
             ELSE
               PERFORM 2900-SEM-RELATORIO
             END-IF.
             MOVE 0 TO CAUSA-STATUS.
      *>  --------------------------------------------------------------
       2510-COPIA-LINHA-REGUL.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '      | ' RELAT-REGUL-REG
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             ADD 1 TO WRK-QT-LINHAS.
             READ RELAT-REGUL
               AT END MOVE 10 TO CAUSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2900-SEM-RELATORIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '      | ' WRK-RELAT-CAUSA ' NAO ENCONTRADO'
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
      *>  --------------------------------------------------------------
      *>  3000-SECAO-SUSPENSE - ENTRADAS GRAVADAS NO SUSPENSE COM A
      *>  DATA DA RODADA, POR PROGRAMA, E QUANTAS AINDA ESTAO PENDENTES.
      *>  --------------------------------------------------------------
       3000-SECAO-SUSPENSE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             MOVE '2 - ENTRADAS DE SUSPENSE DA NOITE, POR PROGRAMA'
               TO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             INITIALIZE WRK-TAB-SUSP.
             MOVE 0 TO WRK-QT-SUSP-PGM WRK-QT-SUSP-TOT.
             OPEN INPUT SUSPENSE.
             IF SUSPENSE-STATUS = 0
               READ SUSPENSE
                 AT END MOVE 10 TO SUSPENSE-STATUS
               END-READ
               PERFORM 3100-CONTA-SUSPENSE UNTIL SUSPENSE-STATUS = 10
               CLOSE SUSPENSE
             END-IF.
             MOVE 0 TO SUSPENSE-STATUS.
             PERFORM 3200-LINHA-SUSPENSE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-SUSP-PGM.
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '   TOTAL DE ENTRADAS NA DATA: ' WRK-QT-SUSP-TOT
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
      *>  --------------------------------------------------------------
       3100-CONTA-SUSPENSE.
      *>  --------------------------------------------------------------
             IF SU-DATA = WRK-DATA-RESUMO
               ADD 1 TO WRK-QT-SUSP-TOT
               MOVE 'N' TO WRK-ACHOU
               PERFORM 3110-PROCURA-PROGRAMA
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-SUSP-PGM OR WRK-ACHOU = 'S'
               IF WRK-ACHOU = 'N' AND WRK-QT-SUSP-PGM < 100
                 ADD 1 TO WRK-QT-SUSP-PGM
                 MOVE WRK-QT-SUSP-PGM TO WRK-IDX-2
                 MOVE SU-PROGRAMA TO WRK-SP-PROGRAMA(WRK-IDX-2)
                 MOVE 'S' TO WRK-ACHOU
               END-IF
               IF WRK-ACHOU = 'S'
                 ADD 1 TO WRK-SP-QT(WRK-IDX-2)
                 IF SU-SITUACAO = 'P'
                   ADD 1 TO WRK-SP-PENDENTES(WRK-IDX-2)
                 END-IF
               END-IF
             END-IF.
             READ SUSPENSE
               AT END MOVE 10 TO SUSPENSE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3110-PROCURA-PROGRAMA.
      *>  --------------------------------------------------------------
             IF WRK-SP-PROGRAMA(WRK-IDX) = SU-PROGRAMA
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-IDX TO WRK-IDX-2
             END-IF.
      *>  --------------------------------------------------------------
       3200-LINHA-SUSPENSE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '   ' WRK-SP-PROGRAMA(WRK-IDX)
                    ' ENTRADAS=' WRK-SP-QT(WRK-IDX)
                    ' AINDA PENDENTES=' WRK-SP-PENDENTES(WRK-IDX)
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
      *>  --------------------------------------------------------------
      *>  4000-SECAO-LENTOS - SEGUNDA PASSADA NO HISTORICO: SOMA A
      *>  DURACAO DAS RODADAS COMPLETAS DE CADA PASSO NAS 20 DATAS
      *>  ANTERIORES E LISTA O PASSO CUJA DURACAO NA DATA PASSA DE 1,5
      *>  VEZ A MEDIA. PASSO SEM HISTORICO NAO E COMPARADO.
      *>  --------------------------------------------------------------
       4000-SECAO-LENTOS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '3 - PASSOS MAIS DE 50% ACIMA DA MEDIA DAS '
                    WRK-QT-DATAS ' RODADAS ANTERIORES'
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             OPEN INPUT JOB-HISTORICO.
             IF HIST-STATUS = 0
               READ JOB-HISTORICO
                 AT END MOVE 10 TO HIST-STATUS
               END-READ
               PERFORM 4100-SOMA-HISTORICO UNTIL HIST-STATUS = 10
               CLOSE JOB-HISTORICO
             END-IF.
             MOVE 0 TO HIST-STATUS.
             MOVE 0 TO WRK-QT-OCORR.
             PERFORM 4200-CONFERE-LENTO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QT-DIA.
             IF WRK-QT-OCORR = 0
               MOVE '   NENHUM' TO RELAT-MANHA-REG
               WRITE RELAT-MANHA-REG
             END-IF.
      *>  --------------------------------------------------------------
       4100-SOMA-HISTORICO.
      *>  --------------------------------------------------------------
             IF JH-DATA NOT < WRK-DATA-CORTE
                AND JH-DATA < WRK-DATA-RESUMO
                AND JH-COMPLETO
               PERFORM 4110-SOMA-NO-PASSO
                 VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QT-DIA
             END-IF.
             READ JOB-HISTORICO
               AT END MOVE 10 TO HIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4110-SOMA-NO-PASSO.
      *>  --------------------------------------------------------------
             IF WRK-DI-PASSO(WRK-IDX) = JH-PASSO
               ADD JH-SEGUNDOS TO WRK-DI-SOMA-HIST(WRK-IDX)
               ADD 1 TO WRK-DI-QT-HIST(WRK-IDX)
             END-IF.
      *>  --------------------------------------------------------------
       4200-CONFERE-LENTO.
      *>  --------------------------------------------------------------
             IF WRK-DI-QT-HIST(WRK-IDX) > 0
               COMPUTE WRK-MEDIA ROUNDED = WRK-DI-SOMA-HIST(WRK-IDX)
                                         / WRK-DI-QT-HIST(WRK-IDX)
               COMPUTE WRK-LIMITE-LENTO = WRK-MEDIA * 1,5
               IF WRK-MEDIA > 0
                  AND WRK-DI-SEGUNDOS(WRK-IDX) > WRK-LIMITE-LENTO
                 ADD 1 TO WRK-QT-OCORR
                 COMPUTE WRK-PCT-ACIMA ROUNDED =
                         ((WRK-DI-SEGUNDOS(WRK-IDX) - WRK-MEDIA) * 100)
                         / WRK-MEDIA
                 MOVE WRK-DI-SEGUNDOS(WRK-IDX) TO WRK-SEG-ED
                 MOVE WRK-MEDIA TO WRK-MEDIA-ED
                 MOVE SPACES TO RELAT-MANHA-REG
                 STRING '   ' WRK-DI-PASSO(WRK-IDX)
                        ' ' WRK-DI-PROGRAMA(WRK-IDX)
                        ' SEGUNDOS=' WRK-SEG-ED
                        ' MEDIA=' WRK-MEDIA-ED
                        ' (' WRK-DI-QT-HIST(WRK-IDX) ' RODADAS)'
                        ' ACIMA=' WRK-PCT-ACIMA '%'
                        ' LIDOS=' WRK-DI-LIDOS(WRK-IDX)
                        DELIMITED BY SIZE INTO RELAT-MANHA-REG
                 WRITE RELAT-MANHA-REG
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  5000-SECAO-JANELA - DO PRIMEIRO INICIO AO ULTIMO FIM DA DATA;
      *>  OS HORARIOS SAO CONTADOS EM MINUTOS A PARTIR DO INICIO DA
      *>  JANELA, O QUE RESOLVE A VIRADA DA MEIA-NOITE.
      *>  --------------------------------------------------------------
       5000-SECAO-JANELA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             MOVE '4 - TEMPO TOTAL DA CADEIA X JANELA DE LOTE'
               TO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             MOVE WRK-PRIM-INICIO TO WRK-HORA-CONV.
             PERFORM 8000-HORA-EM-SEGUNDOS.
             MOVE WRK-SEG-CONV TO WRK-SEG-INICIO.
             COMPUTE WRK-MIN-INICIO = (WRK-HC-HH * 60) + WRK-HC-MM.
             MOVE WRK-ULT-FIM TO WRK-HORA-CONV.
             PERFORM 8000-HORA-EM-SEGUNDOS.
             COMPUTE WRK-MIN-FIM = (WRK-HC-HH * 60) + WRK-HC-MM.
             COMPUTE WRK-SEG-TOTAL = WRK-SEG-CONV - WRK-SEG-INICIO.
             IF WRK-SEG-TOTAL < 0
               ADD 86400 TO WRK-SEG-TOTAL
             END-IF.
             MOVE WRK-SEG-TOTAL TO WRK-AUX.
             DIVIDE WRK-AUX BY 3600
               GIVING WRK-HH-ED REMAINDER WRK-RESTO.
             DIVIDE WRK-RESTO BY 60
               GIVING WRK-MM-ED REMAINDER WRK-SS-ED.
             MOVE SPACES TO RELAT-MANHA-REG.
             STRING '   INICIO=' WRK-PRIM-INICIO(1:2) ':'
                    WRK-PRIM-INICIO(3:2)
                    ' FIM=' WRK-ULT-FIM(1:2) ':' WRK-ULT-FIM(3:2)
                    ' TEMPO TOTAL=' WRK-HH-ED ':' WRK-MM-ED ':'
                    WRK-SS-ED
                    ' JANELA ' WRK-HJ-HH ':' WRK-HJ-MM
                    ' ATE ' WRK-HL-HH ':' WRK-HL-MM
                    DELIMITED BY SIZE INTO RELAT-MANHA-REG.
             WRITE RELAT-MANHA-REG.
             COMPUTE WRK-MIN-LIMITE = (WRK-HL-HH * 60) + WRK-HL-MM.
             COMPUTE WRK-AUX = (WRK-HJ-HH * 60) + WRK-HJ-MM.
             COMPUTE WRK-RESTO = WRK-MIN-FIM + 1440 - WRK-AUX.
             DIVIDE WRK-RESTO BY 1440 GIVING WRK-IDX
               REMAINDER WRK-MIN-FIM.
             COMPUTE WRK-RESTO = WRK-MIN-LIMITE + 1440 - WRK-AUX.
             DIVIDE WRK-RESTO BY 1440 GIVING WRK-IDX
               REMAINDER WRK-MIN-LIMITE.
             COMPUTE WRK-RESTO = WRK-MIN-INICIO + 1440 - WRK-AUX.
             DIVIDE WRK-RESTO BY 1440 GIVING WRK-IDX
               REMAINDER WRK-MIN-INICIO.
             MOVE SPACES TO RELAT-MANHA-REG.
             EVALUATE TRUE
               WHEN WRK-MIN-INICIO > WRK-MIN-LIMITE
                 MOVE '   *** CADEIA COMECOU FORA DA JANELA DE LOTE ***'
                   TO RELAT-MANHA-REG
               WHEN WRK-MIN-FIM > WRK-MIN-LIMITE
                 COMPUTE WRK-MIN-ESTOURO = WRK-MIN-FIM - WRK-MIN-LIMITE
                 STRING '   *** LIMITE DA JANELA ESTOURADO EM '
                        WRK-MIN-ESTOURO ' MINUTOS ***'
                        DELIMITED BY SIZE INTO RELAT-MANHA-REG
               WHEN OTHER
                 COMPUTE WRK-MIN-ESTOURO = WRK-MIN-LIMITE - WRK-MIN-FIM
                 STRING '   DENTRO DA JANELA - FOLGA DE '
                        WRK-MIN-ESTOURO ' MINUTOS'
                        DELIMITED BY SIZE INTO RELAT-MANHA-REG
             END-EVALUATE.
             WRITE RELAT-MANHA-REG.
      *>  --------------------------------------------------------------
       8000-HORA-EM-SEGUNDOS.
      *>  --------------------------------------------------------------
             COMPUTE WRK-SEG-CONV = (WRK-HC-HH * 3600)
                     + (WRK-HC-MM * 60) + WRK-HC-SS + (WRK-HC-CC / 100).
