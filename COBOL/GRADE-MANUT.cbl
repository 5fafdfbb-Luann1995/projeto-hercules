       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEMAN.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MANUTENCAO DA GRADE DE PASSOS DA
      ***   CADEIA NOTURNA (JOBGRADE.TXT) LIDA PELO JOBSCHED. INCLUIR
      ***   UM PASSO NOVO E SO UMA ENTRADA NESTA TELA: ORDEM DE
      ***   EXECUCAO, NOME DO PASSO, PROGRAMA, PREDECESSOR, PARM, RAMO
      ***   E FREQUENCIA (D TODO DIA UTIL, P PRIMEIRO DIA UTIL DO MES,
      ***   M ULTIMO DIA UTIL DO MES, T FIM DE TRIMESTRE, A FIM DE
      ***   ANO), COM MES OPCIONAL PARA RESTRINGIR O PASSO A UM MES.
      ***   O PREDECESSOR TEM DE ESTAR NA GRADE EM ORDEM ANTERIOR (OU
      ***   SER TODOS), SENAO O PASSO NUNCA SAIRIA DA ESPERA. A ORDEM
      ***   E O NOME NAO SE ALTERAM; PASSO QUE SAI DA CADEIA E
      ***   INATIVADO. A PREVIA MOSTRA OS PASSOS QUE O JOBSCHED
      ***   SEMEARIA EM UMA DATA QUALQUER (FERIADOS DO FERIADOS.TXT).
      ***   A GRADE PADRAO E GRAVADA PELA PRIMEIRA RODADA DO JOBSCHED
      ***   (PARM PREVIA SO GRAVA E LISTA, SEM EXECUTAR).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-GRADE ASSIGN TO 'C:\COBOL\JOBGRADE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRADE-STATUS
             RECORD KEY IS JG-ORDEM
             ALTERNATE RECORD KEY IS JG-PASSO.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-GRADE.
       COPY 'JOBGRADE-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 GRADE-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ORDEM        PIC 9(04) VALUE ZEROS.
       77 WRK-ORDEM-PRED   PIC 9(04) VALUE ZEROS.
       77 WRK-PASSO        PIC X(08) VALUE SPACES.
       77 WRK-PROGRAMA     PIC X(09) VALUE SPACES.
       77 WRK-PREDECESSOR  PIC X(08) VALUE SPACES.
       77 WRK-PARM         PIC X(08) VALUE SPACES.
       77 WRK-RAMO         PIC X(01) VALUE SPACES.
       77 WRK-FREQUENCIA   PIC X(01) VALUE SPACES.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(30) VALUE SPACES.
       77 WRK-DATA-PREVIA  PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(40) VALUE SPACES.
      *>  --------------------------------------------------------------
       01 WRK-DIA-UTIL.
            05 WRK-DU-DATA         PIC 9(08).
            05 WRK-DU-FREQUENCIA   PIC X(01).
            05 WRK-DU-MES          PIC 9(02).
            05 WRK-DU-UTIL         PIC X(01).
            05 WRK-DU-PRIMEIRO     PIC X(01).
            05 WRK-DU-ULTIMO       PIC X(01).
            05 WRK-DU-PREVISTO     PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN I-O JOB-GRADE.
             IF GRADE-STATUS = 35
               DISPLAY '*** JOBGRADE.TXT AINDA NAO EXISTE - RODE O '
                       'JOBSCHED COM PARM PREVIA PARA GRAVAR A GRADE '
                       'PADRAO ***'
             ELSE
               MOVE 0 TO GRADE-STATUS
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
               CLOSE JOB-GRADE
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'GRADE DE PASSOS DA CADEIA NOTURNA'.
             DISPLAY '1 - INCLUIR PASSO'.
             DISPLAY '2 - ALTERAR / ATIVAR / INATIVAR PASSO'.
             DISPLAY '3 - LISTAR GRADE'.
             DISPLAY '4 - PREVIA DOS PASSOS DE UMA DATA'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-INCLUI-PASSO
               WHEN 2
                 PERFORM 2000-ALTERA-PASSO
               WHEN 3
                 PERFORM 3000-LISTA-GRADE
               WHEN 4
                 PERFORM 4000-PREVIA-DATA
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-INCLUI-PASSO - ORDEM E NOME UNICOS; RAMO, FREQUENCIA E
      *>  MES VALIDOS; PREDECESSOR EM BRANCO, TODOS OU UM PASSO DA
      *>  GRADE COM ORDEM MENOR.
      *>  --------------------------------------------------------------
       1000-INCLUI-PASSO.
      *>  --------------------------------------------------------------
             DISPLAY 'ORDEM DE EXECUCAO (1 A 9999).....: '.
             ACCEPT WRK-ORDEM.
             DISPLAY 'NOME DO PASSO (ATE 8)............: '.
             ACCEPT WRK-PASSO.
             DISPLAY 'PROGRAMA (PROGRAM-ID)............: '.
             ACCEPT WRK-PROGRAMA.
             DISPLAY 'PREDECESSOR (BRANCO, TODOS, PASSO): '.
             ACCEPT WRK-PREDECESSOR.
             DISPLAY 'PARM DO PASSO (ATE 8)............: '.
             ACCEPT WRK-PARM.
             DISPLAY 'RAMO (T, I, A, G)................: '.
             ACCEPT WRK-RAMO.
             DISPLAY 'FREQUENCIA (D, P, M, T, A).......: '.
             ACCEPT WRK-FREQUENCIA.
             DISPLAY 'MES (01 A 12, 00 = TODOS)........: '.
             ACCEPT WRK-MES.
             DISPLAY 'DESCRICAO........................: '.
             ACCEPT WRK-DESCRICAO.
             MOVE SPACES TO WRK-MENSAGEM.
             EVALUATE TRUE
               WHEN WRK-ORDEM = 0 OR WRK-PASSO = SPACES
                    OR WRK-PROGRAMA = SPACES
                 MOVE 'ORDEM, PASSO E PROGRAMA SAO OBRIGATORIOS'
                   TO WRK-MENSAGEM
               WHEN WRK-RAMO NOT = 'T' AND NOT = 'I' AND NOT = 'A'
                    AND NOT = 'G'
                 MOVE 'RAMO INVALIDO' TO WRK-MENSAGEM
               WHEN OTHER
                 PERFORM 8000-CONFERE-FREQUENCIA
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES
               PERFORM 1050-CONFERE-UNICIDADE
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 8100-CONFERE-PREDECESSOR
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               MOVE SPACES          TO JOBGRADE-REG
               MOVE WRK-ORDEM       TO JG-ORDEM
               MOVE WRK-PASSO       TO JG-PASSO
               MOVE WRK-PROGRAMA    TO JG-PROGRAMA
               MOVE WRK-PREDECESSOR TO JG-PREDECESSOR
               MOVE WRK-PARM        TO JG-PARM
               MOVE WRK-RAMO        TO JG-RAMO
               MOVE WRK-FREQUENCIA  TO JG-FREQUENCIA
               MOVE WRK-MES         TO JG-MES
               MOVE 'A'             TO JG-SITUACAO
               MOVE WRK-DESCRICAO   TO JG-DESCRICAO
               MOVE WRK-DATA-HOJE   TO JG-DT-ALTERACAO
               WRITE JOBGRADE-REG
                 INVALID KEY
                   DISPLAY '*** PASSO NAO GRAVADO - STATUS '
                           GRADE-STATUS
                 NOT INVALID KEY
                   DISPLAY 'PASSO INCLUIDO: ' JG-ORDEM ' ' JG-PASSO
               END-WRITE
             END-IF.
             MOVE 0 TO GRADE-STATUS.
      *>  --------------------------------------------------------------
       1050-CONFERE-UNICIDADE.
      *>  --------------------------------------------------------------
             MOVE WRK-ORDEM TO JG-ORDEM.
             READ JOB-GRADE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'ORDEM JA USADA PELO PASSO ' TO WRK-MENSAGEM
                 MOVE JG-PASSO TO WRK-MENSAGEM(27:8)
             END-READ.
             IF WRK-MENSAGEM = SPACES
               MOVE WRK-PASSO TO JG-PASSO
               READ JOB-GRADE KEY IS JG-PASSO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'PASSO JA CADASTRADO' TO WRK-MENSAGEM
               END-READ
             END-IF.
             MOVE 0 TO GRADE-STATUS.
      *>  --------------------------------------------------------------
      *>  2000-ALTERA-PASSO - ENTER (BRANCO OU ZERO) MANTEM O VALOR
      *>  ATUAL; PREDECESSOR OU PARM IGUAL A * FICA EM BRANCO. MES 99
      *>  VOLTA O PASSO PARA TODOS OS MESES.
      *>  --------------------------------------------------------------
       2000-ALTERA-PASSO.
      *>  --------------------------------------------------------------
             DISPLAY 'NOME DO PASSO....................: '.
             ACCEPT WRK-PASSO.
             MOVE WRK-PASSO TO JG-PASSO.
             READ JOB-GRADE KEY IS JG-PASSO
               INVALID KEY
                 DISPLAY '*** PASSO NAO CADASTRADO ***'
               NOT INVALID KEY
                 PERFORM 2100-PEDE-ALTERACAO
             END-READ.
             MOVE 0 TO GRADE-STATUS.
      *>  --------------------------------------------------------------
       2100-PEDE-ALTERACAO.
      *>  --------------------------------------------------------------
             PERFORM 3100-MOSTRA-PASSO.
             MOVE JG-ORDEM TO WRK-ORDEM.
             DISPLAY 'NOVO PROGRAMA....................: '.
             ACCEPT WRK-PROGRAMA.
             DISPLAY 'PREDECESSOR (* = NENHUM).........: '.
             ACCEPT WRK-PREDECESSOR.
             DISPLAY 'PARM (* = SEM PARM)..............: '.
             ACCEPT WRK-PARM.
             DISPLAY 'RAMO (T, I, A, G)................: '.
             ACCEPT WRK-RAMO.
             DISPLAY 'FREQUENCIA (D, P, M, T, A).......: '.
             ACCEPT WRK-FREQUENCIA.
             DISPLAY 'MES (01 A 12, 99 = TODOS)........: '.
             ACCEPT WRK-MES.
             DISPLAY 'SITUACAO (A-ATIVO I-INATIVO).....: '.
             ACCEPT WRK-SITUACAO.
             DISPLAY 'DESCRICAO........................: '.
             ACCEPT WRK-DESCRICAO.
             IF WRK-FREQUENCIA = SPACE
               MOVE JG-FREQUENCIA TO WRK-FREQUENCIA
             END-IF.
             IF WRK-MES = 0
               MOVE JG-MES TO WRK-MES
             END-IF.
             IF WRK-MES = 99
               MOVE 0 TO WRK-MES
             END-IF.
             MOVE SPACES TO WRK-MENSAGEM.
             EVALUATE TRUE
               WHEN WRK-RAMO NOT = 'T' AND NOT = 'I' AND NOT = 'A'
                    AND NOT = 'G' AND NOT = SPACE
                 MOVE 'RAMO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-SITUACAO NOT = 'A' AND NOT = 'I'
                    AND NOT = SPACE
                 MOVE 'SITUACAO INVALIDA' TO WRK-MENSAGEM
               WHEN OTHER
                 PERFORM 8000-CONFERE-FREQUENCIA
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES AND WRK-PREDECESSOR NOT = SPACES
                AND WRK-PREDECESSOR NOT = '*'
               PERFORM 8100-CONFERE-PREDECESSOR
               MOVE WRK-PASSO TO JG-PASSO
               READ JOB-GRADE KEY IS JG-PASSO
                 INVALID KEY
                   MOVE 'PASSO NAO RELIDO' TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               PERFORM 2200-GRAVA-ALTERACAO
             END-IF.
      *>  --------------------------------------------------------------
       2200-GRAVA-ALTERACAO.
      *>  --------------------------------------------------------------
             IF WRK-PROGRAMA NOT = SPACES
               MOVE WRK-PROGRAMA TO JG-PROGRAMA
             END-IF.
             EVALUATE WRK-PREDECESSOR
               WHEN SPACES
                 CONTINUE
               WHEN '*'
                 MOVE SPACES TO JG-PREDECESSOR
               WHEN OTHER
                 MOVE WRK-PREDECESSOR TO JG-PREDECESSOR
             END-EVALUATE.
             EVALUATE WRK-PARM
               WHEN SPACES
                 CONTINUE
               WHEN '*'
                 MOVE SPACES TO JG-PARM
               WHEN OTHER
                 MOVE WRK-PARM TO JG-PARM
             END-EVALUATE.
             IF WRK-RAMO NOT = SPACE
               MOVE WRK-RAMO TO JG-RAMO
             END-IF.
             MOVE WRK-FREQUENCIA TO JG-FREQUENCIA.
             MOVE WRK-MES TO JG-MES.
             IF WRK-SITUACAO NOT = SPACE
               MOVE WRK-SITUACAO TO JG-SITUACAO
             END-IF.
             IF WRK-DESCRICAO NOT = SPACES
               MOVE WRK-DESCRICAO TO JG-DESCRICAO
             END-IF.
             MOVE WRK-DATA-HOJE TO JG-DT-ALTERACAO.
             REWRITE JOBGRADE-REG.
             IF GRADE-STATUS = 0
               DISPLAY 'PASSO ALTERADO'
             ELSE
               DISPLAY '*** PASSO NAO ALTERADO - STATUS '
                       GRADE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3000-LISTA-GRADE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADOS.
             PERFORM 3200-INICIA-LEITURA.
             PERFORM 3010-LISTA-UM UNTIL GRADE-STATUS = 10.
             DISPLAY 'PASSOS NA GRADE: ' WRK-QT-LISTADOS.
             MOVE 0 TO GRADE-STATUS.
      *>  --------------------------------------------------------------
       3010-LISTA-UM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADOS.
             PERFORM 3100-MOSTRA-PASSO.
             PERFORM 3210-LE-GRADE.
      *>  --------------------------------------------------------------
       3100-MOSTRA-PASSO.
      *>  --------------------------------------------------------------
             DISPLAY JG-ORDEM ' ' JG-PASSO ' ' JG-PROGRAMA
                     ' PARM=' JG-PARM ' APOS ' JG-PREDECESSOR
                     ' RAMO ' JG-RAMO ' FREQ ' JG-FREQUENCIA
                     ' MES ' JG-MES ' ' JG-SITUACAO
                     ' ' JG-DESCRICAO.
      *>  --------------------------------------------------------------
       3200-INICIA-LEITURA.
      *>  --------------------------------------------------------------
             MOVE 0 TO GRADE-STATUS.
             MOVE ZEROS TO JG-ORDEM.
             START JOB-GRADE KEY IS NOT LESS THAN JG-ORDEM
               INVALID KEY MOVE 10 TO GRADE-STATUS
             END-START.
             IF GRADE-STATUS = 0
               PERFORM 3210-LE-GRADE
             END-IF.
      *>  --------------------------------------------------------------
       3210-LE-GRADE.
      *>  --------------------------------------------------------------
             READ JOB-GRADE NEXT
               AT END MOVE 10 TO GRADE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4000-PREVIA-DATA - MESMA REGRA DE SEMEADURA DO JOBSCHED:
      *>  PASSO ATIVO CUJA FREQUENCIA (E MES) CAI NA DATA PEDIDA.
      *>  --------------------------------------------------------------
       4000-PREVIA-DATA.
      *>  --------------------------------------------------------------
             DISPLAY 'DATA DA RODADA (AAAAMMDD, 0 = HOJE): '.
             ACCEPT WRK-DATA-PREVIA.
             IF WRK-DATA-PREVIA = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-PREVIA
             END-IF.
             MOVE WRK-DATA-PREVIA TO WRK-DU-DATA.
             MOVE 'D' TO WRK-DU-FREQUENCIA.
             MOVE 0 TO WRK-DU-MES.
             CALL 'DIAUTIL' USING WRK-DIA-UTIL.
             DISPLAY 'DATA ' WRK-DATA-PREVIA
                     ' DIA UTIL: ' WRK-DU-UTIL
                     ' PRIMEIRO DO MES: ' WRK-DU-PRIMEIRO
                     ' ULTIMO DO MES: ' WRK-DU-ULTIMO.
             MOVE 0 TO WRK-QT-LISTADOS.
             PERFORM 3200-INICIA-LEITURA.
             PERFORM 4010-PREVIA-UM UNTIL GRADE-STATUS = 10.
             DISPLAY 'PASSOS PREVISTOS: ' WRK-QT-LISTADOS.
             MOVE 0 TO GRADE-STATUS.
      *>  --------------------------------------------------------------
       4010-PREVIA-UM.
      *>  --------------------------------------------------------------
             IF JG-ATIVO
               MOVE WRK-DATA-PREVIA TO WRK-DU-DATA
               MOVE JG-FREQUENCIA TO WRK-DU-FREQUENCIA
               MOVE JG-MES TO WRK-DU-MES
               CALL 'DIAUTIL' USING WRK-DIA-UTIL
               IF WRK-DU-PREVISTO = 'S'
                 ADD 1 TO WRK-QT-LISTADOS
                 PERFORM 3100-MOSTRA-PASSO
               END-IF
             END-IF.
             PERFORM 3210-LE-GRADE.
      *>  --------------------------------------------------------------
       8000-CONFERE-FREQUENCIA.
      *>  --------------------------------------------------------------
             IF WRK-FREQUENCIA NOT = 'D' AND NOT = 'P' AND NOT = 'M'
                AND NOT = 'T' AND NOT = 'A'
               MOVE 'FREQUENCIA INVALIDA' TO WRK-MENSAGEM
             ELSE
               IF WRK-MES > 12
                 MOVE 'MES INVALIDO' TO WRK-MENSAGEM
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  8100-CONFERE-PREDECESSOR - O JOBSCHED PERCORRE A GRADE UMA
      *>  VEZ, NA ORDEM: PREDECESSOR DEPOIS DO PASSO NUNCA ESTARIA
      *>  COMPLETO A TEMPO.
      *>  --------------------------------------------------------------
       8100-CONFERE-PREDECESSOR.
      *>  --------------------------------------------------------------
             IF WRK-PREDECESSOR NOT = SPACES
                AND WRK-PREDECESSOR NOT = 'TODOS'
               MOVE WRK-PREDECESSOR TO JG-PASSO
               READ JOB-GRADE KEY IS JG-PASSO
                 INVALID KEY
                   MOVE 'PREDECESSOR NAO ESTA NA GRADE'
                     TO WRK-MENSAGEM
                 NOT INVALID KEY
                   MOVE JG-ORDEM TO WRK-ORDEM-PRED
                   IF WRK-ORDEM-PRED NOT < WRK-ORDEM
                     MOVE 'PREDECESSOR TEM DE VIR ANTES NA ORDEM'
                       TO WRK-MENSAGEM
                   END-IF
               END-READ
               MOVE 0 TO GRADE-STATUS
             END-IF.
