       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINAM.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = TURMAS DOS CURSOS DO CATALOGO
      ***   (CURSOS.TXT) E INSCRICAO DOS FUNCIONARIOS A PARTIR DO
      ***   PLANO DE DESENVOLVIMENTO DO DESAFIO04 (PLANITEM.TXT). A
      ***   TURMA (TURMAS.TXT, NUMERO PROPRIO NO TURCTRL.TXT) TEM
      ***   DATAS E VAGAS; A INSCRICAO (INSCRIC.TXT) SO E ACEITA EM
      ***   CURSO DO PLANO E COM O PRE-REQUISITO (CU-PREREQ) JA
      ***   CONCLUIDO. NA CONCLUSAO ENTRAM FREQUENCIA E NOTA: APROVADO
      ***   COM 75% DE FREQUENCIA E NOTA 7,0, O ITEM DO PLANO FICA
      ***   CONCLUIDO E, SE O CURSO CONCEDE CERTIFICACAO, ELA E
      ***   INCLUIDA OU RENOVADA NO CERTIF.TXT. RELATORIO TRIMESTRAL
      ***   POR DEPARTAMENTO EM RELTREIN.TXT (PARM TRIMES, TRIMESTRE
      ***   CORRENTE): CURSOS PLANEJADOS X CONCLUIDOS E HORAS DE
      ***   TREINAMENTO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSOS ASSIGN TO 'C:\COBOL\CURSOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CURSOS-STATUS.
           SELECT TURMAS ASSIGN TO 'C:\COBOL\TURMAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMA-STATUS
             RECORD KEY IS TU-NUMERO.
           SELECT TURMA-CTRL ASSIGN TO 'C:\COBOL\TURCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT INSCRICOES ASSIGN TO 'C:\COBOL\INSCRIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS INSCRIC-STATUS
             RECORD KEY IS IN-CHAVE.
           SELECT PLANO-ITEM ASSIGN TO 'C:\COBOL\PLANITEM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PLANITEM-STATUS
             RECORD KEY IS PI-CHAVE.
           SELECT CERTIFICACOES ASSIGN TO 'C:\COBOL\CERTIF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CERTIF-STATUS
             RECORD KEY IS CF-CHAVE.
           SELECT FUNCIONARIOS ASSIGN TO 'C:\COBOL\FUNCION.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FUNC-STATUS
             RECORD KEY IS FU-MATRICULA.
           SELECT RELAT-TREINO ASSIGN TO 'C:\COBOL\RELTREIN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CURSOS.
       COPY 'CURSOS-MASTER.CBL'.
       FD TURMAS.
       COPY 'TURMA-MASTER.CBL'.
       FD TURMA-CTRL.
       01 TURMA-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(05).
       FD INSCRICOES.
       COPY 'INSCRIC-MASTER.CBL'.
       FD PLANO-ITEM.
       COPY 'PLANITEM-MASTER.CBL'.
       FD CERTIFICACOES.
       01 CERTIFICACOES-REG.
            05 CF-CHAVE.
                10 CF-MATRICULA PIC 9(6).
                10 CF-CODIGO    PIC X(8).
            05 CF-DT-OBTENCAO   PIC 9(8).
            05 CF-DT-VALIDADE   PIC 9(8).
            05 CF-SITUACAO      PIC X(1).
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD RELAT-TREINO.
       01 RELAT-TREINO-REG         PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CURSOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 TURMA-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 INSCRIC-STATUS   PIC 9(02) VALUE ZEROS.
       77 PLANITEM-STATUS  PIC 9(02) VALUE ZEROS.
       77 CERTIF-STATUS    PIC 9(02) VALUE ZEROS.
       77 FUNC-STATUS      PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-FUNC-OK      PIC X(01) VALUE 'N'.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-FREQ-MINIMA  PIC 9(03) VALUE 75.
       77 WRK-NOTA-MINIMA  PIC 9(02)V9 VALUE 7,0.
       77 WRK-QT-CURSOS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CURSO    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ACHOU    PIC 9(02) VALUE ZEROS.
       77 WRK-AREA         PIC 9(01) VALUE ZEROS.
       77 WRK-SEQ          PIC 9(01) VALUE ZEROS.
       77 WRK-NOME-CURSO   PIC X(30) VALUE SPACES.
       77 WRK-PRE-AREA     PIC 9(01) VALUE ZEROS.
       77 WRK-PRE-SEQ      PIC 9(01) VALUE ZEROS.
       77 WRK-PRE-OK       PIC X(01) VALUE 'N'.
       77 WRK-TURMA        PIC 9(05) VALUE ZEROS.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(60) VALUE SPACES.
       77 WRK-CERT-EXISTE  PIC X(01) VALUE 'N'.
       77 WRK-ACAO-TURMA   PIC X(01) VALUE SPACES.
       77 WRK-QT-AJUSTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SOMAR   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-RESULT  PIC 9(08) VALUE ZEROS.
       77 WRK-DC-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-RESTO     PIC 9(04) VALUE ZEROS.
       77 WRK-DC-DIAS      PIC 9(08) VALUE ZEROS.
       77 WRK-TRI-ANO      PIC 9(04) VALUE ZEROS.
       77 WRK-TRI-NUM      PIC 9(01) VALUE ZEROS.
       77 WRK-TRI-MES      PIC 9(02) VALUE ZEROS.
       77 WRK-DT-INI-TRI   PIC 9(08) VALUE ZEROS.
       77 WRK-DT-FIM-TRI   PIC 9(08) VALUE ZEROS.
       77 WRK-MAT-DEPTO    PIC 9(06) VALUE ZEROS.
       77 WRK-DEPTO        PIC X(10) VALUE SPACES.
       77 WRK-QT-DEPTOS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEPTO    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ACHOU-DP PIC 9(02) VALUE ZEROS.
       77 WRK-ADERENCIA    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-ED-PCT       PIC ZZ9,9.
       77 WRK-ED-NOTA      PIC Z9,9.
      *>  --------------------------------------------------------------
      *>  CATALOGO DE CURSOS EM MEMORIA (MESMO LIMITE DO DESAFIO04) E
      *>  OS ACUMULADORES DO RELATORIO TRIMESTRAL POR DEPARTAMENTO (A
      *>  ULTIMA POSICAO JUNTA OS DEPARTAMENTOS ALEM DO LIMITE).
      *>  --------------------------------------------------------------
       01 WRK-TAB-CURSOS.
            05 WRK-CURSO OCCURS 30 TIMES.
                10 WRK-CU-AREA       PIC 9(1).
                10 WRK-CU-SEQ        PIC 9(1).
                10 WRK-CU-NOME       PIC X(30).
                10 WRK-CU-CARGA      PIC 9(3).
                10 WRK-CU-PREREQ     PIC X(30).
                10 WRK-CU-CERTIF     PIC X(8).
                10 WRK-CU-VALID-MESES PIC 9(2).
       01 WRK-TAB-DEPTOS.
            05 WRK-DP-ITEM OCCURS 50 TIMES.
                10 WRK-DP-DEPTO      PIC X(10).
                10 WRK-DP-PLANEJ     PIC 9(05).
                10 WRK-DP-CONCL      PIC 9(05).
                10 WRK-DP-CONCL-TRI  PIC 9(05).
                10 WRK-DP-APROV      PIC 9(05).
                10 WRK-DP-REPROV     PIC 9(05).
                10 WRK-DP-HORAS      PIC 9(07).
       01 WRK-TOTAIS-TRI.
            05 WRK-TT-PLANEJ         PIC 9(05).
            05 WRK-TT-CONCL          PIC 9(05).
            05 WRK-TT-CONCL-TRI      PIC 9(05).
            05 WRK-TT-APROV          PIC 9(05).
            05 WRK-TT-REPROV         PIC 9(05).
            05 WRK-TT-HORAS          PIC 9(07).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             PERFORM 0070-CARREGA-CURSOS.
             EVALUATE WRK-PARM-EXEC
               WHEN 'TRIMES'
                 MOVE WRK-DATA-HOJE(1:4) TO WRK-TRI-ANO
                 MOVE WRK-DATA-HOJE(5:2) TO WRK-TRI-MES
                 COMPUTE WRK-TRI-NUM = (WRK-TRI-MES + 2) / 3
                 PERFORM 6000-RELATORIO-TRIMESTRAL
               WHEN OTHER
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE TURMAS TURMA-CTRL INSCRICOES PLANO-ITEM
                   CERTIFICACOES.
             IF WRK-FUNC-OK = 'S'
               CLOSE FUNCIONARIOS
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-ABRE-ARQUIVOS - O CADASTRO DE FUNCIONARIOS SO E
      *>  CONSULTADO: SEM ELE A INSCRICAO NAO CONFERE O DESLIGAMENTO E
      *>  O RELATORIO JUNTA TODOS EM SEM-DEPTO.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O TURMAS.
             IF TURMA-STATUS = 35
               OPEN OUTPUT TURMAS
               CLOSE TURMAS
               OPEN I-O TURMAS
             END-IF.
             OPEN I-O TURMA-CTRL.
             IF CTRL-STATUS = 35
               OPEN OUTPUT TURMA-CTRL
               CLOSE TURMA-CTRL
               OPEN I-O TURMA-CTRL
             END-IF.
             OPEN I-O INSCRICOES.
             IF INSCRIC-STATUS = 35
               OPEN OUTPUT INSCRICOES
               CLOSE INSCRICOES
               OPEN I-O INSCRICOES
             END-IF.
             OPEN I-O PLANO-ITEM.
             IF PLANITEM-STATUS = 35
               OPEN OUTPUT PLANO-ITEM
               CLOSE PLANO-ITEM
               OPEN I-O PLANO-ITEM
             END-IF.
             OPEN I-O CERTIFICACOES.
             IF CERTIF-STATUS = 35
               OPEN OUTPUT CERTIFICACOES
               CLOSE CERTIFICACOES
               OPEN I-O CERTIFICACOES
             END-IF.
             OPEN INPUT FUNCIONARIOS.
             IF FUNC-STATUS = 0
               MOVE 'S' TO WRK-FUNC-OK
             END-IF.
      *>  --------------------------------------------------------------
      *>  0070-CARREGA-CURSOS - CATALOGO EM MEMORIA. LINHA ANTIGA SEM
      *>  CERTIFICACAO TEM A VALIDADE EM BRANCO: VALE ZERO.
      *>  --------------------------------------------------------------
       0070-CARREGA-CURSOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CURSOS.
             OPEN INPUT CURSOS.
             IF CURSOS-STATUS NOT = 0
               DISPLAY '*** CATALOGO DE CURSOS (CURSOS.TXT) NAO'
                       ' ENCONTRADO ***'
               MOVE 0 TO CURSOS-STATUS
             ELSE
               READ CURSOS
                 AT END MOVE 10 TO CURSOS-STATUS
               END-READ
               PERFORM 0075-GUARDA-CURSO UNTIL CURSOS-STATUS = 10
               CLOSE CURSOS
               MOVE 0 TO CURSOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       0075-GUARDA-CURSO.
      *>  --------------------------------------------------------------
             IF WRK-QT-CURSOS < 30
               ADD 1 TO WRK-QT-CURSOS
               MOVE CU-AREA   TO WRK-CU-AREA(WRK-QT-CURSOS)
               MOVE CU-SEQ    TO WRK-CU-SEQ(WRK-QT-CURSOS)
               MOVE CU-NOME   TO WRK-CU-NOME(WRK-QT-CURSOS)
               MOVE CU-CARGA  TO WRK-CU-CARGA(WRK-QT-CURSOS)
               MOVE CU-PREREQ TO WRK-CU-PREREQ(WRK-QT-CURSOS)
               MOVE CU-CERTIF TO WRK-CU-CERTIF(WRK-QT-CURSOS)
               IF CU-VALID-MESES NUMERIC
                 MOVE CU-VALID-MESES
                   TO WRK-CU-VALID-MESES(WRK-QT-CURSOS)
               ELSE
                 MOVE 0 TO WRK-CU-VALID-MESES(WRK-QT-CURSOS)
               END-IF
             END-IF.
             READ CURSOS
               AT END MOVE 10 TO CURSOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'TURMAS E INSCRICOES DE TREINAMENTO'.
             DISPLAY '1 - ABRIR TURMA'.
             DISPLAY '2 - INSCREVER FUNCIONARIO'.
             DISPLAY '3 - REGISTRAR FREQUENCIA E NOTA (CONCLUSAO)'.
             DISPLAY '4 - CANCELAR INSCRICAO'.
             DISPLAY '5 - ENCERRAR OU CANCELAR TURMA'.
             DISPLAY '6 - RELATORIO TRIMESTRAL POR DEPARTAMENTO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-ABRE-TURMA
               WHEN 2
                 PERFORM 2000-INSCREVE-FUNCIONARIO
               WHEN 3
                 PERFORM 3000-REGISTRA-CONCLUSAO
               WHEN 4
                 PERFORM 4000-CANCELA-INSCRICAO
               WHEN 5
                 PERFORM 5000-FECHA-TURMA
               WHEN 6
                 DISPLAY 'ANO DO RELATORIO (AAAA).: '
                 ACCEPT WRK-TRI-ANO
                 DISPLAY 'TRIMESTRE (1 A 4).......: '
                 ACCEPT WRK-TRI-NUM
                 IF WRK-TRI-NUM < 1 OR WRK-TRI-NUM > 4
                   DISPLAY '*** TRIMESTRE INVALIDO ***'
                 ELSE
                   PERFORM 6000-RELATORIO-TRIMESTRAL
                 END-IF
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-ABRE-TURMA - CURSO DO CATALOGO (AREA + SEQUENCIA), DATAS
      *>  DE INICIO E FIM E NUMERO DE VAGAS.
      *>  --------------------------------------------------------------
       1000-ABRE-TURMA.
      *>  --------------------------------------------------------------
             DISPLAY 'AREA DO CURSO (1 A 7).......: '.
             ACCEPT WRK-AREA.
             DISPLAY 'SEQUENCIA NA TRILHA.........: '.
             ACCEPT WRK-SEQ.
             PERFORM 9100-ACHA-CURSO.
             IF WRK-IDX-ACHOU = 0
               DISPLAY '*** CURSO NAO ENCONTRADO NO CATALOGO ***'
             ELSE
               DISPLAY 'CURSO: ' WRK-CU-NOME(WRK-IDX-ACHOU)
                       ' CARGA=' WRK-CU-CARGA(WRK-IDX-ACHOU) 'H'
               MOVE SPACES TO TURMA-MASTER-REG
               MOVE WRK-AREA TO TU-AREA
               MOVE WRK-SEQ  TO TU-SEQ
               DISPLAY 'DATA DE INICIO (AAAAMMDD)...: '
               ACCEPT TU-DT-INICIO
               DISPLAY 'DATA DE TERMINO (AAAAMMDD)..: '
               ACCEPT TU-DT-FIM
               DISPLAY 'NUMERO DE VAGAS.............: '
               ACCEPT TU-VAGAS
               DISPLAY 'INSTRUTOR...................: '
               ACCEPT TU-INSTRUTOR
               IF TU-DT-INICIO = 0 OR TU-DT-FIM < TU-DT-INICIO
                  OR TU-VAGAS = 0
                 DISPLAY '*** DATAS OU VAGAS INVALIDAS ***'
               ELSE
                 PERFORM 9700-PROX-NUM-TURMA
                 MOVE WRK-TURMA TO TU-NUMERO
                 MOVE 0 TO TU-INSCRITOS
                 MOVE 'A' TO TU-SITUACAO
                 WRITE TURMA-MASTER-REG
                 DISPLAY 'TURMA ' TU-NUMERO ' ABERTA COM ' TU-VAGAS
                         ' VAGAS'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-INSCREVE-FUNCIONARIO - TURMA ABERTA COM VAGA, CURSO NO
      *>  PLANO DE DESENVOLVIMENTO DO FUNCIONARIO E AINDA NAO CONCLUIDO
      *>  NEM EM OUTRA TURMA, E O PRE-REQUISITO DO CATALOGO CONCLUIDO
      *>  COM APROVACAO EM TURMA ANTERIOR.
      *>  --------------------------------------------------------------
       2000-INSCREVE-FUNCIONARIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MOTIVO.
             DISPLAY 'NUMERO DA TURMA.............: '.
             ACCEPT WRK-TURMA.
             DISPLAY 'MATRICULA...................: '.
             ACCEPT WRK-MATRICULA.
             MOVE WRK-TURMA TO TU-NUMERO.
             READ TURMAS
               INVALID KEY
                 MOVE 'TURMA NAO ENCONTRADA' TO WRK-MOTIVO
               NOT INVALID KEY
                 IF NOT TU-ABERTA
                   MOVE 'TURMA NAO ESTA ABERTA' TO WRK-MOTIVO
                 ELSE
                   IF TU-INSCRITOS NOT < TU-VAGAS
                     MOVE 'TURMA SEM VAGAS' TO WRK-MOTIVO
                   END-IF
                 END-IF
             END-READ.
             IF WRK-MOTIVO = SPACES AND WRK-FUNC-OK = 'S'
               MOVE WRK-MATRICULA TO FU-MATRICULA
               READ FUNCIONARIOS
                 INVALID KEY
                   MOVE 'FUNCIONARIO NAO CADASTRADO' TO WRK-MOTIVO
                 NOT INVALID KEY
                   IF FU-DESLIGADO
                     MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MOTIVO
                   END-IF
               END-READ
             END-IF.
             IF WRK-MOTIVO = SPACES
               MOVE WRK-MATRICULA TO PI-MATRICULA
               MOVE TU-AREA TO PI-AREA
               MOVE TU-SEQ  TO PI-SEQ
               READ PLANO-ITEM
                 INVALID KEY
                   MOVE 'CURSO FORA DO PLANO DE DESENVOLVIMENTO'
                     TO WRK-MOTIVO
                 NOT INVALID KEY
                   IF PI-CONCLUIDO
                     MOVE 'CURSO JA CONCLUIDO' TO WRK-MOTIVO
                   END-IF
                   IF PI-INSCRITO
                     STRING 'JA INSCRITO NA TURMA ' PI-TURMA
                            DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               END-READ
             END-IF.
             IF WRK-MOTIVO = SPACES
               MOVE TU-AREA TO WRK-AREA
               MOVE TU-SEQ  TO WRK-SEQ
               PERFORM 9100-ACHA-CURSO
               IF WRK-IDX-ACHOU > 0
                  AND WRK-CU-PREREQ(WRK-IDX-ACHOU) NOT = SPACES
                 PERFORM 2100-CONFERE-PREREQ
               END-IF
             END-IF.
             IF WRK-MOTIVO = SPACES
               PERFORM 2200-GRAVA-INSCRICAO
             ELSE
               DISPLAY '*** ' WRK-MOTIVO ' ***'
             END-IF.
      *>  --------------------------------------------------------------
      *>  2100-CONFERE-PREREQ - O PRE-REQUISITO E GUARDADO PELO NOME NO
      *>  CATALOGO: ACHA A AREA E A SEQUENCIA DELE E PROCURA ENTRE AS
      *>  INSCRICOES DO FUNCIONARIO UMA APROVADA NESSE CURSO.
      *>  --------------------------------------------------------------
       2100-CONFERE-PREREQ.
      *>  --------------------------------------------------------------
             MOVE WRK-CU-PREREQ(WRK-IDX-ACHOU) TO WRK-NOME-CURSO.
             MOVE 0 TO WRK-PRE-AREA WRK-PRE-SEQ.
             MOVE 'N' TO WRK-PRE-OK.
             PERFORM 2110-PROCURA-PREREQ
               VARYING WRK-IDX-CURSO FROM 1 BY 1
               UNTIL WRK-IDX-CURSO > WRK-QT-CURSOS.
             IF WRK-PRE-AREA = 0
               STRING 'PRE-REQUISITO FORA DO CATALOGO: '
                      WRK-NOME-CURSO
                      DELIMITED BY SIZE INTO WRK-MOTIVO
             ELSE
               MOVE WRK-MATRICULA TO IN-MATRICULA
               MOVE 0 TO IN-TURMA
               START INSCRICOES KEY IS NOT LESS THAN IN-CHAVE
                 INVALID KEY
                   MOVE 10 TO INSCRIC-STATUS
               END-START
               IF INSCRIC-STATUS NOT = 10
                 READ INSCRICOES NEXT
                   AT END MOVE 10 TO INSCRIC-STATUS
                 END-READ
               END-IF
               PERFORM 2120-CONFERE-INSCRICAO
                 UNTIL INSCRIC-STATUS = 10
                    OR IN-MATRICULA NOT = WRK-MATRICULA
               MOVE 0 TO INSCRIC-STATUS
               IF WRK-PRE-OK = 'N'
                 STRING 'PRE-REQUISITO NAO CONCLUIDO: '
                        WRK-NOME-CURSO
                        DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2110-PROCURA-PREREQ.
      *>  --------------------------------------------------------------
             IF WRK-CU-NOME(WRK-IDX-CURSO) = WRK-NOME-CURSO
               MOVE WRK-CU-AREA(WRK-IDX-CURSO) TO WRK-PRE-AREA
               MOVE WRK-CU-SEQ(WRK-IDX-CURSO)  TO WRK-PRE-SEQ
             END-IF.
      *>  --------------------------------------------------------------
       2120-CONFERE-INSCRICAO.
      *>  --------------------------------------------------------------
             IF IN-AREA = WRK-PRE-AREA AND IN-SEQ = WRK-PRE-SEQ
                AND IN-APROVADO
               MOVE 'S' TO WRK-PRE-OK
             END-IF.
             READ INSCRICOES NEXT
               AT END MOVE 10 TO INSCRIC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2200-GRAVA-INSCRICAO - A REINSCRICAO NA MESMA TURMA DEPOIS DE
      *>  UM CANCELAMENTO REAPROVEITA O REGISTRO DA INSCRICAO.
      *>  --------------------------------------------------------------
       2200-GRAVA-INSCRICAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO INSCRIC-MASTER-REG.
             MOVE WRK-MATRICULA TO IN-MATRICULA.
             MOVE WRK-TURMA     TO IN-TURMA.
             MOVE TU-AREA       TO IN-AREA.
             MOVE TU-SEQ        TO IN-SEQ.
             MOVE WRK-DATA-HOJE TO IN-DT-INSCRICAO.
             MOVE 'I'           TO IN-SITUACAO.
             MOVE ZEROS TO IN-FREQUENCIA IN-NOTA IN-HORAS
                           IN-DT-CONCLUSAO.
             WRITE INSCRIC-MASTER-REG
               INVALID KEY
                 REWRITE INSCRIC-MASTER-REG
             END-WRITE.
             ADD 1 TO TU-INSCRITOS.
             REWRITE TURMA-MASTER-REG.
             MOVE 'I' TO PI-SITUACAO.
             MOVE WRK-TURMA TO PI-TURMA.
             REWRITE PLANITEM-MASTER-REG.
             DISPLAY 'INSCRICAO CONFIRMADA - TURMA ' TU-NUMERO
                     ' INICIO ' TU-DT-INICIO ' INSCRITOS '
                     TU-INSCRITOS '/' TU-VAGAS.
      *>  --------------------------------------------------------------
      *>  3000-REGISTRA-CONCLUSAO - FREQUENCIA (%) E NOTA DA INSCRICAO
      *>  EM ABERTO. AS HORAS CUMPRIDAS SAO A CARGA DO CURSO NA
      *>  PROPORCAO DA FREQUENCIA.
      *>  --------------------------------------------------------------
       3000-REGISTRA-CONCLUSAO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA TURMA.............: '.
             ACCEPT WRK-TURMA.
             DISPLAY 'MATRICULA...................: '.
             ACCEPT WRK-MATRICULA.
             MOVE WRK-MATRICULA TO IN-MATRICULA.
             MOVE WRK-TURMA     TO IN-TURMA.
             READ INSCRICOES
               INVALID KEY
                 DISPLAY '*** INSCRICAO NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF NOT IN-INSCRITO
                   DISPLAY '*** INSCRICAO NAO ESTA EM ABERTO ***'
                 ELSE
                   PERFORM 3050-ENTRA-CONCLUSAO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       3050-ENTRA-CONCLUSAO.
      *>  --------------------------------------------------------------
             DISPLAY 'FREQUENCIA (0 A 100%)......: '.
             ACCEPT IN-FREQUENCIA.
             DISPLAY 'NOTA (0 A 10,0)............: '.
             ACCEPT IN-NOTA.
             IF IN-FREQUENCIA > 100 OR IN-NOTA > 10
               DISPLAY '*** FREQUENCIA OU NOTA INVALIDA ***'
             ELSE
               MOVE IN-AREA TO WRK-AREA
               MOVE IN-SEQ  TO WRK-SEQ
               PERFORM 9100-ACHA-CURSO
               MOVE 0 TO IN-HORAS
               IF WRK-IDX-ACHOU > 0
                 COMPUTE IN-HORAS ROUNDED =
                         WRK-CU-CARGA(WRK-IDX-ACHOU)
                         * IN-FREQUENCIA / 100
               END-IF
               MOVE WRK-DATA-HOJE TO IN-DT-CONCLUSAO
               IF IN-FREQUENCIA NOT < WRK-FREQ-MINIMA
                  AND IN-NOTA NOT < WRK-NOTA-MINIMA
                 MOVE 'A' TO IN-SITUACAO
               ELSE
                 MOVE 'R' TO IN-SITUACAO
               END-IF
               REWRITE INSCRIC-MASTER-REG
               PERFORM 3100-ATUALIZA-PLANO
               MOVE IN-NOTA TO WRK-ED-NOTA
               IF IN-APROVADO
                 DISPLAY 'APROVADO - NOTA ' WRK-ED-NOTA ' HORAS '
                         IN-HORAS
                 IF WRK-IDX-ACHOU > 0
                    AND WRK-CU-CERTIF(WRK-IDX-ACHOU) NOT = SPACES
                   PERFORM 3200-CONCEDE-CERTIFICACAO
                 END-IF
               ELSE
                 DISPLAY 'REPROVADO - NOTA ' WRK-ED-NOTA
                         ' FREQUENCIA ' IN-FREQUENCIA '%'
                 DISPLAY '(O CURSO VOLTA A PLANEJADO NO PLANO)'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3100-ATUALIZA-PLANO - APROVADO CONCLUI O ITEM DO PLANO;
      *>  REPROVADO, CANCELADO OU AUSENTE DEVOLVE O ITEM A PLANEJADO.
      *>  --------------------------------------------------------------
       3100-ATUALIZA-PLANO.
      *>  --------------------------------------------------------------
             MOVE IN-MATRICULA TO PI-MATRICULA.
             MOVE IN-AREA      TO PI-AREA.
             MOVE IN-SEQ       TO PI-SEQ.
             READ PLANO-ITEM
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF IN-APROVADO
                   MOVE 'C' TO PI-SITUACAO
                   MOVE IN-TURMA TO PI-TURMA
                   MOVE IN-DT-CONCLUSAO TO PI-DT-CONCLUSAO
                 ELSE
                   MOVE 'P' TO PI-SITUACAO
                   MOVE 0 TO PI-TURMA PI-DT-CONCLUSAO
                 END-IF
                 REWRITE PLANITEM-MASTER-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  3200-CONCEDE-CERTIFICACAO - INCLUI A CERTIFICACAO DO CURSO NO
      *>  CERTIF.TXT OU, SE O FUNCIONARIO JA A TINHA, RENOVA A OBTENCAO
      *>  E A VALIDADE (MESES DE 30 DIAS, COMO NO CERTMANT).
      *>  --------------------------------------------------------------
       3200-CONCEDE-CERTIFICACAO.
      *>  --------------------------------------------------------------
             MOVE IN-MATRICULA TO CF-MATRICULA.
             MOVE WRK-CU-CERTIF(WRK-IDX-ACHOU) TO CF-CODIGO.
             READ CERTIFICACOES
               INVALID KEY
                 MOVE 'N' TO WRK-CERT-EXISTE
               NOT INVALID KEY
                 MOVE 'S' TO WRK-CERT-EXISTE
             END-READ.
             MOVE IN-DT-CONCLUSAO TO CF-DT-OBTENCAO.
             MOVE 0 TO CF-DT-VALIDADE.
             IF WRK-CU-VALID-MESES(WRK-IDX-ACHOU) > 0
               MOVE IN-DT-CONCLUSAO TO WRK-DATA-BASE
               COMPUTE WRK-DIAS-SOMAR =
                       WRK-CU-VALID-MESES(WRK-IDX-ACHOU) * 30
               PERFORM 9800-SOMA-DIAS-COMERCIAIS
               MOVE WRK-DATA-RESULT TO CF-DT-VALIDADE
             END-IF.
             MOVE 'A' TO CF-SITUACAO.
             IF WRK-CERT-EXISTE = 'S'
               REWRITE CERTIFICACOES-REG
               DISPLAY 'CERTIFICACAO ' CF-CODIGO ' RENOVADA - VALIDADE '
                       CF-DT-VALIDADE
             ELSE
               WRITE CERTIFICACOES-REG
               DISPLAY 'CERTIFICACAO ' CF-CODIGO ' INCLUIDA - VALIDADE '
                       CF-DT-VALIDADE
             END-IF.
      *>  --------------------------------------------------------------
      *>  4000-CANCELA-INSCRICAO - LIBERA A VAGA NA TURMA E DEVOLVE O
      *>  CURSO A PLANEJADO.
      *>  --------------------------------------------------------------
       4000-CANCELA-INSCRICAO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA TURMA.............: '.
             ACCEPT WRK-TURMA.
             DISPLAY 'MATRICULA...................: '.
             ACCEPT WRK-MATRICULA.
             MOVE WRK-MATRICULA TO IN-MATRICULA.
             MOVE WRK-TURMA     TO IN-TURMA.
             READ INSCRICOES
               INVALID KEY
                 DISPLAY '*** INSCRICAO NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF NOT IN-INSCRITO
                   DISPLAY '*** INSCRICAO NAO ESTA EM ABERTO ***'
                 ELSE
                   MOVE 'C' TO IN-SITUACAO
                   MOVE WRK-DATA-HOJE TO IN-DT-CONCLUSAO
                   REWRITE INSCRIC-MASTER-REG
                   PERFORM 3100-ATUALIZA-PLANO
                   MOVE WRK-TURMA TO TU-NUMERO
                   READ TURMAS
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF TU-INSCRITOS > 0
                         SUBTRACT 1 FROM TU-INSCRITOS
                       END-IF
                       REWRITE TURMA-MASTER-REG
                   END-READ
                   DISPLAY 'INSCRICAO CANCELADA'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  5000-FECHA-TURMA - ENCERRAR (E) DEPOIS DA ULTIMA AULA: QUEM
      *>  FICOU SEM CONCLUSAO REGISTRADA E REPROVADO POR FALTA.
      *>  CANCELAR (C): AS INSCRICOES EM ABERTO SAO CANCELADAS. NOS DOIS
      *>  CASOS O CURSO VOLTA A PLANEJADO NO PLANO DESSES FUNCIONARIOS.
      *>  --------------------------------------------------------------
       5000-FECHA-TURMA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA TURMA.............: '.
             ACCEPT WRK-TURMA.
             MOVE WRK-TURMA TO TU-NUMERO.
             READ TURMAS
               INVALID KEY
                 DISPLAY '*** TURMA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF NOT TU-ABERTA
                   DISPLAY '*** TURMA NAO ESTA ABERTA ***'
                 ELSE
                   DISPLAY 'E - ENCERRAR  C - CANCELAR..: '
                   ACCEPT WRK-ACAO-TURMA
                   IF WRK-ACAO-TURMA = 'E' OR WRK-ACAO-TURMA = 'C'
                     MOVE WRK-ACAO-TURMA TO TU-SITUACAO
                     REWRITE TURMA-MASTER-REG
                     PERFORM 5100-FECHA-INSCRICOES
                   ELSE
                     DISPLAY '*** OPCAO INVALIDA ***'
                   END-IF
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       5100-FECHA-INSCRICOES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-AJUSTADAS.
             MOVE 0 TO IN-MATRICULA IN-TURMA.
             START INSCRICOES KEY IS NOT LESS THAN IN-CHAVE
               INVALID KEY
                 MOVE 10 TO INSCRIC-STATUS
             END-START.
             IF INSCRIC-STATUS NOT = 10
               READ INSCRICOES NEXT
                 AT END MOVE 10 TO INSCRIC-STATUS
               END-READ
             END-IF.
             PERFORM 5110-FECHA-UMA UNTIL INSCRIC-STATUS = 10.
             MOVE 0 TO INSCRIC-STATUS.
             IF WRK-ACAO-TURMA = 'E'
               DISPLAY 'TURMA ENCERRADA - REPROVADOS POR FALTA: '
                       WRK-QT-AJUSTADAS
             ELSE
               DISPLAY 'TURMA CANCELADA - INSCRICOES CANCELADAS: '
                       WRK-QT-AJUSTADAS
             END-IF.
      *>  --------------------------------------------------------------
       5110-FECHA-UMA.
      *>  --------------------------------------------------------------
             IF IN-TURMA = WRK-TURMA AND IN-INSCRITO
               IF WRK-ACAO-TURMA = 'E'
                 MOVE 'R' TO IN-SITUACAO
               ELSE
                 MOVE 'C' TO IN-SITUACAO
               END-IF
               MOVE ZEROS TO IN-FREQUENCIA IN-NOTA IN-HORAS
               MOVE WRK-DATA-HOJE TO IN-DT-CONCLUSAO
               REWRITE INSCRIC-MASTER-REG
               PERFORM 3100-ATUALIZA-PLANO
               ADD 1 TO WRK-QT-AJUSTADAS
             END-IF.
             READ INSCRICOES NEXT
               AT END MOVE 10 TO INSCRIC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6000-RELATORIO-TRIMESTRAL - POR DEPARTAMENTO: CURSOS DOS
      *>  PLANOS FEITOS ATE O FIM DO TRIMESTRE X CONCLUIDOS ATE ESSA
      *>  DATA (ADERENCIA AO PLANO), CURSOS CONCLUIDOS NO TRIMESTRE,
      *>  APROVADOS, REPROVADOS E HORAS DE TREINAMENTO CUMPRIDAS NO
      *>  TRIMESTRE.
      *>  --------------------------------------------------------------
       6000-RELATORIO-TRIMESTRAL.
      *>  --------------------------------------------------------------
             COMPUTE WRK-TRI-MES = (WRK-TRI-NUM - 1) * 3 + 1.
             COMPUTE WRK-DT-INI-TRI = (WRK-TRI-ANO * 10000)
                     + (WRK-TRI-MES * 100) + 1.
             COMPUTE WRK-DT-FIM-TRI = (WRK-TRI-ANO * 10000)
                     + ((WRK-TRI-MES + 2) * 100) + 31.
             INITIALIZE WRK-TAB-DEPTOS WRK-TOTAIS-TRI.
             MOVE 0 TO WRK-QT-DEPTOS WRK-MAT-DEPTO.
             MOVE SPACES TO WRK-DEPTO.
             MOVE 0 TO PI-MATRICULA PI-AREA PI-SEQ.
             START PLANO-ITEM KEY IS NOT LESS THAN PI-CHAVE
               INVALID KEY
                 MOVE 10 TO PLANITEM-STATUS
             END-START.
             IF PLANITEM-STATUS NOT = 10
               READ PLANO-ITEM NEXT
                 AT END MOVE 10 TO PLANITEM-STATUS
               END-READ
             END-IF.
             PERFORM 6100-SOMA-ITEM-PLANO UNTIL PLANITEM-STATUS = 10.
             MOVE 0 TO PLANITEM-STATUS.
             MOVE 0 TO IN-MATRICULA IN-TURMA.
             START INSCRICOES KEY IS NOT LESS THAN IN-CHAVE
               INVALID KEY
                 MOVE 10 TO INSCRIC-STATUS
             END-START.
             IF INSCRIC-STATUS NOT = 10
               READ INSCRICOES NEXT
                 AT END MOVE 10 TO INSCRIC-STATUS
               END-READ
             END-IF.
             PERFORM 6200-SOMA-INSCRICAO UNTIL INSCRIC-STATUS = 10.
             MOVE 0 TO INSCRIC-STATUS.
             OPEN OUTPUT RELAT-TREINO.
             MOVE SPACES TO RELAT-TREINO-REG.
             STRING 'TREINAMENTO POR DEPARTAMENTO - TRIMESTRE '
                    WRK-TRI-NUM '/' WRK-TRI-ANO
                    ' (' WRK-DT-INI-TRI ' A ' WRK-DT-FIM-TRI
                    ') - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-TREINO-REG.
             WRITE RELAT-TREINO-REG.
             PERFORM 6300-LINHA-DEPTO
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QT-DEPTOS.
             MOVE 0 TO WRK-ADERENCIA.
             IF WRK-TT-PLANEJ > 0
               COMPUTE WRK-ADERENCIA ROUNDED =
                       WRK-TT-CONCL * 100 / WRK-TT-PLANEJ
             END-IF.
             MOVE WRK-ADERENCIA TO WRK-ED-PCT.
             MOVE SPACES TO RELAT-TREINO-REG.
             STRING 'TOTAL      PLANEJADOS=' WRK-TT-PLANEJ
                    ' CONCLUIDOS=' WRK-TT-CONCL
                    ' ADERENCIA=' WRK-ED-PCT '%'
                    ' NO TRIMESTRE=' WRK-TT-CONCL-TRI
                    ' APROV=' WRK-TT-APROV
                    ' REPROV=' WRK-TT-REPROV
                    ' HORAS=' WRK-TT-HORAS
                    DELIMITED BY SIZE INTO RELAT-TREINO-REG.
             WRITE RELAT-TREINO-REG.
             CLOSE RELAT-TREINO.
             DISPLAY 'RELATORIO GRAVADO EM RELTREIN.TXT'.
      *>  --------------------------------------------------------------
       6100-SOMA-ITEM-PLANO.
      *>  --------------------------------------------------------------
             IF PI-DT-PLANO NOT > WRK-DT-FIM-TRI
               MOVE PI-MATRICULA TO WRK-MATRICULA
               PERFORM 9200-ACHA-DEPTO
               ADD 1 TO WRK-DP-PLANEJ(WRK-IDX-DEPTO)
               IF PI-CONCLUIDO
                  AND PI-DT-CONCLUSAO NOT > WRK-DT-FIM-TRI
                 ADD 1 TO WRK-DP-CONCL(WRK-IDX-DEPTO)
                 IF PI-DT-CONCLUSAO NOT < WRK-DT-INI-TRI
                   ADD 1 TO WRK-DP-CONCL-TRI(WRK-IDX-DEPTO)
                 END-IF
               END-IF
             END-IF.
             READ PLANO-ITEM NEXT
               AT END MOVE 10 TO PLANITEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6200-SOMA-INSCRICAO.
      *>  --------------------------------------------------------------
             IF (IN-APROVADO OR IN-REPROVADO)
                AND IN-DT-CONCLUSAO NOT < WRK-DT-INI-TRI
                AND IN-DT-CONCLUSAO NOT > WRK-DT-FIM-TRI
               MOVE IN-MATRICULA TO WRK-MATRICULA
               PERFORM 9200-ACHA-DEPTO
               ADD IN-HORAS TO WRK-DP-HORAS(WRK-IDX-DEPTO)
               IF IN-APROVADO
                 ADD 1 TO WRK-DP-APROV(WRK-IDX-DEPTO)
               ELSE
                 ADD 1 TO WRK-DP-REPROV(WRK-IDX-DEPTO)
               END-IF
             END-IF.
             READ INSCRICOES NEXT
               AT END MOVE 10 TO INSCRIC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6300-LINHA-DEPTO.
      *>  --------------------------------------------------------------
             ADD WRK-DP-PLANEJ(WRK-IDX-DEPTO)    TO WRK-TT-PLANEJ.
             ADD WRK-DP-CONCL(WRK-IDX-DEPTO)     TO WRK-TT-CONCL.
             ADD WRK-DP-CONCL-TRI(WRK-IDX-DEPTO) TO WRK-TT-CONCL-TRI.
             ADD WRK-DP-APROV(WRK-IDX-DEPTO)     TO WRK-TT-APROV.
             ADD WRK-DP-REPROV(WRK-IDX-DEPTO)    TO WRK-TT-REPROV.
             ADD WRK-DP-HORAS(WRK-IDX-DEPTO)     TO WRK-TT-HORAS.
             MOVE 0 TO WRK-ADERENCIA.
             IF WRK-DP-PLANEJ(WRK-IDX-DEPTO) > 0
               COMPUTE WRK-ADERENCIA ROUNDED =
                       WRK-DP-CONCL(WRK-IDX-DEPTO) * 100
                       / WRK-DP-PLANEJ(WRK-IDX-DEPTO)
             END-IF.
             MOVE WRK-ADERENCIA TO WRK-ED-PCT.
             MOVE SPACES TO RELAT-TREINO-REG.
             STRING 'DEPTO=' WRK-DP-DEPTO(WRK-IDX-DEPTO)
                    ' PLANEJADOS=' WRK-DP-PLANEJ(WRK-IDX-DEPTO)
                    ' CONCLUIDOS=' WRK-DP-CONCL(WRK-IDX-DEPTO)
                    ' ADERENCIA=' WRK-ED-PCT '%'
                    ' NO TRIMESTRE=' WRK-DP-CONCL-TRI(WRK-IDX-DEPTO)
                    ' APROV=' WRK-DP-APROV(WRK-IDX-DEPTO)
                    ' REPROV=' WRK-DP-REPROV(WRK-IDX-DEPTO)
                    ' HORAS=' WRK-DP-HORAS(WRK-IDX-DEPTO)
                    DELIMITED BY SIZE INTO RELAT-TREINO-REG.
             WRITE RELAT-TREINO-REG.
      *>  --------------------------------------------------------------
      *>  9100-ACHA-CURSO - POSICAO DO CURSO WRK-AREA + WRK-SEQ NA
      *>  TABELA DO CATALOGO EM WRK-IDX-ACHOU (ZERO SE NAO EXISTE).
      *>  --------------------------------------------------------------
       9100-ACHA-CURSO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHOU.
             PERFORM 9110-COMPARA-CURSO
               VARYING WRK-IDX-CURSO FROM 1 BY 1
               UNTIL WRK-IDX-CURSO > WRK-QT-CURSOS.
      *>  --------------------------------------------------------------
       9110-COMPARA-CURSO.
      *>  --------------------------------------------------------------
             IF WRK-CU-AREA(WRK-IDX-CURSO) = WRK-AREA
                AND WRK-CU-SEQ(WRK-IDX-CURSO) = WRK-SEQ
               MOVE WRK-IDX-CURSO TO WRK-IDX-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
      *>  9200-ACHA-DEPTO - DEPARTAMENTO DA MATRICULA (LIDO SO QUANDO
      *>  A MATRICULA MUDA) E A SUA POSICAO NA TABELA DO RELATORIO EM
      *>  WRK-IDX-DEPTO, INCLUINDO O DEPARTAMENTO NOVO.
      *>  --------------------------------------------------------------
       9200-ACHA-DEPTO.
      *>  --------------------------------------------------------------
             IF WRK-MATRICULA NOT = WRK-MAT-DEPTO
               MOVE WRK-MATRICULA TO WRK-MAT-DEPTO
               MOVE 'SEM-DEPTO' TO WRK-DEPTO
               IF WRK-FUNC-OK = 'S'
                 MOVE WRK-MATRICULA TO FU-MATRICULA
                 READ FUNCIONARIOS
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE FU-DEPARTAMENTO TO WRK-DEPTO
                 END-READ
               END-IF
             END-IF.
             MOVE 0 TO WRK-IDX-ACHOU-DP.
             PERFORM 9210-COMPARA-DEPTO
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QT-DEPTOS.
             IF WRK-IDX-ACHOU-DP = 0
               IF WRK-QT-DEPTOS < 49
                 ADD 1 TO WRK-QT-DEPTOS
                 MOVE WRK-QT-DEPTOS TO WRK-IDX-ACHOU-DP
                 MOVE WRK-DEPTO TO WRK-DP-DEPTO(WRK-IDX-ACHOU-DP)
               ELSE
                 MOVE 50 TO WRK-QT-DEPTOS WRK-IDX-ACHOU-DP
                 MOVE 'OUTROS' TO WRK-DP-DEPTO(WRK-IDX-ACHOU-DP)
               END-IF
             END-IF.
             MOVE WRK-IDX-ACHOU-DP TO WRK-IDX-DEPTO.
      *>  --------------------------------------------------------------
       9210-COMPARA-DEPTO.
      *>  --------------------------------------------------------------
             IF WRK-DP-DEPTO(WRK-IDX-DEPTO) = WRK-DEPTO
               MOVE WRK-IDX-DEPTO TO WRK-IDX-ACHOU-DP
             END-IF.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-TURMA.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ TURMA-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE TURMA-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE TURMA-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-TURMA.
      *>  --------------------------------------------------------------
      *>  9800-SOMA-DIAS-COMERCIAIS - SOMA WRK-DIAS-SOMAR (EM DIAS
      *>  COMERCIAIS DE MES DE 30) A WRK-DATA-BASE, DEVOLVENDO A DATA
      *>  EM WRK-DATA-RESULT, NO MESMO CALCULO DO OSREPARO.
      *>  --------------------------------------------------------------
       9800-SOMA-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-BASE BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             COMPUTE WRK-DC-DIAS = (WRK-DC-ANO * 360)
                     + (WRK-DC-MES * 30) + WRK-DC-DIA
                     + WRK-DIAS-SOMAR.
             DIVIDE WRK-DC-DIAS BY 360
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 30
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             IF WRK-DC-DIA = 0
               MOVE 30 TO WRK-DC-DIA
               SUBTRACT 1 FROM WRK-DC-MES
             END-IF.
             IF WRK-DC-MES = 0
               MOVE 12 TO WRK-DC-MES
               SUBTRACT 1 FROM WRK-DC-ANO
             END-IF.
             COMPUTE WRK-DATA-RESULT = (WRK-DC-ANO * 10000)
                     + (WRK-DC-MES * 100) + WRK-DC-DIA.
