      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SISTEMA PARA RANKEAR E PROMOVER FUNCIS
      ***   O PROMOVIDO DO CICLO SOBE UM NIVEL (FU-NIVEL) E RECEBE NO
      ***   FUNCION.TXT O NOVO SALARIO: NO MINIMO O PISO DA FAIXA DO
      ***   NOVO NIVEL (FAIXASAL.TXT), LIMITADO AO PERCENTUAL TETO DO
      ***   PARMSAL.TXT E A VERBA DE REAJUSTE DO DEPARTAMENTO
      ***   (QUOTADEP.TXT). CADA MUDANCA DE SALARIO OU NIVEL VAI PARA O
      ***   HISTORICO SALARIAL (HISTSAL.TXT); OS REAJUSTES DO CICLO SAO
      ***   LISTADOS EM RELREAJ.TXT E O COMPA-RATIO (PARM COMPA) LISTA
      ***   EM RELCOMPA.TXT QUEM ESTA FORA DA FAIXA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT RELAT-PRETERIDOS ASSIGN TO 'C:\COBOL\RANKPRET.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRETERIDO-STATUS.
           SELECT FAIXAS-SALARIAIS ASSIGN TO 'C:\COBOL\FAIXASAL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FAIXA-STATUS
             RECORD KEY IS FX-CHAVE.
           SELECT HIST-SALARIAL ASSIGN TO 'C:\COBOL\HISTSAL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HISTSAL-STATUS.
           SELECT PARAM-SALARIO ASSIGN TO 'C:\COBOL\PARMSAL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARMSAL-STATUS.
           SELECT RELAT-REAJUSTE ASSIGN TO 'C:\COBOL\RELREAJ.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REAJUSTE-STATUS.
           SELECT RELAT-COMPA ASSIGN TO 'C:\COBOL\RELCOMPA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COMPA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RANK-TRANS.
       FD RANK-PROMO.
       01 RANK-PROMO-REG       PIC X(100).
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD QUOTA-DEPTO.
       01 QUOTA-DEPTO-REG.
            05 QD-DEPARTAMENTO PIC X(10).
            05 QD-QUOTA        PIC 9(2).
            05 QD-VERBA        PIC 9(9)V99.
       FD RELAT-TURNOVER.
       01 RELAT-TURNOVER-REG   PIC X(100).
       FD CERTIFICACOES.
            05 PH-PROMOVIDO     PIC X(1).
       FD RELAT-PRETERIDOS.
       01 RELAT-PRETERIDOS-REG PIC X(100).
       FD FAIXAS-SALARIAIS.
       COPY 'FAIXASAL-MASTER.CBL'.
      *>  --------------------------------------------------------------
      *>  HISTORICO SALARIAL: UMA LINHA POR MUDANCA DE SALARIO OU DE
      *>  NIVEL, NA PROMOCAO DO CICLO OU NO CADASTRO DO FUNCIONARIO.
      *>  --------------------------------------------------------------
       FD HIST-SALARIAL.
       01 HIST-SALARIAL-REG.
            05 HS-MATRICULA     PIC 9(6).
            05 HS-DATA          PIC 9(8).
            05 HS-ORIGEM        PIC X(8).
            05 HS-CICLO         PIC 9(6).
            05 HS-DEPARTAMENTO  PIC X(10).
            05 HS-NIVEL-ANT     PIC 9(2).
            05 HS-NIVEL-NOVO    PIC 9(2).
            05 HS-SALARIO-ANT   PIC 9(7)V99.
            05 HS-SALARIO-NOVO  PIC 9(7)V99.
       FD PARAM-SALARIO.
       01 PARAM-SALARIO-REG.
            05 PS-PCT-TETO      PIC 9(2)V99.
       FD RELAT-REAJUSTE.
       01 RELAT-REAJUSTE-REG   PIC X(120).
       FD RELAT-COMPA.
       01 RELAT-COMPA-REG      PIC X(150).
      *>  --------------------------------------------------------------
       FD RESTART-CTRL.
       01 RESTART-CTRL-REG.
            05 WRK-QUOTA-ITEM OCCURS 20 TIMES.
                10 WRK-QT-DEPTO  PIC X(10).
                10 WRK-QT-VAGAS  PIC 9(02).
                10 WRK-QT-VERBA  PIC 9(09)V99.
                10 WRK-QT-GASTO  PIC 9(09)V99.
      *>  --------------------------------------------------------------
      *>  REAJUSTE DA PROMOCAO: TETO PADRAO DE 15% SOBRE O SALARIO
      *>  ATUAL QUANDO NAO HA PARMSAL.TXT; VERBA ZERO NO QUOTADEP.TXT
      *>  DEIXA O DEPARTAMENTO SEM LIMITE DE VERBA.
      *>  --------------------------------------------------------------
       77 FAIXA-STATUS     PIC 9(02)        VALUE ZEROS.
       77 HISTSAL-STATUS   PIC 9(02)        VALUE ZEROS.
       77 PARMSAL-STATUS   PIC 9(02)        VALUE ZEROS.
       77 REAJUSTE-STATUS  PIC 9(02)        VALUE ZEROS.
       77 COMPA-STATUS     PIC 9(02)        VALUE ZEROS.
       77 WRK-FAIXA-OK     PIC X(01)        VALUE 'N'.
       77 WRK-PCT-TETO     PIC 9(02)V99     VALUE 15,00.
       77 WRK-DATA-HOJE    PIC 9(08)        VALUE ZEROS.
       77 WRK-ORIGEM-HIST  PIC X(08)        VALUE SPACES.
       77 WRK-SIT-REAJUSTE PIC X(12)        VALUE SPACES.
       77 WRK-NIVEL-ANTERIOR PIC 9(02)      VALUE ZEROS.
       77 WRK-NIVEL-NOVO   PIC 9(02)        VALUE ZEROS.
       77 WRK-SAL-ANTERIOR PIC 9(07)V99     VALUE ZEROS.
       77 WRK-SAL-NOVO     PIC 9(07)V99     VALUE ZEROS.
       77 WRK-SAL-TETO     PIC 9(07)V99     VALUE ZEROS.
       77 WRK-AUMENTO      PIC 9(07)V99     VALUE ZEROS.
       77 WRK-IDX-VERBA    PIC 9(02)        VALUE ZEROS.
       77 WRK-TOT-VERBA    PIC 9(11)V99     VALUE ZEROS.
       77 WRK-TOT-GASTO    PIC 9(11)V99     VALUE ZEROS.
       77 WRK-SALDO-VERBA  PIC S9(09)V99    VALUE ZEROS.
       77 WRK-COMPA        PIC 9(03)V9      VALUE ZEROS.
       77 WRK-QT-DENTRO-FX PIC 9(05)        VALUE ZEROS.
       77 WRK-QT-ABAIXO-FX PIC 9(05)        VALUE ZEROS.
       77 WRK-QT-ACIMA-FX  PIC 9(05)        VALUE ZEROS.
       77 WRK-QT-SEM-FX    PIC 9(05)        VALUE ZEROS.
       01 WRK-EDITADOS-SAL.
            05 WRK-ED-SAL-1        PIC Z.ZZZ.ZZ9,99.
            05 WRK-ED-SAL-2        PIC Z.ZZZ.ZZ9,99.
            05 WRK-ED-SAL-3        PIC Z.ZZZ.ZZ9,99.
            05 WRK-ED-VERBA-1      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
            05 WRK-ED-VERBA-2      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
            05 WRK-ED-VERBA-3      PIC -ZZZ.ZZZ.ZZ9,99.
            05 WRK-ED-COMPA        PIC ZZ9,9.
            05 WRK-ED-PCT          PIC Z9,99.
      *>  --------------------------------------------------------------
      *>  TABELA EM MEMORIA COM OS CANDIDATOS A PROMOÇAO DO LOTE, USADA
      *>  PARA ORDENAR O RELATORIO PROMOTION-CANDIDATES POR PONTOS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             EVALUATE WRK-PARM-EXEC
               WHEN 'BATCH'
                 PERFORM 9800-MODO-BATCH
               WHEN 'COMPA'
                 PERFORM 9860-ABRE-FUNCIONARIOS
                 PERFORM 0980-RELATORIO-COMPA
                 CLOSE FUNCIONARIOS
               WHEN OTHER
                 PERFORM 9860-ABRE-FUNCIONARIOS
                 PERFORM 0000-MENU UNTIL SELEC-MENU = 9
                 CLOSE FUNCIONARIOS
             END-EVALUATE.

           GOBACK.
      *>  --------------------------------------------------------------
             DISPLAY '2 - CADASTRAR/ALTERAR FUNCIONARIO'.
             DISPLAY '3 - DESLIGAR FUNCIONARIO'.
             DISPLAY '4 - HEADCOUNT E TURNOVER POR DEPARTAMENTO'.
             DISPLAY '5 - FAIXAS SALARIAIS (CADASTRAR/ALTERAR)'.
             DISPLAY '6 - RELATORIO DE COMPA-RATIO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
                 PERFORM 0950-DESLIGA-FUNCIONARIO
               WHEN 4
                 PERFORM 0970-RELATORIO-TURNOVER
               WHEN 5
                 PERFORM 0985-CADASTRA-FAIXA
               WHEN 6
                 PERFORM 0980-RELATORIO-COMPA
               WHEN 9
                 CONTINUE
               WHEN OTHER
      *>  0900-CADASTRA-FUNCIONARIO - MANTEM O CADASTRO DE FUNCIONARIOS
      *>  (FUNCION.TXT): NOME, DEPARTAMENTO E DATA DE ADMISSAO POR
      *>  MATRICULA, PARA O RANKING DEIXAR DE SER UMA LISTA DE NUMEROS
      *>  SEM NOME NEM LOTACAO. MUDANCA DE SALARIO OU DE NIVEL VAI
      *>  PARA O HISTORICO SALARIAL.
      *>  --------------------------------------------------------------
       0900-CADASTRA-FUNCIONARIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO FUNCIONARIOS-REG.
             DISPLAY 'MATRICULA..................: '.
             ACCEPT FU-MATRICULA.
             MOVE ZEROS TO WRK-SAL-ANTERIOR WRK-NIVEL-ANTERIOR.
             READ FUNCIONARIOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE FU-SALARIO TO WRK-SAL-ANTERIOR
                 MOVE FU-NIVEL   TO WRK-NIVEL-ANTERIOR
             END-READ.
             DISPLAY 'NOME.......................: '.
             ACCEPT FU-NOME.
             DISPLAY 'DEPARTAMENTO...............: '.
             ACCEPT FU-DT-ADMISSAO.
             DISPLAY 'SALARIO MENSAL R$..........: '.
             ACCEPT FU-SALARIO.
             DISPLAY 'NIVEL (1-TRAINEE 2-JUNIOR 3-PLENO 4-SENIOR '
                     '5-GERENTE): '.
             ACCEPT FU-NIVEL.
             MOVE 'A' TO FU-SITUACAO.
             MOVE ZEROS TO FU-DT-DESLIGAMENTO.
             MOVE SPACES TO FU-MOTIVO-DESLIG.
             IF FU-MATRICULA = 0 OR FU-NOME = SPACES
                OR FU-NIVEL < 1 OR FU-NIVEL > 5
               DISPLAY '*** DADOS DO FUNCIONARIO INVALIDOS ***'
             ELSE
               WRITE FUNCIONARIOS-REG
                 NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO CADASTRADO'
               END-WRITE
               IF FU-SALARIO NOT = WRK-SAL-ANTERIOR
                  OR FU-NIVEL NOT = WRK-NIVEL-ANTERIOR
                 MOVE 'CADASTRO' TO WRK-ORIGEM-HIST
                 MOVE 0 TO WRK-CICLO-ATUAL
                 PERFORM 0990-GRAVA-HIST-SALARIAL
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0950-DESLIGA-FUNCIONARIO - TRANSACAO DE DESLIGAMENTO: MARCA
               MOVE FU-DEPARTAMENTO
                 TO WRK-QT-DEPTO(WRK-QT-QUOTAS)
               MOVE 3 TO WRK-QT-VAGAS(WRK-QT-QUOTAS)
               MOVE 0 TO WRK-QT-VERBA(WRK-QT-QUOTAS)
             END-IF.
             OPEN OUTPUT QUOTA-DEPTO.
             PERFORM 0962-GRAVA-QUOTA
      *>  --------------------------------------------------------------
             MOVE WRK-QT-DEPTO(WRK-IDX-QUOTA) TO QD-DEPARTAMENTO.
             MOVE WRK-QT-VAGAS(WRK-IDX-QUOTA) TO QD-QUOTA.
             MOVE WRK-QT-VERBA(WRK-IDX-QUOTA) TO QD-VERBA.
             WRITE QUOTA-DEPTO-REG.
      *>  --------------------------------------------------------------
      *>  0970-RELATORIO-TURNOVER - HEADCOUNT E DESLIGAMENTOS DO MES
                    WRK-TU-DESLIG(WRK-IDX-TURN)
                    DELIMITED BY SIZE INTO RELAT-TURNOVER-REG.
             WRITE RELAT-TURNOVER-REG.
      *>  --------------------------------------------------------------
      *>  0980-RELATORIO-COMPA - COMPA-RATIO DOS FUNCIONARIOS ATIVOS
      *>  (SALARIO SOBRE O MEDIO DA FAIXA DO DEPARTAMENTO E NIVEL):
      *>  LISTA EM RELCOMPA.TXT QUEM GANHA ABAIXO DO MINIMO, ACIMA DO
      *>  MAXIMO OU NAO TEM FAIXA CADASTRADA, COM OS TOTAIS NO FINAL.
      *>  --------------------------------------------------------------
       0980-RELATORIO-COMPA.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE 0 TO WRK-QT-DENTRO-FX WRK-QT-ABAIXO-FX
                       WRK-QT-ACIMA-FX WRK-QT-SEM-FX.
             OPEN INPUT FAIXAS-SALARIAIS.
             IF FAIXA-STATUS NOT = 0
               DISPLAY '*** TABELA DE FAIXAS SALARIAIS (FAIXASAL.TXT)'
                       ' NAO ENCONTRADA ***'
               MOVE 0 TO FAIXA-STATUS
             ELSE
               OPEN OUTPUT RELAT-COMPA
               MOVE SPACES TO RELAT-COMPA-REG
               STRING 'COMPA-RATIO - FUNCIONARIOS FORA DA FAIXA '
                      'SALARIAL - EMITIDO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO RELAT-COMPA-REG
               WRITE RELAT-COMPA-REG
               MOVE 0 TO FU-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN FU-MATRICULA
                 INVALID KEY
                   MOVE 10 TO FUNC-STATUS
               END-START
               IF FUNC-STATUS NOT = 10
                 READ FUNCIONARIOS NEXT
                   AT END MOVE 10 TO FUNC-STATUS
                 END-READ
               END-IF
               PERFORM 0981-COMPA-FUNCIONARIO UNTIL FUNC-STATUS = 10
               MOVE 0 TO FUNC-STATUS
               MOVE SPACES TO RELAT-COMPA-REG
               STRING 'DENTRO DA FAIXA=' WRK-QT-DENTRO-FX
                      ' ABAIXO DO MINIMO=' WRK-QT-ABAIXO-FX
                      ' ACIMA DO MAXIMO=' WRK-QT-ACIMA-FX
                      ' SEM FAIXA=' WRK-QT-SEM-FX
                      DELIMITED BY SIZE INTO RELAT-COMPA-REG
               WRITE RELAT-COMPA-REG
               CLOSE RELAT-COMPA FAIXAS-SALARIAIS
               DISPLAY 'RELATORIO GRAVADO EM RELCOMPA.TXT'
             END-IF.
      *>  --------------------------------------------------------------
       0981-COMPA-FUNCIONARIO.
      *>  --------------------------------------------------------------
             IF FU-ATIVO
               MOVE FU-DEPARTAMENTO TO FX-DEPARTAMENTO
               MOVE FU-NIVEL TO FX-NIVEL
               MOVE 0 TO WRK-COMPA
               READ FAIXAS-SALARIAIS
                 INVALID KEY
                   MOVE ZEROS TO FX-MINIMO FX-MEDIO FX-MAXIMO
                   ADD 1 TO WRK-QT-SEM-FX
                   MOVE 'SEM FAIXA' TO WRK-SIT-REAJUSTE
                   PERFORM 0982-LINHA-COMPA
                 NOT INVALID KEY
                   IF FX-MEDIO > 0
                     COMPUTE WRK-COMPA ROUNDED =
                             (FU-SALARIO * 100) / FX-MEDIO
                       ON SIZE ERROR
                         MOVE 999,9 TO WRK-COMPA
                     END-COMPUTE
                   END-IF
                   EVALUATE TRUE
                     WHEN FU-SALARIO < FX-MINIMO
                       ADD 1 TO WRK-QT-ABAIXO-FX
                       MOVE 'ABAIXO' TO WRK-SIT-REAJUSTE
                       PERFORM 0982-LINHA-COMPA
                     WHEN FU-SALARIO > FX-MAXIMO
                       ADD 1 TO WRK-QT-ACIMA-FX
                       MOVE 'ACIMA' TO WRK-SIT-REAJUSTE
                       PERFORM 0982-LINHA-COMPA
                     WHEN OTHER
                       ADD 1 TO WRK-QT-DENTRO-FX
                   END-EVALUATE
               END-READ
             END-IF.
             READ FUNCIONARIOS NEXT
               AT END MOVE 10 TO FUNC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0982-LINHA-COMPA.
      *>  --------------------------------------------------------------
             MOVE FU-SALARIO TO WRK-ED-SAL-1.
             MOVE FX-MINIMO  TO WRK-ED-SAL-2.
             MOVE FX-MAXIMO  TO WRK-ED-SAL-3.
             MOVE WRK-COMPA  TO WRK-ED-COMPA.
             MOVE SPACES TO RELAT-COMPA-REG.
             STRING 'MATRICULA=' FU-MATRICULA
                    ' NOME=' FU-NOME(1:20)
                    ' DEPTO=' FU-DEPARTAMENTO
                    ' NIVEL=' FU-NIVEL
                    ' SALARIO=' WRK-ED-SAL-1
                    ' FAIXA=' WRK-ED-SAL-2 ' A ' WRK-ED-SAL-3
                    ' COMPA=' WRK-ED-COMPA '% ' WRK-SIT-REAJUSTE
                    DELIMITED BY SIZE INTO RELAT-COMPA-REG.
             WRITE RELAT-COMPA-REG.
      *>  --------------------------------------------------------------
      *>  0985-CADASTRA-FAIXA - MANTEM A TABELA DE FAIXAS SALARIAIS POR
      *>  DEPARTAMENTO E NIVEL (MINIMO <= MEDIO <= MAXIMO).
      *>  --------------------------------------------------------------
       0985-CADASTRA-FAIXA.
      *>  --------------------------------------------------------------
             OPEN I-O FAIXAS-SALARIAIS.
             IF FAIXA-STATUS = 35
               OPEN OUTPUT FAIXAS-SALARIAIS
               CLOSE FAIXAS-SALARIAIS
               OPEN I-O FAIXAS-SALARIAIS
             END-IF.
             MOVE SPACES TO FAIXASAL-MASTER-REG.
             DISPLAY 'DEPARTAMENTO...............: '.
             ACCEPT FX-DEPARTAMENTO.
             DISPLAY 'NIVEL (1 A 5)..............: '.
             ACCEPT FX-NIVEL.
             DISPLAY 'SALARIO MINIMO DA FAIXA R$.: '.
             ACCEPT FX-MINIMO.
             DISPLAY 'SALARIO MEDIO DA FAIXA R$..: '.
             ACCEPT FX-MEDIO.
             DISPLAY 'SALARIO MAXIMO DA FAIXA R$.: '.
             ACCEPT FX-MAXIMO.
             CALL 'DATAPROC' USING FX-DT-ATUALIZACAO.
             IF FX-DEPARTAMENTO = SPACES
                OR FX-NIVEL < 1 OR FX-NIVEL > 5
                OR FX-MINIMO = 0
                OR FX-MINIMO > FX-MEDIO OR FX-MEDIO > FX-MAXIMO
               DISPLAY '*** DADOS DA FAIXA INVALIDOS ***'
             ELSE
               WRITE FAIXASAL-MASTER-REG
                 INVALID KEY
                   REWRITE FAIXASAL-MASTER-REG
                   DISPLAY 'FAIXA ATUALIZADA'
                 NOT INVALID KEY
                   DISPLAY 'FAIXA CADASTRADA'
               END-WRITE
             END-IF.
             CLOSE FAIXAS-SALARIAIS.
      *>  --------------------------------------------------------------
      *>  0990-GRAVA-HIST-SALARIAL - ACRESCENTA AO HISTSAL.TXT A
      *>  MUDANCA DO FUNCIONARIO CORRENTE: NIVEL E SALARIO ANTERIORES
      *>  (WRK-NIVEL-ANTERIOR, WRK-SAL-ANTERIOR) E OS NOVOS DO CADASTRO.
      *>  --------------------------------------------------------------
       0990-GRAVA-HIST-SALARIAL.
      *>  --------------------------------------------------------------
             OPEN EXTEND HIST-SALARIAL.
             IF HISTSAL-STATUS = 35
               OPEN OUTPUT HIST-SALARIAL
               CLOSE HIST-SALARIAL
               OPEN EXTEND HIST-SALARIAL
             END-IF.
             MOVE FU-MATRICULA       TO HS-MATRICULA.
             CALL 'DATAPROC' USING HS-DATA.
             MOVE WRK-ORIGEM-HIST    TO HS-ORIGEM.
             MOVE WRK-CICLO-ATUAL    TO HS-CICLO.
             MOVE FU-DEPARTAMENTO    TO HS-DEPARTAMENTO.
             MOVE WRK-NIVEL-ANTERIOR TO HS-NIVEL-ANT.
             MOVE FU-NIVEL           TO HS-NIVEL-NOVO.
             MOVE WRK-SAL-ANTERIOR   TO HS-SALARIO-ANT.
             MOVE FU-SALARIO         TO HS-SALARIO-NOVO.
             WRITE HIST-SALARIAL-REG.
             CLOSE HIST-SALARIAL.
      *>  --------------------------------------------------------------
       0001-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             PERFORM 9860-ABRE-FUNCIONARIOS.
             PERFORM 9870-CARREGA-QUOTAS.
             PERFORM 9880-ABRE-PROMHIST.
             PERFORM 9900-ABRE-REAJUSTE.
             OPEN INPUT RANK-TRANS.
             OPEN OUTPUT RANK-SAIDA.
             PERFORM 9810-LER-TRANSACAO.
             CLOSE RANK-TRANS RANK-SAIDA.
             PERFORM 9840-ORDENA-CANDIDATOS.
             PERFORM 9850-GRAVA-RANKING.
             PERFORM 9940-FECHA-REAJUSTE.
             PERFORM 9890-RELATORIO-PRETERIDOS.
             CLOSE FUNCIONARIOS PROMO-HISTORICO.
      *>  --------------------------------------------------------------
                    ' NOME=' WC-NOME(WRK-IDX)(1:20)
                    DELIMITED BY SIZE INTO RANK-PROMO-REG.
             WRITE RANK-PROMO-REG.
             IF WRK-MARCA-QUOTA = 'DENTRO'
               PERFORM 9910-APLICA-REAJUSTE
             END-IF.
             PERFORM 9858-GRAVA-CICLO.
      *>  --------------------------------------------------------------
      *>  9855-APLICA-QUOTA - AS PROMOCOES SAO ORCADAS POR
                         TO WRK-QT-DEPTO(WRK-QT-QUOTAS)
                       MOVE QD-QUOTA
                         TO WRK-QT-VAGAS(WRK-QT-QUOTAS)
                       IF QD-VERBA NOT NUMERIC
                         MOVE 0 TO QD-VERBA
                       END-IF
                       MOVE QD-VERBA
                         TO WRK-QT-VERBA(WRK-QT-QUOTAS)
                       MOVE 0 TO WRK-QT-GASTO(WRK-QT-QUOTAS)
                     END-IF
                 END-READ
               END-PERFORM
      *>   CERTIFICAÇOES PARA MOSTRAR CERTIFICAÇÕES ENTRE INTERVALOS
      *>2- ADICIONE UM QUINTO CRITÉRIO DE PROMOÇAO E ALTERE A PONTUAÇÃO
      *>  --------------------------------------------------------------
      *>  9900-ABRE-REAJUSTE - PREPARA O REAJUSTE DAS PROMOCOES DO
      *>  CICLO: TABELA DE FAIXAS, PERCENTUAL TETO DO PARMSAL.TXT E O
      *>  RELATORIO DE REAJUSTES (RELREAJ.TXT).
      *>  --------------------------------------------------------------
       9900-ABRE-REAJUSTE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-FAIXA-OK.
             OPEN INPUT FAIXAS-SALARIAIS.
             IF FAIXA-STATUS = 0
               MOVE 'S' TO WRK-FAIXA-OK
             ELSE
               MOVE 0 TO FAIXA-STATUS
             END-IF.
             OPEN INPUT PARAM-SALARIO.
             IF PARMSAL-STATUS = 0
               READ PARAM-SALARIO
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PS-PCT-TETO NUMERIC AND PS-PCT-TETO > 0
                     MOVE PS-PCT-TETO TO WRK-PCT-TETO
                   END-IF
               END-READ
               CLOSE PARAM-SALARIO
             END-IF.
             MOVE 0 TO PARMSAL-STATUS.
             MOVE WRK-PCT-TETO TO WRK-ED-PCT.
             OPEN OUTPUT RELAT-REAJUSTE.
             MOVE SPACES TO RELAT-REAJUSTE-REG.
             STRING 'REAJUSTES DAS PROMOCOES - CICLO ' WRK-CICLO-ATUAL
                    ' - TETO DE ' WRK-ED-PCT '% SOBRE O SALARIO ATUAL'
                    DELIMITED BY SIZE INTO RELAT-REAJUSTE-REG.
             WRITE RELAT-REAJUSTE-REG.
      *>  --------------------------------------------------------------
      *>  9910-APLICA-REAJUSTE - CANDIDATO DENTRO DA QUOTA SOBE UM NIVEL
      *>  (ATE 5) E, COM FAIXA CADASTRADA PARA O DEPARTAMENTO E O NOVO
      *>  NIVEL, RECEBE O PISO DA FAIXA QUANDO GANHA MENOS QUE ELE,
      *>  LIMITADO AO TETO PERCENTUAL E A VERBA DO DEPARTAMENTO. O
      *>  CICLO JA GRAVADO COMO PROMOVIDO NO PROMHIST.TXT NAO E
      *>  REAJUSTADO DE NOVO NA REEXECUCAO.
      *>  --------------------------------------------------------------
       9910-APLICA-REAJUSTE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-SIT-REAJUSTE.
             MOVE WC-MATRICULA(WRK-IDX) TO PH-MATRICULA.
             MOVE WRK-CICLO-ATUAL TO PH-CICLO.
             READ PROMO-HISTORICO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PH-PROMOVIDO = 'S'
                   MOVE 'JA APLICADO' TO WRK-SIT-REAJUSTE
                 END-IF
             END-READ.
             MOVE 0 TO PROMHIST-STATUS.
             MOVE WC-MATRICULA(WRK-IDX) TO FU-MATRICULA.
             IF WRK-SIT-REAJUSTE = SPACES
               READ FUNCIONARIOS
                 INVALID KEY
                   MOVE 'SEM CADASTRO' TO WRK-SIT-REAJUSTE
               END-READ
             END-IF.
             IF WRK-SIT-REAJUSTE = SPACES
               MOVE FU-NIVEL   TO WRK-NIVEL-ANTERIOR WRK-NIVEL-NOVO
               MOVE FU-SALARIO TO WRK-SAL-ANTERIOR WRK-SAL-NOVO
               MOVE 0 TO WRK-AUMENTO
               IF WRK-NIVEL-NOVO < 5
                 ADD 1 TO WRK-NIVEL-NOVO
               END-IF
               IF WRK-FAIXA-OK = 'N'
                 MOVE 'SEM FAIXA' TO WRK-SIT-REAJUSTE
               ELSE
                 MOVE FU-DEPARTAMENTO TO FX-DEPARTAMENTO
                 MOVE WRK-NIVEL-NOVO TO FX-NIVEL
                 READ FAIXAS-SALARIAIS
                   INVALID KEY
                     MOVE 'SEM FAIXA' TO WRK-SIT-REAJUSTE
                   NOT INVALID KEY
                     PERFORM 9920-APURA-NOVO-SALARIO
                 END-READ
               END-IF
               PERFORM 9930-ATUALIZA-FUNCIONARIO
             END-IF.
             PERFORM 9935-LINHA-REAJUSTE.
      *>  --------------------------------------------------------------
       9920-APURA-NOVO-SALARIO.
      *>  --------------------------------------------------------------
             MOVE 'APLICADO' TO WRK-SIT-REAJUSTE.
             IF FX-MINIMO > WRK-SAL-NOVO
               MOVE FX-MINIMO TO WRK-SAL-NOVO
             END-IF.
             IF WRK-SAL-ANTERIOR > 0
               COMPUTE WRK-SAL-TETO ROUNDED =
                       WRK-SAL-ANTERIOR * (100 + WRK-PCT-TETO) / 100
                 ON SIZE ERROR
                   MOVE WRK-SAL-NOVO TO WRK-SAL-TETO
               END-COMPUTE
               IF WRK-SAL-NOVO > WRK-SAL-TETO
                 MOVE WRK-SAL-TETO TO WRK-SAL-NOVO
                 MOVE 'TETO' TO WRK-SIT-REAJUSTE
               END-IF
             END-IF.
             COMPUTE WRK-AUMENTO = WRK-SAL-NOVO - WRK-SAL-ANTERIOR.
             PERFORM 9925-CONFERE-VERBA.
      *>  --------------------------------------------------------------
      *>  9925-CONFERE-VERBA - O AUMENTO MENSAL SE ACUMULA NO GASTO DO
      *>  DEPARTAMENTO; O QUE PASSARIA DA VERBA DO QUOTADEP.TXT NAO E
      *>  CONCEDIDO (O FUNCIONARIO SOBE DE NIVEL COM O SALARIO ATUAL E
      *>  FICA MARCADO PARA O RH).
      *>  --------------------------------------------------------------
       9925-CONFERE-VERBA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-VERBA.
             PERFORM 9926-PROCURA-VERBA
               VARYING WRK-IDX-QUOTA FROM 1 BY 1
               UNTIL WRK-IDX-QUOTA > WRK-QT-QUOTAS.
             IF WRK-IDX-VERBA = 0 AND WRK-QT-QUOTAS < 20
               ADD 1 TO WRK-QT-QUOTAS
               MOVE WRK-QT-QUOTAS TO WRK-IDX-VERBA
               MOVE FU-DEPARTAMENTO TO WRK-QT-DEPTO(WRK-IDX-VERBA)
               MOVE 2 TO WRK-QT-VAGAS(WRK-IDX-VERBA)
               MOVE 0 TO WRK-QT-VERBA(WRK-IDX-VERBA)
                         WRK-QT-GASTO(WRK-IDX-VERBA)
             END-IF.
             IF WRK-IDX-VERBA > 0
               IF WRK-QT-VERBA(WRK-IDX-VERBA) > 0
                  AND WRK-QT-GASTO(WRK-IDX-VERBA) + WRK-AUMENTO >
                      WRK-QT-VERBA(WRK-IDX-VERBA)
                 MOVE WRK-SAL-ANTERIOR TO WRK-SAL-NOVO
                 MOVE 0 TO WRK-AUMENTO
                 MOVE 'SEM VERBA' TO WRK-SIT-REAJUSTE
               ELSE
                 ADD WRK-AUMENTO TO WRK-QT-GASTO(WRK-IDX-VERBA)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       9926-PROCURA-VERBA.
      *>  --------------------------------------------------------------
             IF WRK-QT-DEPTO(WRK-IDX-QUOTA) = FU-DEPARTAMENTO
               MOVE WRK-IDX-QUOTA TO WRK-IDX-VERBA
             END-IF.
      *>  --------------------------------------------------------------
       9930-ATUALIZA-FUNCIONARIO.
      *>  --------------------------------------------------------------
             MOVE WRK-NIVEL-NOVO TO FU-NIVEL.
             MOVE WRK-SAL-NOVO   TO FU-SALARIO.
             REWRITE FUNCIONARIOS-REG.
             MOVE 'PROMOCAO' TO WRK-ORIGEM-HIST.
             PERFORM 0990-GRAVA-HIST-SALARIAL.
      *>  --------------------------------------------------------------
       9935-LINHA-REAJUSTE.
      *>  --------------------------------------------------------------
             IF WRK-SIT-REAJUSTE = 'JA APLICADO'
                OR WRK-SIT-REAJUSTE = 'SEM CADASTRO'
               MOVE ZEROS TO WRK-SAL-ANTERIOR WRK-SAL-NOVO
                             WRK-NIVEL-ANTERIOR WRK-NIVEL-NOVO
             END-IF.
             MOVE WRK-SAL-ANTERIOR TO WRK-ED-SAL-1.
             MOVE WRK-SAL-NOVO     TO WRK-ED-SAL-2.
             MOVE SPACES TO RELAT-REAJUSTE-REG.
             STRING 'MATRICULA=' WC-MATRICULA(WRK-IDX)
                    ' DEPTO=' WC-DEPTO(WRK-IDX)
                    ' NIVEL=' WRK-NIVEL-ANTERIOR '>' WRK-NIVEL-NOVO
                    ' SAL-ANT=' WRK-ED-SAL-1
                    ' SAL-NOVO=' WRK-ED-SAL-2
                    ' ' WRK-SIT-REAJUSTE
                    DELIMITED BY SIZE INTO RELAT-REAJUSTE-REG.
             WRITE RELAT-REAJUSTE-REG.
      *>  --------------------------------------------------------------
      *>  9940-FECHA-REAJUSTE - CUSTO MENSAL DOS REAJUSTES DO CICLO
      *>  CONTRA A VERBA DE CADA DEPARTAMENTO, COM O TOTAL GERAL.
      *>  --------------------------------------------------------------
       9940-FECHA-REAJUSTE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TOT-VERBA WRK-TOT-GASTO.
             MOVE SPACES TO RELAT-REAJUSTE-REG.
             WRITE RELAT-REAJUSTE-REG.
             MOVE 'CUSTO DO CICLO POR DEPARTAMENTO (AUMENTO MENSAL)'
               TO RELAT-REAJUSTE-REG.
             WRITE RELAT-REAJUSTE-REG.
             PERFORM 9941-LINHA-VERBA
               VARYING WRK-IDX-QUOTA FROM 1 BY 1
               UNTIL WRK-IDX-QUOTA > WRK-QT-QUOTAS.
             MOVE WRK-TOT-VERBA TO WRK-ED-VERBA-1.
             MOVE WRK-TOT-GASTO TO WRK-ED-VERBA-2.
             MOVE SPACES TO RELAT-REAJUSTE-REG.
             STRING 'TOTAL      VERBA=' WRK-ED-VERBA-1
                    ' GASTO=' WRK-ED-VERBA-2
                    DELIMITED BY SIZE INTO RELAT-REAJUSTE-REG.
             WRITE RELAT-REAJUSTE-REG.
             CLOSE RELAT-REAJUSTE.
             IF WRK-FAIXA-OK = 'S'
               CLOSE FAIXAS-SALARIAIS
             END-IF.
             DISPLAY 'REAJUSTES DO CICLO GRAVADOS EM RELREAJ.TXT'.
      *>  --------------------------------------------------------------
       9941-LINHA-VERBA.
      *>  --------------------------------------------------------------
             IF WRK-QT-VERBA(WRK-IDX-QUOTA) > 0
                OR WRK-QT-GASTO(WRK-IDX-QUOTA) > 0
               ADD WRK-QT-VERBA(WRK-IDX-QUOTA) TO WRK-TOT-VERBA
               ADD WRK-QT-GASTO(WRK-IDX-QUOTA) TO WRK-TOT-GASTO
               COMPUTE WRK-SALDO-VERBA = WRK-QT-VERBA(WRK-IDX-QUOTA)
                                       - WRK-QT-GASTO(WRK-IDX-QUOTA)
               MOVE WRK-QT-VERBA(WRK-IDX-QUOTA) TO WRK-ED-VERBA-1
               MOVE WRK-QT-GASTO(WRK-IDX-QUOTA) TO WRK-ED-VERBA-2
               MOVE WRK-SALDO-VERBA TO WRK-ED-VERBA-3
               MOVE SPACES TO RELAT-REAJUSTE-REG
               IF WRK-QT-VERBA(WRK-IDX-QUOTA) = 0
                 STRING 'DEPTO=' WRK-QT-DEPTO(WRK-IDX-QUOTA)
                        ' VERBA=SEM LIMITE'
                        ' GASTO=' WRK-ED-VERBA-2
                        DELIMITED BY SIZE INTO RELAT-REAJUSTE-REG
               ELSE
                 STRING 'DEPTO=' WRK-QT-DEPTO(WRK-IDX-QUOTA)
                        ' VERBA=' WRK-ED-VERBA-1
                        ' GASTO=' WRK-ED-VERBA-2
                        ' SALDO=' WRK-ED-VERBA-3
                        DELIMITED BY SIZE INTO RELAT-REAJUSTE-REG
               END-IF
               WRITE RELAT-REAJUSTE-REG
             END-IF.
      *>  --------------------------------------------------------------
      *>  9970-GRAVA-CTRL-TOTAIS - FECHAMENTO DO LOTE: ACRESCENTA AO
      *>  ARQUIVO COMUM DE TOTAIS DE CONTROLE (CTRLTOT.TXT) OS
      *>  CONTADORES E VALORES DESTA EXECUCAO, PARA O BALANCETE DE FIM
