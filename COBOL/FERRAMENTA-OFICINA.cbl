       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERRAMEN.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONTROLE DAS FERRAMENTAS E
      ***   EQUIPAMENTOS RETORNAVEIS (TORQUIMETROS, SCANNERS DE
      ***   DIAGNOSTICO, MACACOS) QUE O ALMOXARIFADO EMPRESTA A
      ***   OFICINA: CADASTRO COM ETIQUETA, DEPOSITO E CALIBRACAO
      ***   (FERRAM.TXT), RETIRADA PELO FUNCIONARIO (FUNCION.TXT)
      ***   E OPCIONALMENTE PARA UMA ORDEM DE REPARO (OSREP.TXT) E
      ***   DEVOLUCAO (FERRMOV.TXT, SERIE NO FERRCTRL.TXT). NAO
      ***   EMPRESTA FERRAMENTA JA RETIRADA, BAIXADA OU COM A
      ***   CALIBRACAO VENCIDA, NEM A FUNCIONARIO COM FERRAMENTA EM
      ***   ATRASO. EMITE AS FERRAMENTAS EM USO DO DIA (RELFERR.TXT,
      ***   PARM DIARIO) E OS VENCIMENTOS DE CALIBRACAO DO MES
      ***   (RELCALIB.TXT, PARM CALIBRA).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERRAMENTAS ASSIGN TO 'C:\COBOL\FERRAM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FERRAM-STATUS
             RECORD KEY IS FE-TAG.
           SELECT FERRAM-MOVTO ASSIGN TO 'C:\COBOL\FERRMOV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FERRMOV-STATUS
             RECORD KEY IS FM-NUMERO.
           SELECT FERRAM-CTRL ASSIGN TO 'C:\COBOL\FERRCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FECTRL-STATUS
             RECORD KEY IS FECTRL-CHAVE.
           SELECT FUNCIONARIOS ASSIGN TO 'C:\COBOL\FUNCION.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FUNC-STATUS
             RECORD KEY IS FU-MATRICULA.
           SELECT ORDEM-REPARO ASSIGN TO 'C:\COBOL\OSREP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS ORDEM-STATUS
             RECORD KEY IS OS-NUMERO.
           SELECT RELAT-FERRAM ASSIGN TO 'C:\COBOL\RELFERR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT RELAT-CALIB ASSIGN TO 'C:\COBOL\RELCALIB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FERRAMENTAS.
       COPY 'FERRAM-MASTER.CBL'.
       FD FERRAM-MOVTO.
       COPY 'FERRMOV-MASTER.CBL'.
       FD FERRAM-CTRL.
       01 FERRAM-CTRL-REG.
            05 FECTRL-CHAVE        PIC 9(01).
            05 FECTRL-ULTIMO-NUM   PIC 9(06).
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD ORDEM-REPARO.
       01 ORDEM-REPARO-REG.
            05 OS-NUMERO           PIC 9(06).
            05 OS-SINISTRO         PIC 9(08).
            05 OS-CLI-ID           PIC 9(05).
            05 OS-DT-ABERTURA      PIC 9(08).
            05 OS-HORAS-MO         PIC 9(04)V9.
            05 OS-VALOR-MO         PIC 9(07)V99.
            05 OS-VALOR-PECAS      PIC 9(07)V99.
            05 OS-DT-FECHAMENTO    PIC 9(08).
            05 OS-SITUACAO         PIC X(01).
                88 OS-ABERTA           VALUE 'A'.
                88 OS-FECHADA          VALUE 'F'.
       FD RELAT-FERRAM.
       01 RELAT-FERRAM-REG         PIC X(130).
       FD RELAT-CALIB.
       01 RELAT-CALIB-REG          PIC X(130).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO        PIC 9(1)  VALUE ZEROS.
       77 FERRAM-STATUS    PIC 9(02) VALUE ZEROS.
       77 FERRMOV-STATUS   PIC 9(02) VALUE ZEROS.
       77 FECTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77 FUNC-STATUS      PIC 9(02) VALUE ZEROS.
       77 ORDEM-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(07) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(50) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-FUNC-OK      PIC X(01) VALUE 'N'.
       77 WRK-OS-OK        PIC X(01) VALUE 'N'.
       77 WRK-TAG          PIC X(10) VALUE SPACES.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-ORDEM    PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-MOVTO    PIC 9(06) VALUE ZEROS.
       77 WRK-PRAZO-DIAS   PIC 9(02) VALUE ZEROS.
       77 WRK-DT-CALIB     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-ATRASO    PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC 9(06) VALUE ZEROS.
       77 WRK-MES-REL      PIC 9(06) VALUE ZEROS.
       77 WRK-DT-FIM-MES   PIC 9(08) VALUE ZEROS.
       77 WRK-QT-EM-USO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATRASADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CALIB     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-LOCAL        PIC X(11) VALUE SPACES.
       77 WRK-MARCA        PIC X(08) VALUE SPACES.
       77 WRK-NOME-FUNC    PIC X(30) VALUE SPACES.
       77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SOMAR   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-RESULT  PIC 9(08) VALUE ZEROS.
       77 WRK-DC-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-RESTO     PIC 9(04) VALUE ZEROS.
       77 WRK-DC-DIAS      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 9810-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             PERFORM 1000-INICIAR.
             EVALUATE WRK-PARM-EXEC
               WHEN 'DIARIO'
                 MOVE 'BATCH' TO WRK-OPERADOR
                 PERFORM 7000-RELATORIO-EM-USO
               WHEN 'CALIBRA'
                 MOVE 'BATCH' TO WRK-OPERADOR
                 PERFORM 7500-RELATORIO-CALIBRACAO
               WHEN OTHER
                 DISPLAY 'CODIGO DO OPERADOR: '
                 ACCEPT WRK-OPERADOR
                 PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 9
             END-EVALUATE.
             PERFORM 1100-FINALIZAR.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-INICIAR - FUNCIONARIOS E ORDENS DE REPARO SO SAO
      *>  CONSULTADOS: SEM O CADASTRO DE FUNCIONARIOS NAO HA RETIRADA;
      *>  SEM AS ORDENS, SO RETIRADA SEM ORDEM DE REPARO.
      *>  --------------------------------------------------------------
       1000-INICIAR.
      *>  --------------------------------------------------------------
             OPEN I-O FERRAMENTAS.
             IF FERRAM-STATUS = 35
               OPEN OUTPUT FERRAMENTAS
               CLOSE FERRAMENTAS
               OPEN I-O FERRAMENTAS
             END-IF.
             OPEN I-O FERRAM-MOVTO.
             IF FERRMOV-STATUS = 35
               OPEN OUTPUT FERRAM-MOVTO
               CLOSE FERRAM-MOVTO
               OPEN I-O FERRAM-MOVTO
             END-IF.
             OPEN I-O FERRAM-CTRL.
             IF FECTRL-STATUS = 35
               OPEN OUTPUT FERRAM-CTRL
               CLOSE FERRAM-CTRL
               OPEN I-O FERRAM-CTRL
             END-IF.
             OPEN INPUT FUNCIONARIOS.
             IF FUNC-STATUS = 0
               MOVE 'S' TO WRK-FUNC-OK
             END-IF.
             OPEN INPUT ORDEM-REPARO.
             IF ORDEM-STATUS = 0
               MOVE 'S' TO WRK-OS-OK
             END-IF.
      *>  --------------------------------------------------------------
       1100-FINALIZAR.
      *>  --------------------------------------------------------------
             CLOSE FERRAMENTAS FERRAM-MOVTO FERRAM-CTRL.
             IF WRK-FUNC-OK = 'S'
               CLOSE FUNCIONARIOS
             END-IF.
             IF WRK-OS-OK = 'S'
               CLOSE ORDEM-REPARO
             END-IF.
      *>  --------------------------------------------------------------
       2000-PROCESSAR.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'FERRAMENTAS RETORNAVEIS DA OFICINA'.
             DISPLAY '1 - CADASTRAR/ALTERAR FERRAMENTA'.
             DISPLAY '2 - RETIRADA DE FERRAMENTA'.
             DISPLAY '3 - DEVOLUCAO DE FERRAMENTA'.
             DISPLAY '4 - REGISTRAR CALIBRACAO'.
             DISPLAY '5 - CONSULTAR FERRAMENTA'.
             DISPLAY '6 - RELATORIO DE FERRAMENTAS EM USO'.
             DISPLAY '7 - RELATORIO DE CALIBRACAO DO MES'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-OPCAO.
             EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 2100-MANTEM-FERRAMENTA
               WHEN 2
                 PERFORM 3000-RETIRADA
               WHEN 3
                 PERFORM 4000-DEVOLUCAO
               WHEN 4
                 PERFORM 5000-CALIBRACAO
               WHEN 5
                 PERFORM 6000-CONSULTA
               WHEN 6
                 PERFORM 7000-RELATORIO-EM-USO
               WHEN 7
                 PERFORM 7500-RELATORIO-CALIBRACAO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  2100-MANTEM-FERRAMENTA - ETIQUETA NOVA NASCE DISPONIVEL (D)
      *>  NO DEPOSITO; ETIQUETA EXISTENTE TEM DESCRICAO, DEPOSITO,
      *>  INTERVALO DE CALIBRACAO E PRAZO DE EMPRESTIMO ALTERADOS, E
      *>  PODE SER BAIXADA (B) SE NAO ESTIVER EMPRESTADA.
      *>  --------------------------------------------------------------
       2100-MANTEM-FERRAMENTA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'ETIQUETA DA FERRAMENTA.: '.
             ACCEPT WRK-TAG.
             MOVE WRK-TAG TO FE-TAG.
             READ FERRAMENTAS
               INVALID KEY
                 PERFORM 2110-INCLUI-FERRAMENTA
               NOT INVALID KEY
                 PERFORM 2120-ALTERA-FERRAMENTA
             END-READ.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             END-IF.
      *>  --------------------------------------------------------------
       2110-INCLUI-FERRAMENTA.
      *>  --------------------------------------------------------------
             INITIALIZE FERRAM-MASTER-REG.
             MOVE WRK-TAG TO FE-TAG.
             PERFORM 2130-LE-DADOS-FERRAMENTA.
             EVALUATE TRUE
               WHEN FE-TAG = SPACES
                 MOVE '*** ETIQUETA OBRIGATORIA ***' TO WRK-MENSAGEM
               WHEN FE-DESCRICAO = SPACES
                 MOVE '*** DESCRICAO OBRIGATORIA ***' TO WRK-MENSAGEM
               WHEN OTHER
                 MOVE 'D'           TO FE-SITUACAO
                 MOVE WRK-DATA-HOJE TO FE-DT-CADASTRO
                 WRITE FERRAM-MASTER-REG
                 MOVE 'FERRAMENTA CADASTRADA' TO WRK-MENSAGEM
             END-EVALUATE.
      *>  --------------------------------------------------------------
       2120-ALTERA-FERRAMENTA.
      *>  --------------------------------------------------------------
             DISPLAY 'FERRAMENTA ' FE-TAG ' ' FE-DESCRICAO
                     ' SITUACAO ' FE-SITUACAO.
             IF FE-BAIXADA
               MOVE '*** FERRAMENTA BAIXADA ***' TO WRK-MENSAGEM
             ELSE
               PERFORM 2130-LE-DADOS-FERRAMENTA
               IF FE-DISPONIVEL
                 DISPLAY 'BAIXAR A FERRAMENTA (S/N)? '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE 'B' TO FE-SITUACAO
                 END-IF
               END-IF
               IF FE-DESCRICAO = SPACES
                 MOVE '*** DESCRICAO OBRIGATORIA ***' TO WRK-MENSAGEM
               ELSE
                 REWRITE FERRAM-MASTER-REG
                 MOVE 'FERRAMENTA ATUALIZADA' TO WRK-MENSAGEM
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2130-LE-DADOS-FERRAMENTA.
      *>  --------------------------------------------------------------
             DISPLAY 'DESCRICAO..............: '.
             ACCEPT FE-DESCRICAO.
             DISPLAY 'DEPOSITO...............: '.
             ACCEPT FE-COD-DEPOSITO.
             DISPLAY 'CALIBRAR A CADA (DIAS, 0=NAO CALIBRA): '.
             ACCEPT FE-INTERVALO-CALIB.
             DISPLAY 'PRAZO DE EMPRESTIMO (DIAS): '.
             ACCEPT FE-PRAZO-EMPRESTIMO.
             IF FE-INTERVALO-CALIB = 0
               MOVE ZEROS TO FE-DT-VENC-CALIB
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-RETIRADA - SO EMPRESTA FERRAMENTA DISPONIVEL COM A
      *>  CALIBRACAO EM DIA, A FUNCIONARIO ATIVO SEM FERRAMENTA EM
      *>  ATRASO; A ORDEM DE REPARO, QUANDO INFORMADA, TEM DE ESTAR
      *>  ABERTA. A DEVOLUCAO PREVISTA E O PRAZO DA FERRAMENTA (OU O
      *>  INFORMADO) EM DIAS COMERCIAIS.
      *>  --------------------------------------------------------------
       3000-RETIRADA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'ETIQUETA DA FERRAMENTA.: '.
             ACCEPT WRK-TAG.
             MOVE WRK-TAG TO FE-TAG.
             READ FERRAMENTAS
               INVALID KEY
                 MOVE '*** FERRAMENTA NAO CADASTRADA ***'
                   TO WRK-MENSAGEM
             END-READ.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN FE-BAIXADA
                 MOVE '*** FERRAMENTA BAIXADA ***' TO WRK-MENSAGEM
               WHEN FE-EMPRESTADA
                 MOVE '*** FERRAMENTA JA RETIRADA E NAO DEVOLVIDA ***'
                   TO WRK-MENSAGEM
               WHEN FE-INTERVALO-CALIB > 0
                AND FE-DT-VENC-CALIB < WRK-DATA-HOJE
                 MOVE '*** CALIBRACAO VENCIDA - ENVIAR P/ CALIBRAR ***'
                   TO WRK-MENSAGEM
               WHEN WRK-FUNC-OK = 'N'
                 MOVE '*** CADASTRO DE FUNCIONARIOS INDISPONIVEL ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES
               PERFORM 3100-CONFERE-FUNCIONARIO
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 3200-CONFERE-ORDEM
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               DISPLAY 'PRAZO EM DIAS (0=PADRAO ' FE-PRAZO-EMPRESTIMO
                       '): '
               ACCEPT WRK-PRAZO-DIAS
               IF WRK-PRAZO-DIAS = 0
                 MOVE FE-PRAZO-EMPRESTIMO TO WRK-PRAZO-DIAS
               END-IF
               IF WRK-PRAZO-DIAS = 0
                 MOVE 1 TO WRK-PRAZO-DIAS
               END-IF
               PERFORM 3300-GRAVA-RETIRADA
             END-IF.
      *>  --------------------------------------------------------------
       3100-CONFERE-FUNCIONARIO.
      *>  --------------------------------------------------------------
             DISPLAY 'MATRICULA DO FUNCIONARIO: '.
             ACCEPT WRK-MATRICULA.
             MOVE WRK-MATRICULA TO FU-MATRICULA.
             READ FUNCIONARIOS
               INVALID KEY
                 MOVE '*** FUNCIONARIO NAO CADASTRADO ***'
                   TO WRK-MENSAGEM
               NOT INVALID KEY
                 IF FU-DESLIGADO
                   MOVE '*** FUNCIONARIO DESLIGADO ***'
                     TO WRK-MENSAGEM
                 ELSE
                   PERFORM 3110-CONTA-ATRASOS
                   IF WRK-QT-ATRASO > 0
                     MOVE '*** FUNCIONARIO COM FERRAMENTA EM ATRASO ***'
                       TO WRK-MENSAGEM
                   END-IF
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  3110-CONTA-ATRASOS - RETIRADAS AINDA ABERTAS DO FUNCIONARIO
      *>  COM A DEVOLUCAO PREVISTA JA PASSADA.
      *>  --------------------------------------------------------------
       3110-CONTA-ATRASOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ATRASO.
             MOVE 0 TO FM-NUMERO.
             START FERRAM-MOVTO KEY IS NOT LESS THAN FM-NUMERO
               INVALID KEY MOVE 10 TO FERRMOV-STATUS
             END-START.
             IF FERRMOV-STATUS NOT = 10
               READ FERRAM-MOVTO NEXT
                 AT END MOVE 10 TO FERRMOV-STATUS
               END-READ
             END-IF.
             PERFORM 3120-CONFERE-MOVTO UNTIL FERRMOV-STATUS = 10.
             MOVE 0 TO FERRMOV-STATUS.
      *>  --------------------------------------------------------------
       3120-CONFERE-MOVTO.
      *>  --------------------------------------------------------------
             IF FM-ABERTA AND FM-MATRICULA = WRK-MATRICULA
                AND FM-DT-PREVISTA < WRK-DATA-HOJE
               ADD 1 TO WRK-QT-ATRASO
               DISPLAY 'EM ATRASO: ' FM-TAG ' PREVISTA ' FM-DT-PREVISTA
             END-IF.
             READ FERRAM-MOVTO NEXT
               AT END MOVE 10 TO FERRMOV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-CONFERE-ORDEM.
      *>  --------------------------------------------------------------
             DISPLAY 'ORDEM DE REPARO (0=SEM ORDEM): '.
             ACCEPT WRK-NUM-ORDEM.
             IF WRK-NUM-ORDEM > 0
               IF WRK-OS-OK = 'N'
                 MOVE '*** ORDENS DE REPARO INDISPONIVEIS ***'
                   TO WRK-MENSAGEM
               ELSE
                 MOVE WRK-NUM-ORDEM TO OS-NUMERO
                 READ ORDEM-REPARO
                   INVALID KEY
                     MOVE '*** ORDEM DE REPARO NAO ENCONTRADA ***'
                       TO WRK-MENSAGEM
                   NOT INVALID KEY
                     IF NOT OS-ABERTA
                       MOVE '*** ORDEM DE REPARO JA FECHADA ***'
                         TO WRK-MENSAGEM
                     END-IF
                 END-READ
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3300-GRAVA-RETIRADA.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE  TO WRK-DATA-BASE.
             MOVE WRK-PRAZO-DIAS TO WRK-DIAS-SOMAR.
             PERFORM 9800-SOMA-DIAS-COMERCIAIS.
             PERFORM 9700-PROX-NUM-MOVTO.
             INITIALIZE FERRMOV-MASTER-REG.
             MOVE WRK-NUM-MOVTO   TO FM-NUMERO.
             MOVE FE-TAG          TO FM-TAG.
             MOVE WRK-MATRICULA   TO FM-MATRICULA.
             MOVE WRK-NUM-ORDEM   TO FM-OS-NUMERO.
             MOVE WRK-DATA-HOJE   TO FM-DT-SAIDA.
             MOVE WRK-DATA-RESULT TO FM-DT-PREVISTA.
             MOVE 'A'             TO FM-SITUACAO.
             MOVE WRK-OPERADOR    TO FM-OPERADOR-SAIDA.
             WRITE FERRMOV-MASTER-REG.
             MOVE 'E'             TO FE-SITUACAO.
             MOVE WRK-NUM-MOVTO   TO FE-MOV-NUMERO.
             MOVE WRK-MATRICULA   TO FE-MATRICULA.
             MOVE WRK-NUM-ORDEM   TO FE-OS-NUMERO.
             MOVE WRK-DATA-HOJE   TO FE-DT-SAIDA.
             MOVE WRK-DATA-RESULT TO FE-DT-PREVISTA.
             REWRITE FERRAM-MASTER-REG.
             DISPLAY 'RETIRADA ' FM-NUMERO ' - ' FE-TAG ' PARA '
                     FU-NOME.
             DISPLAY 'DEVOLVER ATE ' FM-DT-PREVISTA.
      *>  --------------------------------------------------------------
      *>  4000-DEVOLUCAO - ENCERRA A RETIRADA ABERTA DA FERRAMENTA E A
      *>  DEVOLVE AO DEPOSITO; A OBSERVACAO REGISTRA DANO OU FALTA DE
      *>  ACESSORIO.
      *>  --------------------------------------------------------------
       4000-DEVOLUCAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'ETIQUETA DA FERRAMENTA.: '.
             ACCEPT WRK-TAG.
             MOVE WRK-TAG TO FE-TAG.
             READ FERRAMENTAS
               INVALID KEY
                 MOVE '*** FERRAMENTA NAO CADASTRADA ***'
                   TO WRK-MENSAGEM
               NOT INVALID KEY
                 IF NOT FE-EMPRESTADA
                   MOVE '*** FERRAMENTA NAO ESTA EMPRESTADA ***'
                     TO WRK-MENSAGEM
                 END-IF
             END-READ.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               MOVE FE-MOV-NUMERO TO FM-NUMERO
               READ FERRAM-MOVTO
                 INVALID KEY
                   DISPLAY '*** RETIRADA ' FE-MOV-NUMERO
                           ' NAO ENCONTRADA - DEVOLVIDA SO NO CADASTRO'
                 NOT INVALID KEY
                   DISPLAY 'OBSERVACAO (DANO/FALTA): '
                   ACCEPT FM-OBSERVACAO
                   MOVE WRK-DATA-HOJE TO FM-DT-DEVOLUCAO
                   MOVE 'D'           TO FM-SITUACAO
                   MOVE WRK-OPERADOR  TO FM-OPERADOR-DEVOL
                   REWRITE FERRMOV-MASTER-REG
               END-READ
               IF FE-DT-PREVISTA < WRK-DATA-HOJE
                 DISPLAY 'DEVOLVIDA COM ATRASO - PREVISTA '
                         FE-DT-PREVISTA
               END-IF
               MOVE 'D' TO FE-SITUACAO
               MOVE ZEROS TO FE-MOV-NUMERO FE-MATRICULA FE-OS-NUMERO
                             FE-DT-SAIDA FE-DT-PREVISTA
               REWRITE FERRAM-MASTER-REG
               DISPLAY 'FERRAMENTA ' FE-TAG ' DEVOLVIDA AO DEPOSITO '
                       FE-COD-DEPOSITO
             END-IF.
      *>  --------------------------------------------------------------
      *>  5000-CALIBRACAO - DATA DA CALIBRACAO E PROXIMO VENCIMENTO
      *>  PELO INTERVALO DA FERRAMENTA, EM DIAS COMERCIAIS.
      *>  --------------------------------------------------------------
       5000-CALIBRACAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'ETIQUETA DA FERRAMENTA.: '.
             ACCEPT WRK-TAG.
             MOVE WRK-TAG TO FE-TAG.
             READ FERRAMENTAS
               INVALID KEY
                 MOVE '*** FERRAMENTA NAO CADASTRADA ***'
                   TO WRK-MENSAGEM
             END-READ.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN FE-BAIXADA
                 MOVE '*** FERRAMENTA BAIXADA ***' TO WRK-MENSAGEM
               WHEN FE-INTERVALO-CALIB = 0
                 MOVE '*** FERRAMENTA SEM CALIBRACAO PERIODICA ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               DISPLAY 'DATA DA CALIBRACAO AAAAMMDD (0=HOJE): '
               ACCEPT WRK-DT-CALIB
               IF WRK-DT-CALIB = 0
                 MOVE WRK-DATA-HOJE TO WRK-DT-CALIB
               END-IF
               MOVE WRK-DT-CALIB       TO FE-DT-CALIBRACAO
               MOVE WRK-DT-CALIB       TO WRK-DATA-BASE
               MOVE FE-INTERVALO-CALIB TO WRK-DIAS-SOMAR
               PERFORM 9800-SOMA-DIAS-COMERCIAIS
               MOVE WRK-DATA-RESULT    TO FE-DT-VENC-CALIB
               REWRITE FERRAM-MASTER-REG
               DISPLAY 'CALIBRACAO REGISTRADA - PROXIMA ATE '
                       FE-DT-VENC-CALIB
             END-IF.
      *>  --------------------------------------------------------------
       6000-CONSULTA.
      *>  --------------------------------------------------------------
             DISPLAY 'ETIQUETA DA FERRAMENTA.: '.
             ACCEPT WRK-TAG.
             MOVE WRK-TAG TO FE-TAG.
             READ FERRAMENTAS
               INVALID KEY
                 DISPLAY '*** FERRAMENTA NAO CADASTRADA ***'
               NOT INVALID KEY
                 DISPLAY 'FERRAMENTA ' FE-TAG ' ' FE-DESCRICAO
                         ' DEPOSITO ' FE-COD-DEPOSITO
                 DISPLAY 'SITUACAO ' FE-SITUACAO
                         ' PRAZO ' FE-PRAZO-EMPRESTIMO ' DIAS'
                 DISPLAY 'CALIBRADA EM ' FE-DT-CALIBRACAO
                         ' A CADA ' FE-INTERVALO-CALIB
                         ' DIAS - VENCE ' FE-DT-VENC-CALIB
                 IF FE-EMPRESTADA
                   PERFORM 9600-NOME-FUNCIONARIO
                   DISPLAY 'COM ' FE-MATRICULA ' ' WRK-NOME-FUNC
                   DISPLAY 'ORDEM ' FE-OS-NUMERO ' SAIDA '
                           FE-DT-SAIDA ' PREVISTA ' FE-DT-PREVISTA
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  7000-RELATORIO-EM-USO - FERRAMENTAS EMPRESTADAS NO DIA, COM
      *>  O FUNCIONARIO, A ORDEM, A DEVOLUCAO PREVISTA E OS DIAS DE
      *>  ATRASO. NO PASSO NOTURNO (PARM DIARIO) A POSICAO E A DE HOJE.
      *>  --------------------------------------------------------------
       7000-RELATORIO-EM-USO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-EM-USO WRK-QT-ATRASADAS.
             OPEN OUTPUT RELAT-FERRAM.
             MOVE SPACES TO RELAT-FERRAM-REG.
             STRING 'FERRAMENTAS EM USO NA OFICINA - POSICAO DE '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-FERRAM-REG.
             WRITE RELAT-FERRAM-REG.
             MOVE 'ETIQUETA   DESCRICAO                      DP MATRIC F
      -        'UNCIONARIO                    ORDEM  SAIDA    PREVISTA A
      -        'TRASO SITUACAO' TO RELAT-FERRAM-REG.
             WRITE RELAT-FERRAM-REG.
             MOVE SPACES TO FE-TAG.
             START FERRAMENTAS KEY IS NOT LESS THAN FE-TAG
               INVALID KEY MOVE 10 TO FERRAM-STATUS
             END-START.
             IF FERRAM-STATUS NOT = 10
               READ FERRAMENTAS NEXT
                 AT END MOVE 10 TO FERRAM-STATUS
               END-READ
             END-IF.
             PERFORM 7100-LINHA-EM-USO UNTIL FERRAM-STATUS = 10.
             MOVE 0 TO FERRAM-STATUS.
             MOVE SPACES TO RELAT-FERRAM-REG.
             STRING 'TOTAL EM USO: ' WRK-QT-EM-USO
                    ' - EM ATRASO: ' WRK-QT-ATRASADAS
                    DELIMITED BY SIZE INTO RELAT-FERRAM-REG.
             WRITE RELAT-FERRAM-REG.
             CLOSE RELAT-FERRAM.
             DISPLAY 'FERRAMENTAS EM USO: ' WRK-QT-EM-USO
                     ' (EM ATRASO: ' WRK-QT-ATRASADAS
                     ') - RELFERR.TXT GERADO'.
      *>  --------------------------------------------------------------
       7100-LINHA-EM-USO.
      *>  --------------------------------------------------------------
             IF FE-EMPRESTADA
               ADD 1 TO WRK-QT-EM-USO
               PERFORM 9600-NOME-FUNCIONARIO
               MOVE 0 TO WRK-DIAS-ATRASO
               MOVE SPACES TO WRK-MARCA
               IF FE-DT-PREVISTA < WRK-DATA-HOJE
                 ADD 1 TO WRK-QT-ATRASADAS
                 MOVE FE-DT-PREVISTA TO WRK-DATA-X
                 PERFORM 9810-DIAS-COMERCIAIS
                 COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-X
                 MOVE 'ATRASADA' TO WRK-MARCA
               END-IF
               MOVE SPACES TO RELAT-FERRAM-REG
               STRING FE-TAG ' ' FE-DESCRICAO ' '
                      FE-COD-DEPOSITO ' ' FE-MATRICULA ' '
                      WRK-NOME-FUNC ' ' FE-OS-NUMERO ' '
                      FE-DT-SAIDA ' ' FE-DT-PREVISTA ' '
                      WRK-DIAS-ATRASO ' ' WRK-MARCA
                      DELIMITED BY SIZE INTO RELAT-FERRAM-REG
               WRITE RELAT-FERRAM-REG
             END-IF.
             READ FERRAMENTAS NEXT
               AT END MOVE 10 TO FERRAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  7500-RELATORIO-CALIBRACAO - FERRAMENTAS ATIVAS COM A
      *>  CALIBRACAO VENCENDO ATE O FIM DO MES (AS JA VENCIDAS
      *>  INCLUSIVE), COM O LOCAL ATUAL PARA O ALMOXARIFADO RECOLHER.
      *>  NO PASSO MENSAL (PARM CALIBRA) O MES E O CORRENTE.
      *>  --------------------------------------------------------------
       7500-RELATORIO-CALIBRACAO.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-REL.
             IF WRK-PARM-EXEC NOT = 'CALIBRA'
               DISPLAY 'MES DO VENCIMENTO AAAAMM (0=ATUAL): '
               ACCEPT WRK-MES-REL
               IF WRK-MES-REL = 0
                 DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-REL
               END-IF
             END-IF.
             COMPUTE WRK-DT-FIM-MES = (WRK-MES-REL * 100) + 31.
             MOVE 0 TO WRK-QT-CALIB WRK-QT-VENCIDAS.
             OPEN OUTPUT RELAT-CALIB.
             MOVE SPACES TO RELAT-CALIB-REG.
             STRING 'CALIBRACOES A VENCER ATE O FIM DO MES '
                    WRK-MES-REL ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-CALIB-REG.
             WRITE RELAT-CALIB-REG.
             MOVE 'ETIQUETA   DESCRICAO                      DP DT.CALIB
      -        ' INT VENCTO   LOCAL       SITUACAO' TO RELAT-CALIB-REG.
             WRITE RELAT-CALIB-REG.
             MOVE SPACES TO FE-TAG.
             START FERRAMENTAS KEY IS NOT LESS THAN FE-TAG
               INVALID KEY MOVE 10 TO FERRAM-STATUS
             END-START.
             IF FERRAM-STATUS NOT = 10
               READ FERRAMENTAS NEXT
                 AT END MOVE 10 TO FERRAM-STATUS
               END-READ
             END-IF.
             PERFORM 7600-LINHA-CALIBRACAO UNTIL FERRAM-STATUS = 10.
             MOVE 0 TO FERRAM-STATUS.
             MOVE SPACES TO RELAT-CALIB-REG.
             STRING 'TOTAL A CALIBRAR: ' WRK-QT-CALIB
                    ' - JA VENCIDAS: ' WRK-QT-VENCIDAS
                    DELIMITED BY SIZE INTO RELAT-CALIB-REG.
             WRITE RELAT-CALIB-REG.
             CLOSE RELAT-CALIB.
             DISPLAY 'CALIBRACOES DO MES ' WRK-MES-REL ': '
                     WRK-QT-CALIB ' - RELCALIB.TXT GERADO'.
      *>  --------------------------------------------------------------
       7600-LINHA-CALIBRACAO.
      *>  --------------------------------------------------------------
             IF NOT FE-BAIXADA AND FE-INTERVALO-CALIB > 0
                AND FE-DT-VENC-CALIB NOT > WRK-DT-FIM-MES
               ADD 1 TO WRK-QT-CALIB
               IF FE-EMPRESTADA
                 MOVE 'EM USO'      TO WRK-LOCAL
               ELSE
                 MOVE 'NO DEPOSITO' TO WRK-LOCAL
               END-IF
               IF FE-DT-VENC-CALIB < WRK-DATA-HOJE
                 ADD 1 TO WRK-QT-VENCIDAS
                 MOVE 'VENCIDA'  TO WRK-MARCA
               ELSE
                 MOVE 'A VENCER' TO WRK-MARCA
               END-IF
               MOVE SPACES TO RELAT-CALIB-REG
               STRING FE-TAG ' ' FE-DESCRICAO ' '
                      FE-COD-DEPOSITO ' ' FE-DT-CALIBRACAO ' '
                      FE-INTERVALO-CALIB ' ' FE-DT-VENC-CALIB ' '
                      WRK-LOCAL ' ' WRK-MARCA
                      DELIMITED BY SIZE INTO RELAT-CALIB-REG
               WRITE RELAT-CALIB-REG
             END-IF.
             READ FERRAMENTAS NEXT
               AT END MOVE 10 TO FERRAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       9600-NOME-FUNCIONARIO.
      *>  --------------------------------------------------------------
             MOVE 'FUNCIONARIO NAO CADASTRADO' TO WRK-NOME-FUNC.
             IF WRK-FUNC-OK = 'S'
               MOVE FE-MATRICULA TO FU-MATRICULA
               READ FUNCIONARIOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE FU-NOME TO WRK-NOME-FUNC
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-MOVTO.
      *>  --------------------------------------------------------------
             MOVE 1 TO FECTRL-CHAVE.
             READ FERRAM-CTRL
               INVALID KEY
                 MOVE 1 TO FECTRL-ULTIMO-NUM
                 WRITE FERRAM-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO FECTRL-ULTIMO-NUM
                 REWRITE FERRAM-CTRL-REG
             END-READ.
             MOVE FECTRL-ULTIMO-NUM TO WRK-NUM-MOVTO.
      *>  --------------------------------------------------------------
      *>  9800-SOMA-DIAS-COMERCIAIS - SOMA WRK-DIAS-SOMAR (EM DIAS
      *>  COMERCIAIS DE MES DE 30) A WRK-DATA-BASE, DEVOLVENDO A DATA
      *>  EM WRK-DATA-RESULT, NO MESMO CALCULO DO COMPRAS.
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
      *>  --------------------------------------------------------------
      *>  9810-DIAS-COMERCIAIS - CONVERTE WRK-DATA-X (AAAAMMDD) EM DIAS
      *>  COMERCIAIS (ANO DE 360, MES DE 30) EM WRK-DIAS-X.
      *>  --------------------------------------------------------------
       9810-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             COMPUTE WRK-DIAS-X = (WRK-DC-ANO * 360)
                     + (WRK-DC-MES * 30) + WRK-DC-DIA.
      *>  --------------------------------------------------------------
