       IDENTIFICATION DIVISION.
       PROGRAM-ID. APTFIS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = BATERIA DE TESTES DE APTIDAO
      ***   FISICA DA EDUCACAO FISICA, AO LADO DO IMC DO DESAFIO09:
      ***   SENTAR E ALCANCAR, CORRIDA DE 6 MINUTOS, ABDOMINAIS E
      ***   SALTO HORIZONTAL. CADA RESULTADO (ALUNO, DATA E TESTE) E
      ***   GRAVADO EM TESTEFIS.TXT JA CLASSIFICADO NA ZONA SAUDAVEL
      ***   OU DE RISCO PELA TABELA DE REFERENCIA POR TESTE, SEXO E
      ***   IDADE (REFAPTF.TXT, PROESP-BR). OS RESULTADOS ENTRAM PELA
      ***   TELA OU EM LOTE (APTFTR.TXT, PARM BATCH, COM TOTAIS NO
      ***   CTRLTOT.TXT). O BOLETIM DO ALUNO (BOLAPTF.TXT) JUNTA O
      ***   ULTIMO IMC DO HISTORICO (IMCHIST.TXT) COM O ULTIMO
      ***   RESULTADO DE CADA TESTE (PARM BOLET PARA TODOS OS ALUNOS).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESTES-FISICOS ASSIGN TO 'C:\COBOL\TESTEFIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TESTE-STATUS
             RECORD KEY IS TF-CHAVE.
           SELECT REFERENCIAS ASSIGN TO 'C:\COBOL\REFAPTF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS REF-STATUS
             RECORD KEY IS RF-CHAVE.
           SELECT ALUNOS ASSIGN TO 'C:\COBOL\ALUNOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS ALUNOS-STATUS
             RECORD KEY IS AL-ID.
           SELECT APTF-TRANS ASSIGN TO 'C:\COBOL\APTFTR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRANS-STATUS.
           SELECT IMC-HISTORICO ASSIGN TO 'C:\COBOL\IMCHIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HIST-STATUS.
           SELECT BOLETIM ASSIGN TO 'C:\COBOL\BOLAPTF.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BOLETIM-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TESTES-FISICOS.
       COPY 'TESTEFIS-MASTER.CBL'.
       FD REFERENCIAS.
       COPY 'REFAPTF-MASTER.CBL'.
       FD ALUNOS.
       COPY 'ALUNO-MASTER.CBL'.
       FD APTF-TRANS.
       01 APTF-TRANS-REG.
            05 AT-ALUNO-ID     PIC 9(05).
            05 AT-DT-TESTE     PIC 9(08).
            05 AT-TESTE        PIC X(02).
            05 AT-RESULTADO    PIC 9(04)V9.
       FD IMC-HISTORICO.
       01 IMC-HISTORICO-REG    PIC X(100).
       FD BOLETIM.
       01 BOLETIM-REG          PIC X(100).
       FD CONTROLE-TOTAIS.
       01 CONTROLE-TOTAIS-REG.
            05 CT-PROGRAMA     PIC X(09).
            05 CT-DATA         PIC 9(08).
            05 CT-LIDOS        PIC 9(07).
            05 CT-PROCESSADOS  PIC 9(07).
            05 CT-REJEITADOS   PIC 9(07).
            05 CT-VALOR-IN     PIC 9(11)V99.
            05 CT-VALOR-OUT    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 TESTE-STATUS     PIC 9(02) VALUE ZEROS.
       77 REF-STATUS       PIC 9(02) VALUE ZEROS.
       77 ALUNOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 TRANS-STATUS     PIC 9(02) VALUE ZEROS.
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 BOLETIM-STATUS   PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ALUNO        PIC 9(05) VALUE ZEROS.
       77 WRK-DT-TESTE     PIC 9(08) VALUE ZEROS.
       77 WRK-TESTE        PIC X(02) VALUE SPACES.
       77 WRK-RESULTADO    PIC 9(04)V9 VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-IDX-TESTE    PIC 9(01) VALUE ZEROS.
       77 WRK-NOME-TESTE   PIC X(24) VALUE SPACES.
       77 WRK-ZONA-NOME    PIC X(14) VALUE SPACES.
       77 WRK-QT-SAUDAVEIS PIC 9(01) VALUE ZEROS.
       77 WRK-QT-FEITOS    PIC 9(01) VALUE ZEROS.
       77 WRK-QT-BOLETINS  PIC 9(05) VALUE ZEROS.
       77 WRK-ED-RESULTADO PIC ZZZ9,9.
       77 WRK-ED-CORTE     PIC ZZZ9,9.
       77 WRK-QT-MEDICOES  PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ACHOU    PIC 9(03) VALUE ZEROS.
       77 WRK-IMC-INT      PIC 9(03) VALUE ZEROS.
       77 WRK-IMC-LIDO     PIC 9(02)V9 VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       01 WRK-LINHA        PIC X(100) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  ULTIMA MEDICAO DE IMC DE CADA ALUNO NO IMCHIST.TXT (ALUNO EM
      *>  7-11, IMC X10 EM 54-56 E CLASSE A PARTIR DA 65, COMO NO
      *>  IMCTREND E NO RELATORIO POR TURMA DO DESAFIO09).
      *>  --------------------------------------------------------------
       01 WRK-TAB-MEDICOES.
            05 WRK-MD-ITEM OCCURS 300 TIMES.
                10 WRK-MD-ALUNO      PIC 9(05).
                10 WRK-MD-DATA       PIC 9(08).
                10 WRK-MD-IMC        PIC 9(02)V9.
                10 WRK-MD-CLASSE     PIC X(20).
      *>  --------------------------------------------------------------
      *>  ULTIMO RESULTADO DE CADA TESTE DO ALUNO DO BOLETIM (1 SENTAR
      *>  E ALCANCAR, 2 CORRIDA, 3 ABDOMINAIS, 4 SALTO).
      *>  --------------------------------------------------------------
       01 WRK-TAB-BOLETIM.
            05 WRK-BO-ITEM OCCURS 4 TIMES.
                10 WRK-BO-DATA       PIC 9(08).
                10 WRK-BO-RESULTADO  PIC 9(04)V9.
                10 WRK-BO-CORTE      PIC 9(04)V9.
                10 WRK-BO-ZONA       PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             EVALUATE WRK-PARM-EXEC
               WHEN 'BATCH'
                 PERFORM 9800-MODO-BATCH
               WHEN 'BOLET'
                 PERFORM 4000-BOLETIM-GERAL
               WHEN OTHER
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE TESTES-FISICOS REFERENCIAS ALUNOS.
             IF WRK-CT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O TESTES-FISICOS.
             IF TESTE-STATUS = 35
               OPEN OUTPUT TESTES-FISICOS
               CLOSE TESTES-FISICOS
               OPEN I-O TESTES-FISICOS
             END-IF.
             OPEN I-O REFERENCIAS.
             IF REF-STATUS = 35
               OPEN OUTPUT REFERENCIAS
               CLOSE REFERENCIAS
               OPEN I-O REFERENCIAS
             END-IF.
             OPEN I-O ALUNOS.
             IF ALUNOS-STATUS = 35
               OPEN OUTPUT ALUNOS
               CLOSE ALUNOS
               OPEN I-O ALUNOS
             END-IF.
      *>  --------------------------------------------------------------
       0070-CARREGA-MEDICOES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-MEDICOES.
             MOVE 'N' TO WRK-TAB-CHEIA.
             OPEN INPUT IMC-HISTORICO.
             IF HIST-STATUS = 0
               READ IMC-HISTORICO
                 AT END MOVE 10 TO HIST-STATUS
               END-READ
               PERFORM 0075-CARREGA-UMA UNTIL HIST-STATUS = 10
               CLOSE IMC-HISTORICO
             END-IF.
             MOVE 0 TO HIST-STATUS.
             IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** TABELA DE MEDICOES CHEIA (300) - IMC'
                       ' PARCIAL NOS BOLETINS ***'
             END-IF.
      *>  --------------------------------------------------------------
       0075-CARREGA-UMA.
      *>  --------------------------------------------------------------
             MOVE IMC-HISTORICO-REG TO WRK-LINHA.
             IF WRK-LINHA(1:6) = 'ALUNO='
                AND WRK-LINHA(7:5) IS NUMERIC
                AND WRK-LINHA(54:3) IS NUMERIC
               MOVE WRK-LINHA(7:5) TO WRK-ALUNO
               PERFORM 9300-PROCURA-MEDICAO
               IF WRK-IDX-ACHOU = 0
                 IF WRK-QT-MEDICOES < 300
                   ADD 1 TO WRK-QT-MEDICOES
                   MOVE WRK-QT-MEDICOES TO WRK-IDX-ACHOU
                   MOVE WRK-ALUNO TO WRK-MD-ALUNO(WRK-IDX-ACHOU)
                 ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
                 END-IF
               END-IF
               IF WRK-IDX-ACHOU > 0
                 MOVE WRK-LINHA(54:3) TO WRK-IMC-INT
                 COMPUTE WRK-IMC-LIDO = WRK-IMC-INT / 10
                 MOVE WRK-IMC-LIDO TO WRK-MD-IMC(WRK-IDX-ACHOU)
                 MOVE WRK-LINHA(18:8) TO WRK-MD-DATA(WRK-IDX-ACHOU)
                 MOVE WRK-LINHA(65:20) TO WRK-MD-CLASSE(WRK-IDX-ACHOU)
               END-IF
             END-IF.
             READ IMC-HISTORICO
               AT END MOVE 10 TO HIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'TESTES DE APTIDAO FISICA'.
             DISPLAY '1 - LANCAR RESULTADO DE TESTE'.
             DISPLAY '2 - CADASTRAR/ALTERAR REFERENCIA'.
             DISPLAY '3 - BOLETIM DO ALUNO'.
             DISPLAY '4 - BOLETIM DE TODOS OS ALUNOS'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-LANCA-RESULTADO
               WHEN 2
                 PERFORM 5000-CADASTRA-REFERENCIA
               WHEN 3
                 PERFORM 3000-BOLETIM-ALUNO
               WHEN 4
                 PERFORM 4000-BOLETIM-GERAL
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
       1000-LANCA-RESULTADO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO ALUNO............: '.
             ACCEPT WRK-ALUNO.
             DISPLAY 'DATA DO TESTE (AAAAMMDD, 0=HOJE): '.
             ACCEPT WRK-DT-TESTE.
             IF WRK-DT-TESTE = 0
               MOVE WRK-DATA-HOJE TO WRK-DT-TESTE
             END-IF.
             DISPLAY 'TESTE (SA-SENTAR E ALCANCAR C6-CORRIDA 6 MIN'.
             DISPLAY '       AB-ABDOMINAIS SH-SALTO HORIZONTAL): '.
             ACCEPT WRK-TESTE.
             DISPLAY 'RESULTADO (CM, METROS OU REPETICOES): '.
             ACCEPT WRK-RESULTADO.
             PERFORM 2000-REGISTRA-TESTE.
             IF WRK-MOTIVO NOT = SPACES
               DISPLAY '*** ' WRK-MOTIVO ' ***'
             ELSE
               PERFORM 9200-NOME-DA-ZONA
               DISPLAY WRK-NOME-TESTE ' - ' WRK-ZONA-NOME
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-REGISTRA-TESTE - VALIDA E GRAVA O RESULTADO EM WRK-ALUNO,
      *>  WRK-DT-TESTE, WRK-TESTE E WRK-RESULTADO; O MESMO TESTE NA
      *>  MESMA DATA SUBSTITUI O LANCAMENTO ANTERIOR (CORRECAO).
      *>  --------------------------------------------------------------
       2000-REGISTRA-TESTE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MOTIVO.
             MOVE WRK-TESTE TO TF-TESTE.
             PERFORM 9100-INDICE-DO-TESTE.
             IF WRK-IDX-TESTE = 0
               MOVE 'TESTE INVALIDO' TO WRK-MOTIVO
             END-IF.
             IF WRK-MOTIVO = SPACES
                AND (WRK-DT-TESTE > WRK-DATA-HOJE OR WRK-DT-TESTE = 0)
               MOVE 'DATA DO TESTE INVALIDA' TO WRK-MOTIVO
             END-IF.
             IF WRK-MOTIVO = SPACES
               MOVE WRK-ALUNO TO AL-ID
               READ ALUNOS
                 INVALID KEY
                   MOVE 'ALUNO SEM CADASTRO' TO WRK-MOTIVO
               END-READ
             END-IF.
             IF WRK-MOTIVO = SPACES
               MOVE SPACES TO TESTEFIS-MASTER-REG
               MOVE WRK-ALUNO     TO TF-ALUNO
               MOVE WRK-DT-TESTE  TO TF-DT-TESTE
               MOVE WRK-TESTE     TO TF-TESTE
               MOVE WRK-RESULTADO TO TF-RESULTADO
               COMPUTE TF-IDADE = (WRK-DT-TESTE - AL-DT-NASC) / 10000
               MOVE AL-SEXO       TO TF-SEXO
               PERFORM 2100-CLASSIFICA-ZONA
               WRITE TESTEFIS-MASTER-REG
                 INVALID KEY
                   REWRITE TESTEFIS-MASTER-REG
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
      *>  2100-CLASSIFICA-ZONA - PONTO DE CORTE DO TESTE PARA O SEXO E
      *>  A IDADE DO ALUNO NA DATA DO TESTE.
      *>  --------------------------------------------------------------
       2100-CLASSIFICA-ZONA.
      *>  --------------------------------------------------------------
             MOVE TF-TESTE TO RF-TESTE.
             MOVE TF-SEXO  TO RF-SEXO.
             MOVE TF-IDADE TO RF-IDADE.
             READ REFERENCIAS
               INVALID KEY
                 MOVE 0 TO TF-CORTE
                 MOVE SPACE TO TF-ZONA
               NOT INVALID KEY
                 MOVE RF-CORTE TO TF-CORTE
                 IF TF-RESULTADO >= RF-CORTE
                   MOVE 'S' TO TF-ZONA
                 ELSE
                   MOVE 'R' TO TF-ZONA
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       3000-BOLETIM-ALUNO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO ALUNO............: '.
             ACCEPT WRK-ALUNO.
             PERFORM 0070-CARREGA-MEDICOES.
             OPEN OUTPUT BOLETIM.
             MOVE WRK-ALUNO TO TF-ALUNO.
             MOVE 0 TO TF-DT-TESTE.
             MOVE SPACES TO TF-TESTE.
             PERFORM 3050-POSICIONA.
             IF TESTE-STATUS NOT = 10 AND TF-ALUNO = WRK-ALUNO
               PERFORM 3100-BOLETIM-DO-ALUNO
             ELSE
               INITIALIZE WRK-TAB-BOLETIM
               PERFORM 3300-IMPRIME-BOLETIM
             END-IF.
             MOVE 0 TO TESTE-STATUS.
             CLOSE BOLETIM.
             DISPLAY 'BOLETIM GRAVADO EM BOLAPTF.TXT'.
      *>  --------------------------------------------------------------
       3050-POSICIONA.
      *>  --------------------------------------------------------------
             START TESTES-FISICOS KEY IS NOT LESS THAN TF-CHAVE
               INVALID KEY
                 MOVE 10 TO TESTE-STATUS
             END-START.
             IF TESTE-STATUS NOT = 10
               READ TESTES-FISICOS NEXT
                 AT END MOVE 10 TO TESTE-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3100-BOLETIM-DO-ALUNO - OS TESTES DO ALUNO VEM EM ORDEM DE
      *>  DATA PELA CHAVE; O ULTIMO DE CADA TIPO FICA NO BOLETIM.
      *>  --------------------------------------------------------------
       3100-BOLETIM-DO-ALUNO.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-BOLETIM.
             MOVE TF-ALUNO TO WRK-ALUNO.
             PERFORM 3200-GUARDA-TESTE
               UNTIL TESTE-STATUS = 10 OR TF-ALUNO NOT = WRK-ALUNO.
             PERFORM 3300-IMPRIME-BOLETIM.
      *>  --------------------------------------------------------------
       3200-GUARDA-TESTE.
      *>  --------------------------------------------------------------
             PERFORM 9100-INDICE-DO-TESTE.
             IF WRK-IDX-TESTE > 0
               MOVE TF-DT-TESTE  TO WRK-BO-DATA(WRK-IDX-TESTE)
               MOVE TF-RESULTADO TO WRK-BO-RESULTADO(WRK-IDX-TESTE)
               MOVE TF-CORTE     TO WRK-BO-CORTE(WRK-IDX-TESTE)
               MOVE TF-ZONA      TO WRK-BO-ZONA(WRK-IDX-TESTE)
             END-IF.
             READ TESTES-FISICOS NEXT
               AT END MOVE 10 TO TESTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3300-IMPRIME-BOLETIM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-BOLETINS.
             MOVE 0 TO WRK-QT-SAUDAVEIS WRK-QT-FEITOS.
             MOVE WRK-ALUNO TO AL-ID.
             READ ALUNOS
               INVALID KEY
                 MOVE SPACES TO AL-NOME AL-TURMA AL-SEXO
                 MOVE 0 TO AL-DT-NASC
             END-READ.
             MOVE SPACES TO BOLETIM-REG.
             WRITE BOLETIM-REG.
             MOVE SPACES TO BOLETIM-REG.
             STRING 'BOLETIM DE SAUDE - ALUNO=' WRK-ALUNO
                    ' ' AL-NOME ' TURMA=' AL-TURMA
                    ' SEXO=' AL-SEXO ' NASC=' AL-DT-NASC
                    DELIMITED BY SIZE INTO BOLETIM-REG.
             WRITE BOLETIM-REG.
             PERFORM 9300-PROCURA-MEDICAO.
             MOVE SPACES TO BOLETIM-REG.
             IF WRK-IDX-ACHOU > 0
               STRING '  IMC=' WRK-MD-IMC(WRK-IDX-ACHOU)
                      ' EM ' WRK-MD-DATA(WRK-IDX-ACHOU)
                      ' CLASSE=' WRK-MD-CLASSE(WRK-IDX-ACHOU)
                      DELIMITED BY SIZE INTO BOLETIM-REG
             ELSE
               MOVE '  IMC: SEM MEDICAO NO HISTORICO' TO BOLETIM-REG
             END-IF.
             WRITE BOLETIM-REG.
             PERFORM 3310-LINHA-TESTE
               VARYING WRK-IDX-TESTE FROM 1 BY 1
               UNTIL WRK-IDX-TESTE > 4.
             MOVE SPACES TO BOLETIM-REG.
             STRING '  TESTES NA ZONA SAUDAVEL: ' WRK-QT-SAUDAVEIS
                    ' DE ' WRK-QT-FEITOS ' CLASSIFICADOS'
                    DELIMITED BY SIZE INTO BOLETIM-REG.
             WRITE BOLETIM-REG.
      *>  --------------------------------------------------------------
       3310-LINHA-TESTE.
      *>  --------------------------------------------------------------
             PERFORM 9150-NOME-DO-TESTE.
             MOVE SPACES TO BOLETIM-REG.
             IF WRK-BO-DATA(WRK-IDX-TESTE) = 0
               STRING '  ' WRK-NOME-TESTE ' NAO REALIZADO'
                      DELIMITED BY SIZE INTO BOLETIM-REG
             ELSE
               MOVE WRK-BO-ZONA(WRK-IDX-TESTE) TO TF-ZONA
               PERFORM 9200-NOME-DA-ZONA
               IF TF-ZONA-SAUDAVEL OR TF-ZONA-RISCO
                 ADD 1 TO WRK-QT-FEITOS
               END-IF
               IF TF-ZONA-SAUDAVEL
                 ADD 1 TO WRK-QT-SAUDAVEIS
               END-IF
               MOVE WRK-BO-RESULTADO(WRK-IDX-TESTE) TO WRK-ED-RESULTADO
               MOVE WRK-BO-CORTE(WRK-IDX-TESTE) TO WRK-ED-CORTE
               STRING '  ' WRK-NOME-TESTE
                      ' EM ' WRK-BO-DATA(WRK-IDX-TESTE)
                      ' RESULTADO=' WRK-ED-RESULTADO
                      ' CORTE=' WRK-ED-CORTE
                      ' ' WRK-ZONA-NOME
                      DELIMITED BY SIZE INTO BOLETIM-REG
             END-IF.
             WRITE BOLETIM-REG.
      *>  --------------------------------------------------------------
       4000-BOLETIM-GERAL.
      *>  --------------------------------------------------------------
             PERFORM 0070-CARREGA-MEDICOES.
             MOVE 0 TO WRK-QT-BOLETINS.
             OPEN OUTPUT BOLETIM.
             MOVE 0 TO TF-ALUNO TF-DT-TESTE.
             MOVE SPACES TO TF-TESTE.
             PERFORM 3050-POSICIONA.
             PERFORM 3100-BOLETIM-DO-ALUNO UNTIL TESTE-STATUS = 10.
             MOVE 0 TO TESTE-STATUS.
             CLOSE BOLETIM.
             DISPLAY 'BOLETINS GRAVADOS EM BOLAPTF.TXT: '
                     WRK-QT-BOLETINS.
      *>  --------------------------------------------------------------
      *>  5000-CADASTRA-REFERENCIA - PONTO DE CORTE DA ZONA SAUDAVEL
      *>  POR TESTE, SEXO E IDADE.
      *>  --------------------------------------------------------------
       5000-CADASTRA-REFERENCIA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO REFAPTF-MASTER-REG.
             DISPLAY 'TESTE (SA C6 AB SH)........: '.
             ACCEPT RF-TESTE.
             DISPLAY 'SEXO (M/F).................: '.
             ACCEPT RF-SEXO.
             DISPLAY 'IDADE......................: '.
             ACCEPT RF-IDADE.
             DISPLAY 'CORTE DA ZONA SAUDAVEL.....: '.
             ACCEPT RF-CORTE.
             MOVE WRK-DATA-HOJE TO RF-DT-ATUALIZACAO.
             MOVE RF-TESTE TO TF-TESTE.
             PERFORM 9100-INDICE-DO-TESTE.
             IF WRK-IDX-TESTE = 0
                OR (RF-SEXO NOT = 'M' AND RF-SEXO NOT = 'F')
                OR RF-IDADE < 6 OR RF-IDADE > 17
               DISPLAY '*** DADOS DA REFERENCIA INVALIDOS ***'
             ELSE
               WRITE REFAPTF-MASTER-REG
                 INVALID KEY
                   REWRITE REFAPTF-MASTER-REG
                   DISPLAY 'REFERENCIA ATUALIZADA'
                 NOT INVALID KEY
                   DISPLAY 'REFERENCIA CADASTRADA'
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
      *>  9100-INDICE-DO-TESTE - POSICAO DO TESTE TF-TESTE NO BOLETIM
      *>  (ZERO PARA CODIGO DESCONHECIDO).
      *>  --------------------------------------------------------------
       9100-INDICE-DO-TESTE.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN TF-SENTAR-ALCANCAR MOVE 1 TO WRK-IDX-TESTE
               WHEN TF-CORRIDA-6MIN    MOVE 2 TO WRK-IDX-TESTE
               WHEN TF-ABDOMINAL       MOVE 3 TO WRK-IDX-TESTE
               WHEN TF-SALTO-HORIZ     MOVE 4 TO WRK-IDX-TESTE
               WHEN OTHER              MOVE 0 TO WRK-IDX-TESTE
             END-EVALUATE.
      *>  --------------------------------------------------------------
       9150-NOME-DO-TESTE.
      *>  --------------------------------------------------------------
             EVALUATE WRK-IDX-TESTE
               WHEN 1 MOVE 'SENTAR E ALCANCAR (CM)' TO WRK-NOME-TESTE
               WHEN 2 MOVE 'CORRIDA 6 MINUTOS (M)'  TO WRK-NOME-TESTE
               WHEN 3 MOVE 'ABDOMINAIS (REPETICOES)' TO WRK-NOME-TESTE
               WHEN OTHER
                      MOVE 'SALTO HORIZONTAL (CM)'  TO WRK-NOME-TESTE
             END-EVALUATE.
      *>  --------------------------------------------------------------
       9200-NOME-DA-ZONA.
      *>  --------------------------------------------------------------
             PERFORM 9150-NOME-DO-TESTE.
             EVALUATE TRUE
               WHEN TF-ZONA-SAUDAVEL
                 MOVE 'ZONA SAUDAVEL'  TO WRK-ZONA-NOME
               WHEN TF-ZONA-RISCO
                 MOVE 'ZONA DE RISCO'  TO WRK-ZONA-NOME
               WHEN OTHER
                 MOVE 'SEM REFERENCIA' TO WRK-ZONA-NOME
             END-EVALUATE.
      *>  --------------------------------------------------------------
       9300-PROCURA-MEDICAO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHOU.
             PERFORM 9310-COMPARA-MEDICAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MEDICOES OR WRK-IDX-ACHOU > 0.
      *>  --------------------------------------------------------------
       9310-COMPARA-MEDICAO.
      *>  --------------------------------------------------------------
             IF WRK-MD-ALUNO(WRK-IDX) = WRK-ALUNO
               MOVE WRK-IDX TO WRK-IDX-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
      *>  9800-MODO-BATCH - LANCA OS RESULTADOS DA PLANILHA DA EDUCACAO
      *>  FISICA (APTFTR.TXT: ALUNO, DATA, TESTE E RESULTADO). OS
      *>  REJEITADOS SAO LISTADOS NA TELA E CONTADOS NO CTRLTOT.
      *>  --------------------------------------------------------------
       9800-MODO-BATCH.
      *>  --------------------------------------------------------------
             OPEN INPUT APTF-TRANS.
             IF TRANS-STATUS NOT = 0
               DISPLAY '*** APTFTR.TXT NAO ENCONTRADO ***'
               MOVE 0 TO TRANS-STATUS
             ELSE
               PERFORM 9810-LER-TRANSACAO
               PERFORM 9820-PROCESSA-TRANSACAO
                 UNTIL TRANS-STATUS = 10
               CLOSE APTF-TRANS
               MOVE 0 TO TRANS-STATUS
             END-IF.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'RESULTADOS LIDOS...: ' WRK-CT-LIDOS.
             DISPLAY 'REJEITADOS.........: ' WRK-CT-REJEITADOS.
      *>  --------------------------------------------------------------
       9810-LER-TRANSACAO.
      *>  --------------------------------------------------------------
             READ APTF-TRANS
               AT END MOVE 10 TO TRANS-STATUS
             END-READ.
             IF TRANS-STATUS NOT = 10
               ADD 1 TO WRK-CT-LIDOS
             END-IF.
      *>  --------------------------------------------------------------
       9820-PROCESSA-TRANSACAO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-ALUNO WRK-DT-TESTE WRK-RESULTADO.
             IF AT-ALUNO-ID IS NUMERIC
               MOVE AT-ALUNO-ID TO WRK-ALUNO
             END-IF.
             IF AT-DT-TESTE IS NUMERIC
               MOVE AT-DT-TESTE TO WRK-DT-TESTE
             END-IF.
             MOVE AT-TESTE TO WRK-TESTE.
             IF AT-RESULTADO IS NUMERIC
               MOVE AT-RESULTADO TO WRK-RESULTADO
             END-IF.
             PERFORM 2000-REGISTRA-TESTE.
             IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-CT-REJEITADOS
               DISPLAY 'REJEITADO: ' APTF-TRANS-REG ' - ' WRK-MOTIVO
             END-IF.
             PERFORM 9810-LER-TRANSACAO.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'APTFIS   ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             COMPUTE CT-PROCESSADOS =
                     WRK-CT-LIDOS - WRK-CT-REJEITADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE 0 TO CT-VALOR-IN CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
