       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCCASO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CASOS DE ACOMPANHAMENTO DA
      ***   ENFERMARIA (CASOIMC.TXT): ABRE UM CASO PARA CADA ALUNO
      ***   DA LISTA DE ALERTA DO IMCTREND (IMCALERT.TXT) E PARA OS
      ***   FORA DA CURVA DO IMCPERC (RELIMCP.TXT), ANEXANDO O ALERTA
      ***   AO CASO JA ABERTO DO ALUNO EM VEZ DE DUPLICAR (PARM
      ***   ALERTA). A ENFERMARIA REGISTRA O ENCAMINHAMENTO A
      ***   NUTRICIONISTA OU MEDICO, AS CONSULTAS, O CONTATO COM O
      ***   RESPONSAVEL E AS OBSERVACOES (HISTORICO EM CASOACMP.TXT)
      ***   E FECHA O CASO COM O RESULTADO. RELATORIO MENSAL EM
      ***   RELCASO.TXT (PARM MENSAL): CASOS ABERTOS POR TURMA, SEM
      ***   ACOMPANHAMENTO HA MAIS DE 60 DIAS E A EVOLUCAO DO IMC DOS
      ***   CASOS FECHADOS NO MES.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-IMC ASSIGN TO 'C:\COBOL\CASOIMC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CASO-STATUS
             RECORD KEY IS CS-CHAVE.
           SELECT CASO-ACOMP ASSIGN TO 'C:\COBOL\CASOACMP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ACOMP-STATUS.
           SELECT ALUNOS ASSIGN TO 'C:\COBOL\ALUNOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS ALUNOS-STATUS
             RECORD KEY IS AL-ID.
           SELECT IMC-HISTORICO ASSIGN TO 'C:\COBOL\IMCHIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HIST-STATUS.
           SELECT LISTA-ALERTA ASSIGN TO 'C:\COBOL\IMCALERT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERTA-STATUS.
           SELECT LISTA-COORTE ASSIGN TO 'C:\COBOL\RELIMCP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COORTE-STATUS.
           SELECT RELAT-CASOS ASSIGN TO 'C:\COBOL\RELCASO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CASOS-IMC.
       COPY 'CASOIMC-MASTER.CBL'.
       FD CASO-ACOMP.
       01 CASO-ACOMP-REG           PIC X(120).
       FD ALUNOS.
       COPY 'ALUNO-MASTER.CBL'.
       FD IMC-HISTORICO.
       01 IMC-HISTORICO-REG        PIC X(100).
       FD LISTA-ALERTA.
       01 LISTA-ALERTA-REG         PIC X(100).
       FD LISTA-COORTE.
       01 LISTA-COORTE-REG         PIC X(120).
       FD RELAT-CASOS.
       01 RELAT-CASOS-REG          PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CASO-STATUS      PIC 9(02) VALUE ZEROS.
       77 ACOMP-STATUS     PIC 9(02) VALUE ZEROS.
       77 ALUNOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 ALERTA-STATUS    PIC 9(02) VALUE ZEROS.
       77 COORTE-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-ALUNOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ALUNO        PIC 9(05) VALUE ZEROS.
       77 WRK-IMC-INT      PIC 9(03) VALUE ZEROS.
       77 WRK-IMC-LIDO     PIC 9(02)V9 VALUE ZEROS.
       77 WRK-ORIGEM       PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-TIPO-ACOMP   PIC X(12) VALUE SPACES.
       77 WRK-CASO-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-SEQ-ABERTO   PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-SEQ      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ABERTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ANEXADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-ENCAMINHA    PIC X(01) VALUE SPACES.
       77 WRK-DATA-INF     PIC 9(08) VALUE ZEROS.
       77 WRK-TEXTO        PIC X(60) VALUE SPACES.
       77 WRK-QT-MEDICOES  PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ACHOU    PIC 9(03) VALUE ZEROS.
       77 WRK-IMC-ATUAL    PIC 9(02)V9 VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(02)V9 VALUE ZEROS.
       77 WRK-ED-VARIACAO  PIC -Z9,9.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DT-ULT-MOV   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PARADO  PIC 9(05) VALUE ZEROS.
       77 WRK-MES-REL      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-TURMAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TUR      PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-TT-ABERTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TT-PARADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TT-FECHADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TT-MELHORA   PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA        PIC X(120) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  ULTIMA MEDICAO DE IMC DE CADA ALUNO NO IMCHIST.TXT, COM OS
      *>  MESMOS DESLOCAMENTOS DO IMCTREND (ALUNO EM 7-11, IMC X10 EM
      *>  54-56), PARA O IMC DA ABERTURA MANUAL E DO FECHAMENTO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-MEDICOES.
            05 WRK-MD-ITEM OCCURS 300 TIMES.
                10 WRK-MD-ALUNO      PIC 9(05).
                10 WRK-MD-IMC        PIC 9(02)V9.
      *>  --------------------------------------------------------------
      *>  CASOS ABERTOS POR TURMA NO RELATORIO MENSAL.
      *>  --------------------------------------------------------------
       01 WRK-TAB-TURMAS.
            05 WRK-TUR-ITEM OCCURS 20 TIMES.
                10 WRK-TUR-NOME      PIC X(06).
                10 WRK-TUR-ABERTOS   PIC 9(05).
                10 WRK-TUR-PARADOS   PIC 9(05).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             PERFORM 0070-CARREGA-MEDICOES.
             EVALUATE WRK-PARM-EXEC
               WHEN 'ALERTA'
                 PERFORM 1000-IMPORTA-ALERTAS
               WHEN 'MENSAL'
                 MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REL
                 PERFORM 6000-RELATORIO-MENSAL
               WHEN OTHER
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE CASOS-IMC.
             IF WRK-ALUNOS-OK = 'S'
               CLOSE ALUNOS
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-ABRE-ARQUIVOS - SEM O CADASTRO DE ALUNOS O CASO FICA NA
      *>  TURMA SEMCAD, COMO NO IMCPERC.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O CASOS-IMC.
             IF CASO-STATUS = 35
               OPEN OUTPUT CASOS-IMC
               CLOSE CASOS-IMC
               OPEN I-O CASOS-IMC
             END-IF.
             OPEN INPUT ALUNOS.
             IF ALUNOS-STATUS = 0
               MOVE 'S' TO WRK-ALUNOS-OK
             END-IF.
      *>  --------------------------------------------------------------
       0070-CARREGA-MEDICOES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-MEDICOES.
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
                       ' PARCIAL ***'
             END-IF.
      *>  --------------------------------------------------------------
       0075-CARREGA-UMA.
      *>  --------------------------------------------------------------
             MOVE IMC-HISTORICO-REG TO WRK-LINHA.
             IF WRK-LINHA(1:6) = 'ALUNO='
                AND WRK-LINHA(7:5) IS NUMERIC
                AND WRK-LINHA(54:3) IS NUMERIC
               MOVE WRK-LINHA(7:5) TO WRK-ALUNO
               MOVE WRK-LINHA(54:3) TO WRK-IMC-INT
               COMPUTE WRK-IMC-LIDO = WRK-IMC-INT / 10
               PERFORM 9300-PROCURA-MEDICAO
               IF WRK-IDX-ACHOU > 0
                 MOVE WRK-IMC-LIDO TO WRK-MD-IMC(WRK-IDX-ACHOU)
               ELSE
                 IF WRK-QT-MEDICOES < 300
                   ADD 1 TO WRK-QT-MEDICOES
                   MOVE WRK-ALUNO    TO WRK-MD-ALUNO(WRK-QT-MEDICOES)
                   MOVE WRK-IMC-LIDO TO WRK-MD-IMC(WRK-QT-MEDICOES)
                 ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
                 END-IF
               END-IF
             END-IF.
             READ IMC-HISTORICO
               AT END MOVE 10 TO HIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'CASOS DE ACOMPANHAMENTO DA ENFERMARIA'.
             DISPLAY '1 - IMPORTAR ALERTAS (IMCALERT E RELIMCP)'.
             DISPLAY '2 - ABRIR CASO MANUALMENTE'.
             DISPLAY '3 - REGISTRAR ACOMPANHAMENTO'.
             DISPLAY '4 - FECHAR CASO'.
             DISPLAY '5 - CONSULTAR CASOS DO ALUNO'.
             DISPLAY '6 - RELATORIO MENSAL'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-IMPORTA-ALERTAS
               WHEN 2
                 PERFORM 2000-ABRE-CASO-MANUAL
               WHEN 3
                 PERFORM 3000-REGISTRA-ACOMPANHAMENTO
               WHEN 4
                 PERFORM 4000-FECHA-CASO
               WHEN 5
                 PERFORM 5000-CONSULTA-CASOS
               WHEN 6
                 DISPLAY 'MES DO RELATORIO (AAAAMM): '
                 ACCEPT WRK-MES-REL
                 PERFORM 6000-RELATORIO-MENSAL
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-IMPORTA-ALERTAS - LE AS DUAS LISTAS DE ENCAMINHAMENTO.
      *>  NO IMCALERT.TXT A LINHA COMECA POR 'GRAVIDADE=' COM A
      *>  GRAVIDADE EM 11-14 (X10), O ALUNO EM 22-26 E O IMC ATUAL EM
      *>  54-56; NO RELIMCP.TXT A LINHA DO ALUNO COMECA POR '  ALUNO='
      *>  COM O ALUNO EM 9-13, O IMC EM 19-21, O PERCENTIL EM 33-35 E
      *>  A MARCA DE FORA DA CURVA A PARTIR DA COLUNA 37.
      *>  --------------------------------------------------------------
       1000-IMPORTA-ALERTAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LIDOS WRK-QT-ABERTOS WRK-QT-ANEXADOS.
             OPEN INPUT LISTA-ALERTA.
             IF ALERTA-STATUS = 0
               READ LISTA-ALERTA
                 AT END MOVE 10 TO ALERTA-STATUS
               END-READ
               PERFORM 1100-ALERTA-TENDENCIA UNTIL ALERTA-STATUS = 10
               CLOSE LISTA-ALERTA
             ELSE
               DISPLAY 'SEM LISTA DE ALERTA (IMCALERT.TXT)'
             END-IF.
             MOVE 0 TO ALERTA-STATUS.
             OPEN INPUT LISTA-COORTE.
             IF COORTE-STATUS = 0
               READ LISTA-COORTE
                 AT END MOVE 10 TO COORTE-STATUS
               END-READ
               PERFORM 1200-ALERTA-COORTE UNTIL COORTE-STATUS = 10
               CLOSE LISTA-COORTE
             ELSE
               DISPLAY 'SEM BOLETIM DE COORTES (RELIMCP.TXT)'
             END-IF.
             MOVE 0 TO COORTE-STATUS.
             DISPLAY 'ALERTAS LIDOS......: ' WRK-QT-LIDOS.
             DISPLAY 'CASOS ABERTOS......: ' WRK-QT-ABERTOS.
             DISPLAY 'ANEXADOS A CASOS...: ' WRK-QT-ANEXADOS.
      *>  --------------------------------------------------------------
       1100-ALERTA-TENDENCIA.
      *>  --------------------------------------------------------------
             MOVE LISTA-ALERTA-REG TO WRK-LINHA.
             IF WRK-LINHA(1:10) = 'GRAVIDADE='
                AND WRK-LINHA(22:5) IS NUMERIC
                AND WRK-LINHA(54:3) IS NUMERIC
               MOVE WRK-LINHA(22:5) TO WRK-ALUNO
               MOVE WRK-LINHA(54:3) TO WRK-IMC-INT
               COMPUTE WRK-IMC-LIDO = WRK-IMC-INT / 10
               MOVE 'T' TO WRK-ORIGEM
               MOVE SPACES TO WRK-MOTIVO
               STRING 'TENDENCIA DO IMC - GRAVIDADE '
                      WRK-LINHA(11:3) ',' WRK-LINHA(14:1)
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               PERFORM 1300-REGISTRA-ALERTA
             END-IF.
             READ LISTA-ALERTA
               AT END MOVE 10 TO ALERTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-ALERTA-COORTE.
      *>  --------------------------------------------------------------
             MOVE LISTA-COORTE-REG TO WRK-LINHA.
             IF WRK-LINHA(1:8) = '  ALUNO='
                AND WRK-LINHA(37:17) = '*** FORA DA CURVA'
                AND WRK-LINHA(9:5) IS NUMERIC
                AND WRK-LINHA(19:3) IS NUMERIC
               MOVE WRK-LINHA(9:5) TO WRK-ALUNO
               MOVE WRK-LINHA(19:3) TO WRK-IMC-INT
               COMPUTE WRK-IMC-LIDO = WRK-IMC-INT / 10
               MOVE 'C' TO WRK-ORIGEM
               MOVE SPACES TO WRK-MOTIVO
               STRING 'FORA DA CURVA DA COORTE - PERCENTIL '
                      WRK-LINHA(33:3)
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               PERFORM 1300-REGISTRA-ALERTA
             END-IF.
             READ LISTA-COORTE
               AT END MOVE 10 TO COORTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1300-REGISTRA-ALERTA - ALUNO COM CASO ABERTO RECEBE O ALERTA
      *>  NO PROPRIO CASO (UM POR DIA, PARA QUE O REPROCESSAMENTO E O
      *>  MESMO ALUNO NAS DUAS LISTAS NAO CONTEM EM DOBRO); SEM CASO
      *>  ABERTO, ABRE O PROXIMO CASO DO ALUNO.
      *>  --------------------------------------------------------------
       1300-REGISTRA-ALERTA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS.
             PERFORM 9100-ACHA-CASO-ABERTO.
             IF WRK-CASO-ABERTO = 'S'
               IF CS-DT-ULT-ALERTA NOT = WRK-DATA-HOJE
                 ADD 1 TO CS-QT-ALERTAS
                 MOVE WRK-DATA-HOJE TO CS-DT-ULT-ALERTA
                 REWRITE CASOIMC-MASTER-REG
                 ADD 1 TO WRK-QT-ANEXADOS
                 MOVE 'ALERTA' TO WRK-TIPO-ACOMP
                 MOVE WRK-MOTIVO TO WRK-TEXTO
                 PERFORM 9500-GRAVA-ACOMPANHAMENTO
               END-IF
             ELSE
               PERFORM 1400-ABRE-CASO
               ADD 1 TO WRK-QT-ABERTOS
             END-IF.
      *>  --------------------------------------------------------------
      *>  1400-ABRE-CASO - NOVO CASO ABERTO PARA WRK-ALUNO COM A
      *>  SEQUENCIA SEGUINTE A DO ULTIMO CASO (WRK-ULT-SEQ).
      *>  --------------------------------------------------------------
       1400-ABRE-CASO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO CASOIMC-MASTER-REG.
             MOVE WRK-ALUNO TO CS-ALUNO.
             COMPUTE CS-SEQ = WRK-ULT-SEQ + 1.
             MOVE 'SEMCAD' TO CS-TURMA.
             IF WRK-ALUNOS-OK = 'S'
               MOVE WRK-ALUNO TO AL-ID
               READ ALUNOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE AL-TURMA TO CS-TURMA
               END-READ
             END-IF.
             MOVE WRK-DATA-HOJE TO CS-DT-ABERTURA CS-DT-ULT-ALERTA.
             MOVE WRK-ORIGEM    TO CS-ORIGEM.
             MOVE WRK-MOTIVO    TO CS-MOTIVO-ABERTURA.
             MOVE WRK-IMC-LIDO  TO CS-IMC-ABERTURA.
             MOVE 1             TO CS-QT-ALERTAS.
             MOVE ZEROS TO CS-DT-ENCAMINHAMENTO CS-DT-CONSULTA
                           CS-DT-RETORNO CS-DT-CONTATO
                           CS-DT-ULT-ACOMP CS-DT-FECHAMENTO
                           CS-IMC-FECHAMENTO.
             MOVE 'A' TO CS-SITUACAO.
             WRITE CASOIMC-MASTER-REG.
             MOVE 'ABERTURA' TO WRK-TIPO-ACOMP.
             MOVE WRK-MOTIVO TO WRK-TEXTO.
             PERFORM 9500-GRAVA-ACOMPANHAMENTO.
      *>  --------------------------------------------------------------
       2000-ABRE-CASO-MANUAL.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO ALUNO............: '.
             ACCEPT WRK-ALUNO.
             DISPLAY 'MOTIVO DA ABERTURA.........: '.
             ACCEPT WRK-MOTIVO.
             PERFORM 9100-ACHA-CASO-ABERTO.
             IF WRK-CASO-ABERTO = 'S'
               DISPLAY '*** ALUNO JA TEM O CASO ' CS-SEQ ' ABERTO ***'
             ELSE
               IF WRK-MOTIVO = SPACES
                 DISPLAY '*** INFORME O MOTIVO DA ABERTURA ***'
               ELSE
                 PERFORM 9300-PROCURA-MEDICAO
                 MOVE 0 TO WRK-IMC-LIDO
                 IF WRK-IDX-ACHOU > 0
                   MOVE WRK-MD-IMC(WRK-IDX-ACHOU) TO WRK-IMC-LIDO
                 END-IF
                 MOVE 'M' TO WRK-ORIGEM
                 PERFORM 1400-ABRE-CASO
                 DISPLAY 'CASO ' CS-SEQ ' ABERTO - TURMA ' CS-TURMA
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-REGISTRA-ACOMPANHAMENTO - CAMPO EM BRANCO OU DATA ZERO
      *>  MANTEM O QUE JA ESTA NO CASO. QUALQUER REGISTRO CONTA COMO
      *>  ACOMPANHAMENTO PARA O CONTROLE DOS 60 DIAS.
      *>  --------------------------------------------------------------
       3000-REGISTRA-ACOMPANHAMENTO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO ALUNO............: '.
             ACCEPT WRK-ALUNO.
             PERFORM 9100-ACHA-CASO-ABERTO.
             IF WRK-CASO-ABERTO = 'N'
               DISPLAY '*** ALUNO SEM CASO ABERTO ***'
             ELSE
               PERFORM 9200-MOSTRA-CASO
               PERFORM 3100-ENTRA-ACOMPANHAMENTO
             END-IF.
      *>  --------------------------------------------------------------
       3100-ENTRA-ACOMPANHAMENTO.
      *>  --------------------------------------------------------------
             DISPLAY 'ENCAMINHAR (N-NUTRICIONISTA M-MEDICO): '.
             ACCEPT WRK-ENCAMINHA.
             IF WRK-ENCAMINHA = 'N' OR WRK-ENCAMINHA = 'M'
               IF CS-ENCAMINHAMENTO NOT = WRK-ENCAMINHA
                 MOVE WRK-ENCAMINHA TO CS-ENCAMINHAMENTO
                 MOVE WRK-DATA-HOJE TO CS-DT-ENCAMINHAMENTO
               END-IF
             END-IF.
             DISPLAY 'DATA DA CONSULTA (AAAAMMDD): '.
             ACCEPT WRK-DATA-INF.
             IF WRK-DATA-INF > 0
               MOVE WRK-DATA-INF TO CS-DT-CONSULTA
             END-IF.
             DISPLAY 'DATA DO RETORNO (AAAAMMDD).: '.
             ACCEPT WRK-DATA-INF.
             IF WRK-DATA-INF > 0
               MOVE WRK-DATA-INF TO CS-DT-RETORNO
             END-IF.
             DISPLAY 'NOME DO RESPONSAVEL........: '.
             ACCEPT WRK-TEXTO.
             IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO CS-RESPONSAVEL
             END-IF.
             DISPLAY 'TELEFONE DO RESPONSAVEL....: '.
             ACCEPT WRK-TEXTO.
             IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO CS-TEL-RESPONSAVEL
             END-IF.
             DISPLAY 'CONTATO COM O RESPONSAVEL EM (AAAAMMDD): '.
             ACCEPT WRK-DATA-INF.
             IF WRK-DATA-INF > 0
               MOVE WRK-DATA-INF TO CS-DT-CONTATO
             END-IF.
             DISPLAY 'OBSERVACAO.................: '.
             ACCEPT WRK-TEXTO.
             IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO CS-OBSERVACAO
             END-IF.
             MOVE WRK-DATA-HOJE TO CS-DT-ULT-ACOMP.
             REWRITE CASOIMC-MASTER-REG.
             MOVE 'ACOMPANHA' TO WRK-TIPO-ACOMP.
             MOVE SPACES TO WRK-TEXTO.
             STRING 'ENC=' CS-ENCAMINHAMENTO
                    ' CONSULTA=' CS-DT-CONSULTA
                    ' RETORNO=' CS-DT-RETORNO
                    ' CONTATO=' CS-DT-CONTATO
                    DELIMITED BY SIZE INTO WRK-TEXTO.
             PERFORM 9500-GRAVA-ACOMPANHAMENTO.
             IF CS-OBSERVACAO NOT = SPACES
               MOVE 'OBSERVACAO' TO WRK-TIPO-ACOMP
               MOVE CS-OBSERVACAO TO WRK-TEXTO
               PERFORM 9500-GRAVA-ACOMPANHAMENTO
             END-IF.
             DISPLAY 'ACOMPANHAMENTO REGISTRADO'.
      *>  --------------------------------------------------------------
      *>  4000-FECHA-CASO - O IMC DO FECHAMENTO E A ULTIMA MEDICAO DO
      *>  ALUNO NO IMCHIST.TXT (ZERO SE NAO HOUVER).
      *>  --------------------------------------------------------------
       4000-FECHA-CASO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO ALUNO............: '.
             ACCEPT WRK-ALUNO.
             PERFORM 9100-ACHA-CASO-ABERTO.
             IF WRK-CASO-ABERTO = 'N'
               DISPLAY '*** ALUNO SEM CASO ABERTO ***'
             ELSE
               PERFORM 9200-MOSTRA-CASO
               DISPLAY 'RESULTADO (R-IMC NORMALIZADO E-EM TRATAMENTO'
                       ' EXTERNO T-TRANSFERIDO S-SEM ADESAO): '
               ACCEPT CS-RESULTADO
               IF CS-RES-NORMALIZADO OR CS-RES-TRATAMENTO
                  OR CS-RES-TRANSFERIDO OR CS-RES-SEM-ADESAO
                 DISPLAY 'OBSERVACAO DO FECHAMENTO...: '
                 ACCEPT WRK-TEXTO
                 IF WRK-TEXTO NOT = SPACES
                   MOVE WRK-TEXTO TO CS-OBSERVACAO
                 END-IF
                 PERFORM 9300-PROCURA-MEDICAO
                 MOVE 0 TO CS-IMC-FECHAMENTO
                 IF WRK-IDX-ACHOU > 0
                   MOVE WRK-MD-IMC(WRK-IDX-ACHOU) TO CS-IMC-FECHAMENTO
                 END-IF
                 MOVE 'F' TO CS-SITUACAO
                 MOVE WRK-DATA-HOJE TO CS-DT-FECHAMENTO
                                       CS-DT-ULT-ACOMP
                 REWRITE CASOIMC-MASTER-REG
                 MOVE 'FECHAMENTO' TO WRK-TIPO-ACOMP
                 MOVE SPACES TO WRK-TEXTO
                 STRING 'RESULTADO=' CS-RESULTADO
                        ' IMC-ABERTURA=' CS-IMC-ABERTURA
                        ' IMC-FECHAMENTO=' CS-IMC-FECHAMENTO
                        DELIMITED BY SIZE INTO WRK-TEXTO
                 PERFORM 9500-GRAVA-ACOMPANHAMENTO
                 DISPLAY 'CASO FECHADO'
               ELSE
                 DISPLAY '*** RESULTADO INVALIDO ***'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       5000-CONSULTA-CASOS.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO ALUNO............: '.
             ACCEPT WRK-ALUNO.
             MOVE 0 TO WRK-QT-LISTADOS.
             MOVE WRK-ALUNO TO CS-ALUNO.
             MOVE 0 TO CS-SEQ.
             START CASOS-IMC KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                 MOVE 10 TO CASO-STATUS
             END-START.
             IF CASO-STATUS NOT = 10
               READ CASOS-IMC NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
             PERFORM 5100-LISTA-CASO
               UNTIL CASO-STATUS = 10 OR CS-ALUNO NOT = WRK-ALUNO.
             MOVE 0 TO CASO-STATUS.
             DISPLAY 'CASOS DO ALUNO: ' WRK-QT-LISTADOS.
      *>  --------------------------------------------------------------
       5100-LISTA-CASO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADOS.
             PERFORM 9200-MOSTRA-CASO.
             READ CASOS-IMC NEXT
               AT END MOVE 10 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6000-RELATORIO-MENSAL - CASOS ABERTOS POR TURMA, OS SEM
      *>  ACOMPANHAMENTO HA MAIS DE 60 DIAS (DIAS COMERCIAIS DESDE O
      *>  ULTIMO REGISTRO OU, SEM REGISTRO, DESDE A ABERTURA) E A
      *>  EVOLUCAO DO IMC DOS CASOS FECHADOS NO MES WRK-MES-REL.
      *>  --------------------------------------------------------------
       6000-RELATORIO-MENSAL.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-TURMAS.
             MOVE 0 TO WRK-QT-TURMAS WRK-TT-ABERTOS WRK-TT-PARADOS
                       WRK-TT-FECHADOS WRK-TT-MELHORA.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             OPEN OUTPUT RELAT-CASOS.
             MOVE SPACES TO RELAT-CASOS-REG.
             STRING 'CASOS DA ENFERMARIA - MES ' WRK-MES-REL
                    ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             MOVE 'CASOS ABERTOS' TO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             PERFORM 6050-POSICIONA-INICIO.
             PERFORM 6100-CASO-ABERTO UNTIL CASO-STATUS = 10.
             MOVE 0 TO CASO-STATUS.
             MOVE SPACES TO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             MOVE 'CASOS ABERTOS POR TURMA' TO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             PERFORM 6200-LINHA-TURMA
               VARYING WRK-IDX-TUR FROM 1 BY 1
               UNTIL WRK-IDX-TUR > WRK-QT-TURMAS.
             MOVE SPACES TO RELAT-CASOS-REG.
             STRING 'TOTAL ABERTOS=' WRK-TT-ABERTOS
                    ' SEM ACOMPANHAMENTO HA MAIS DE 60 DIAS='
                    WRK-TT-PARADOS
                    DELIMITED BY SIZE INTO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             MOVE SPACES TO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             MOVE 'EVOLUCAO DO IMC DOS CASOS FECHADOS NO MES'
               TO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             PERFORM 6050-POSICIONA-INICIO.
             PERFORM 6300-CASO-FECHADO UNTIL CASO-STATUS = 10.
             MOVE 0 TO CASO-STATUS.
             MOVE SPACES TO RELAT-CASOS-REG.
             STRING 'TOTAL FECHADOS=' WRK-TT-FECHADOS
                    ' COM IMC MAIS PROXIMO DA FAIXA SAUDAVEL='
                    WRK-TT-MELHORA
                    DELIMITED BY SIZE INTO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
             CLOSE RELAT-CASOS.
             DISPLAY 'RELATORIO GRAVADO EM RELCASO.TXT'.
      *>  --------------------------------------------------------------
       6050-POSICIONA-INICIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO CS-ALUNO CS-SEQ.
             START CASOS-IMC KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                 MOVE 10 TO CASO-STATUS
             END-START.
             IF CASO-STATUS NOT = 10
               READ CASOS-IMC NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       6100-CASO-ABERTO.
      *>  --------------------------------------------------------------
             IF CS-ABERTO
               ADD 1 TO WRK-TT-ABERTOS
               PERFORM 6150-ACHA-TURMA
               MOVE CS-DT-ABERTURA TO WRK-DT-ULT-MOV
               IF CS-DT-ULT-ACOMP > WRK-DT-ULT-MOV
                 MOVE CS-DT-ULT-ACOMP TO WRK-DT-ULT-MOV
               END-IF
               MOVE WRK-DT-ULT-MOV TO WRK-DATA-X
               PERFORM 8900-DIAS-COMERCIAIS
               MOVE 0 TO WRK-DIAS-PARADO
               IF WRK-DIAS-HOJE > WRK-DIAS-X
                 COMPUTE WRK-DIAS-PARADO = WRK-DIAS-HOJE - WRK-DIAS-X
               END-IF
               MOVE SPACES TO RELAT-CASOS-REG
               IF WRK-DIAS-PARADO > 60
                 ADD 1 TO WRK-TT-PARADOS
                 IF WRK-IDX-TUR > 0
                   ADD 1 TO WRK-TUR-PARADOS(WRK-IDX-TUR)
                 END-IF
                 STRING 'TURMA=' CS-TURMA
                        ' ALUNO=' CS-ALUNO
                        ' CASO=' CS-SEQ
                        ' ABERTO=' CS-DT-ABERTURA
                        ' ENC=' CS-ENCAMINHAMENTO
                        ' ALERTAS=' CS-QT-ALERTAS
                        ' ULTIMO ACOMP=' WRK-DT-ULT-MOV
                        ' *** SEM ACOMPANHAMENTO HA ' WRK-DIAS-PARADO
                        ' DIAS ***'
                        DELIMITED BY SIZE INTO RELAT-CASOS-REG
               ELSE
                 STRING 'TURMA=' CS-TURMA
                        ' ALUNO=' CS-ALUNO
                        ' CASO=' CS-SEQ
                        ' ABERTO=' CS-DT-ABERTURA
                        ' ENC=' CS-ENCAMINHAMENTO
                        ' ALERTAS=' CS-QT-ALERTAS
                        ' ULTIMO ACOMP=' WRK-DT-ULT-MOV
                        DELIMITED BY SIZE INTO RELAT-CASOS-REG
               END-IF
               WRITE RELAT-CASOS-REG
             END-IF.
             READ CASOS-IMC NEXT
               AT END MOVE 10 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6150-ACHA-TURMA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX-TUR.
             PERFORM 6160-CONFERE-TURMA
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX-TUR > WRK-QT-TURMAS.
             IF WRK-ACHOU = 'N' AND WRK-QT-TURMAS < 20
               ADD 1 TO WRK-QT-TURMAS
               MOVE WRK-QT-TURMAS TO WRK-IDX-TUR
               MOVE CS-TURMA TO WRK-TUR-NOME(WRK-IDX-TUR)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
             IF WRK-ACHOU = 'S'
               ADD 1 TO WRK-TUR-ABERTOS(WRK-IDX-TUR)
             ELSE
               MOVE 0 TO WRK-IDX-TUR
             END-IF.
      *>  --------------------------------------------------------------
       6160-CONFERE-TURMA.
      *>  --------------------------------------------------------------
             IF WRK-TUR-NOME(WRK-IDX-TUR) = CS-TURMA
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX-TUR
             END-IF.
      *>  --------------------------------------------------------------
       6200-LINHA-TURMA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-CASOS-REG.
             STRING 'TURMA=' WRK-TUR-NOME(WRK-IDX-TUR)
                    ' ABERTOS=' WRK-TUR-ABERTOS(WRK-IDX-TUR)
                    ' SEM ACOMPANHAMENTO 60 DIAS='
                    WRK-TUR-PARADOS(WRK-IDX-TUR)
                    DELIMITED BY SIZE INTO RELAT-CASOS-REG.
             WRITE RELAT-CASOS-REG.
      *>  --------------------------------------------------------------
      *>  6300-CASO-FECHADO - IMC NA ABERTURA, NO FECHAMENTO E NA
      *>  ULTIMA MEDICAO DO HISTORICO. MELHORA QUANDO O IMC DO
      *>  FECHAMENTO FICOU MAIS PROXIMO DA FAIXA 18,5 A 25.
      *>  --------------------------------------------------------------
       6300-CASO-FECHADO.
      *>  --------------------------------------------------------------
             IF CS-FECHADO
                AND CS-DT-FECHAMENTO(1:6) = WRK-MES-REL
               ADD 1 TO WRK-TT-FECHADOS
               MOVE CS-ALUNO TO WRK-ALUNO
               PERFORM 9300-PROCURA-MEDICAO
               MOVE 0 TO WRK-IMC-ATUAL WRK-VARIACAO
               IF WRK-IDX-ACHOU > 0
                 MOVE WRK-MD-IMC(WRK-IDX-ACHOU) TO WRK-IMC-ATUAL
               END-IF
               IF CS-IMC-ABERTURA > 0 AND CS-IMC-FECHAMENTO > 0
                 COMPUTE WRK-VARIACAO =
                         CS-IMC-FECHAMENTO - CS-IMC-ABERTURA
                 IF (CS-IMC-ABERTURA > 25 AND WRK-VARIACAO < 0)
                    OR (CS-IMC-ABERTURA < 18,5 AND WRK-VARIACAO > 0)
                   ADD 1 TO WRK-TT-MELHORA
                 END-IF
               END-IF
               MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
               MOVE SPACES TO RELAT-CASOS-REG
               STRING 'TURMA=' CS-TURMA
                      ' ALUNO=' CS-ALUNO
                      ' CASO=' CS-SEQ
                      ' ABERTO=' CS-DT-ABERTURA
                      ' FECHADO=' CS-DT-FECHAMENTO
                      ' RESULTADO=' CS-RESULTADO
                      ' IMC ' CS-IMC-ABERTURA
                      ' -> ' CS-IMC-FECHAMENTO
                      ' VARIACAO=' WRK-ED-VARIACAO
                      ' ATUAL=' WRK-IMC-ATUAL
                      DELIMITED BY SIZE INTO RELAT-CASOS-REG
               WRITE RELAT-CASOS-REG
             END-IF.
             READ CASOS-IMC NEXT
               AT END MOVE 10 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             COMPUTE WRK-DIAS-X = (WRK-ANO-X * 360)
                     + (WRK-MES-X * 30) + WRK-DIA-X.
      *>  --------------------------------------------------------------
      *>  9100-ACHA-CASO-ABERTO - PERCORRE OS CASOS DE WRK-ALUNO,
      *>  GUARDA A ULTIMA SEQUENCIA (WRK-ULT-SEQ) E, SE HOUVER CASO
      *>  ABERTO, DEIXA-O LIDO PARA ATUALIZACAO.
      *>  --------------------------------------------------------------
       9100-ACHA-CASO-ABERTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CASO-ABERTO.
             MOVE 0 TO WRK-ULT-SEQ WRK-SEQ-ABERTO.
             MOVE WRK-ALUNO TO CS-ALUNO.
             MOVE 0 TO CS-SEQ.
             START CASOS-IMC KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                 MOVE 10 TO CASO-STATUS
             END-START.
             IF CASO-STATUS NOT = 10
               READ CASOS-IMC NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
             PERFORM 9110-CONFERE-CASO
               UNTIL CASO-STATUS = 10 OR CS-ALUNO NOT = WRK-ALUNO.
             MOVE 0 TO CASO-STATUS.
             IF WRK-CASO-ABERTO = 'S'
               MOVE WRK-ALUNO TO CS-ALUNO
               MOVE WRK-SEQ-ABERTO TO CS-SEQ
               READ CASOS-IMC
                 INVALID KEY
                   MOVE 'N' TO WRK-CASO-ABERTO
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       9110-CONFERE-CASO.
      *>  --------------------------------------------------------------
             MOVE CS-SEQ TO WRK-ULT-SEQ.
             IF CS-ABERTO
               MOVE 'S' TO WRK-CASO-ABERTO
               MOVE CS-SEQ TO WRK-SEQ-ABERTO
             END-IF.
             READ CASOS-IMC NEXT
               AT END MOVE 10 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       9200-MOSTRA-CASO.
      *>  --------------------------------------------------------------
             DISPLAY 'ALUNO ' CS-ALUNO ' CASO ' CS-SEQ
                     ' TURMA ' CS-TURMA ' SITUACAO ' CS-SITUACAO.
             DISPLAY '  ABERTO EM ' CS-DT-ABERTURA ' ORIGEM '
                     CS-ORIGEM ' ' CS-MOTIVO-ABERTURA.
             DISPLAY '  IMC NA ABERTURA ' CS-IMC-ABERTURA
                     ' ALERTAS ' CS-QT-ALERTAS
                     ' ULTIMO ALERTA ' CS-DT-ULT-ALERTA.
             DISPLAY '  ENCAMINHAMENTO ' CS-ENCAMINHAMENTO
                     ' EM ' CS-DT-ENCAMINHAMENTO
                     ' CONSULTA ' CS-DT-CONSULTA
                     ' RETORNO ' CS-DT-RETORNO.
             DISPLAY '  RESPONSAVEL ' CS-RESPONSAVEL ' TEL '
                     CS-TEL-RESPONSAVEL ' CONTATO ' CS-DT-CONTATO.
             DISPLAY '  OBS ' CS-OBSERVACAO.
             IF CS-FECHADO
               DISPLAY '  FECHADO EM ' CS-DT-FECHAMENTO
                       ' RESULTADO ' CS-RESULTADO
                       ' IMC NO FECHAMENTO ' CS-IMC-FECHAMENTO
             END-IF.
      *>  --------------------------------------------------------------
      *>  9300-PROCURA-MEDICAO - POSICAO DE WRK-ALUNO NA TABELA DE
      *>  MEDICOES EM WRK-IDX-ACHOU (ZERO SE NAO HOUVER MEDICAO).
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
      *>  9500-GRAVA-ACOMPANHAMENTO - ACRESCENTA AO CASOACMP.TXT O
      *>  REGISTRO DO CASO CORRENTE (TIPO EM WRK-TIPO-ACOMP E TEXTO EM
      *>  WRK-TEXTO).
      *>  --------------------------------------------------------------
       9500-GRAVA-ACOMPANHAMENTO.
      *>  --------------------------------------------------------------
             OPEN EXTEND CASO-ACOMP.
             IF ACOMP-STATUS = 35
               OPEN OUTPUT CASO-ACOMP
               CLOSE CASO-ACOMP
               OPEN EXTEND CASO-ACOMP
             END-IF.
             MOVE SPACES TO CASO-ACOMP-REG.
             STRING 'ALUNO=' CS-ALUNO
                    ' CASO=' CS-SEQ
                    ' DATA=' WRK-DATA-HOJE
                    ' TIPO=' WRK-TIPO-ACOMP
                    ' ' WRK-TEXTO
                    DELIMITED BY SIZE INTO CASO-ACOMP-REG.
             WRITE CASO-ACOMP-REG.
             CLOSE CASO-ACOMP.
