       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCADEPT.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = ORCAMENTO DEPARTAMENTAL X
      ***   REALIZADO: ORCAMENTO ANUAL POR DEPARTAMENTO, TIPO DE
      ***   CUSTO E MES (ORCADEP.TXT), CARREGADO UMA VEZ POR ANO DO
      ***   ARQUIVO ORCACARG.TXT (REJEICOES EM ORCALOG.TXT) E COM
      ***   REVISAO MES A MES NA TELA. O RELATORIO DO MES (RELORCA.TXT)
      ***   COMPARA O ORCADO COM O REALIZADO - PECAS PELAS REQUISICOES
      ***   DO DEPARTAMENTO (REQUIS.TXT), CUSTO OPERACIONAL PELO DIARIO
      ***   CONTABIL NA CONTA DE CUSTO (DIARIO.TXT, SEM AS PARTIDAS DE
      ***   ENCERRAMENTO DO EXERCICIO) - COM A VARIACAO, O CONSUMO
      ***   ACUMULADO DO ANO E A PROJECAO ATE DEZEMBRO PELA MEDIA
      ***   MENSAL. DEPARTAMENTO QUE CONSUMIU PECAS SEM ORCAMENTO SAI
      ***   NO FIM DO RELATORIO.
      ***   PARM CARGA = CARGA ANUAL; PARM RELAT = RELATORIO DO MES.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO 'C:\COBOL\ORCADEP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ORCA-STATUS
             RECORD KEY IS OR-CHAVE.
           SELECT CARGA-ORCAMENTO ASSIGN TO 'C:\COBOL\ORCACARG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARGA-STATUS.
           SELECT LOG-CARGA ASSIGN TO 'C:\COBOL\ORCALOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT REQUISICOES ASSIGN TO 'C:\COBOL\REQUIS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REQUIS-STATUS.
           SELECT DIARIO ASSIGN TO 'C:\COBOL\DIARIO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DIARIO-STATUS.
           SELECT RELAT-ORCAMENTO ASSIGN TO 'C:\COBOL\RELORCA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO.
       COPY 'ORCAMENTO-MASTER.CBL'.
       FD CARGA-ORCAMENTO.
       01 CARGA-ORCAMENTO-REG.
            05 CG-ANO              PIC 9(04).
            05 CG-DEPARTAMENTO     PIC X(10).
            05 CG-TIPO-CUSTO       PIC X(01).
            05 CG-CONTA-CUSTO      PIC 9(05).
            05 CG-VALOR-MES        PIC 9(09)V99 OCCURS 12 TIMES.
       FD LOG-CARGA.
       01 LOG-CARGA-REG            PIC X(100).
       FD REQUISICOES.
       01 REQUISICOES-REG.
            05 RQ-DATA             PIC 9(8).
            05 RQ-ID-PECA          PIC 9(5).
            05 RQ-COD-DEPOSITO     PIC 9(2).
            05 RQ-DEPARTAMENTO     PIC X(10).
            05 RQ-ORDEM-SERVICO    PIC 9(6).
            05 RQ-QT-PECA          PIC 9(5).
            05 RQ-VALOR            PIC 9(7)V99.
            05 RQ-NUMERO-LOTE      PIC X(10).
       FD DIARIO.
       01 DIARIO-REG.
            05 DI-DATA             PIC 9(08).
            05 DI-CONTA            PIC 9(05).
            05 DI-DC               PIC X(01).
            05 DI-VALOR            PIC 9(09)V99.
            05 DI-ORIGEM           PIC X(08).
       FD RELAT-ORCAMENTO.
       01 RELAT-ORCAMENTO-REG      PIC X(132).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ORCA-STATUS      PIC 9(02) VALUE ZEROS.
       77 CARGA-STATUS     PIC 9(02) VALUE ZEROS.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 REQUIS-STATUS    PIC 9(02) VALUE ZEROS.
       77 DIARIO-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-OPCAO        PIC 9(1)  VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-ATUAL    PIC 9(04) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(50) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-NOVO         PIC X(01) VALUE 'N'.
       77 WRK-MES-REL      PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-REL      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-NUM      PIC 9(02) VALUE ZEROS.
       77 WRK-MES-LANC     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MES      PIC 9(02) VALUE ZEROS.
       77 WRK-DEPTO-X      PIC X(10) VALUE SPACES.
       77 WRK-CONTA-X      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARREGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ORCAMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-ORC   PIC 9(05) VALUE ZEROS.
       77 WRK-REV-CONTA    PIC 9(05) VALUE ZEROS.
       77 WRK-REV-MES      PIC 9(02) VALUE ZEROS.
       77 WRK-REV-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ROTULO       PIC X(24) VALUE SPACES.
       77 WRK-ORC-MES      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ORC-ACUM     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ORC-ANO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REAL-MES     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REAL-ACUM    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PROJECAO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PCT-CONSUMO  PIC S9(05)V9 VALUE ZEROS.
       77 WRK-TOT-ORC-MES  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ORC-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ORC-ANO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-ACUM PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED2    PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED3    PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-PCT-ED       PIC -ZZZZ9,9.
       01 WRK-CHAVE-SALVA  PIC X(15) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  REALIZADO DO MES E ACUMULADO NO ANO: PECAS POR DEPARTAMENTO
      *>  (REQUISICOES) E CUSTO POR CONTA (DIARIO, DEBITO MENOS
      *>  CREDITO).
      *>  --------------------------------------------------------------
       01 WRK-TAB-DEPTOS.
            05 WRK-QT-DP           PIC 9(03) VALUE ZEROS.
            05 WRK-DP-ITEM OCCURS 100 TIMES.
                10 WRK-DP-DEPTO    PIC X(10).
                10 WRK-DP-MES      PIC 9(11)V99.
                10 WRK-DP-ACUM     PIC 9(11)V99.
                10 WRK-DP-ORCADO   PIC X(01).
       01 WRK-TAB-CONTAS.
            05 WRK-QT-CT           PIC 9(03) VALUE ZEROS.
            05 WRK-CT-ITEM OCCURS 200 TIMES.
                10 WRK-CT-CONTA    PIC 9(05).
                10 WRK-CT-MES      PIC S9(11)V99.
                10 WRK-CT-ACUM     PIC S9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             DIVIDE WRK-MES-ATUAL BY 100 GIVING WRK-ANO-ATUAL.
             PERFORM 1000-INICIAR.
             EVALUATE WRK-PARM-EXEC
               WHEN 'CARGA '
                 PERFORM 3000-CARGA-ANUAL
               WHEN 'RELAT '
                 MOVE WRK-MES-ATUAL TO WRK-MES-REL
                 PERFORM 5000-RELATORIO-MES
               WHEN OTHER
                 PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 9
             END-EVALUATE.
             CLOSE ORCAMENTO.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-INICIAR.
      *>  --------------------------------------------------------------
             OPEN I-O ORCAMENTO.
             IF ORCA-STATUS = 35
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO
             END-IF.
      *>  --------------------------------------------------------------
       2000-PROCESSAR.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'ORCAMENTO DEPARTAMENTAL'.
             DISPLAY '1 - CARGA ANUAL DO ORCAMENTO (ORCACARG.TXT)'.
             DISPLAY '2 - CONSULTAR / REVISAR ORCAMENTO'.
             DISPLAY '3 - RELATORIO ORCADO X REALIZADO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-OPCAO.
             EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 3000-CARGA-ANUAL
               WHEN 2
                 PERFORM 4000-REVISA-ORCAMENTO
               WHEN 3
                 DISPLAY 'MES DO RELATORIO (AAAAMM): '
                 ACCEPT WRK-MES-REL
                 PERFORM 5000-RELATORIO-MES
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3000-CARGA-ANUAL - UMA LINHA POR DEPARTAMENTO E TIPO COM OS
      *>  DOZE MESES. ORCAMENTO JA CARREGADO NAO E SOBREPOSTO: A
      *>  MUDANCA DEPOIS DA CARGA E FEITA PELA REVISAO.
      *>  --------------------------------------------------------------
       3000-CARGA-ANUAL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LIDOS WRK-QT-CARREGADOS WRK-QT-REJEITADOS.
             OPEN INPUT CARGA-ORCAMENTO.
             IF CARGA-STATUS NOT = 0
               DISPLAY 'SEM ARQUIVO DE CARGA DO ORCAMENTO'
               MOVE 0 TO CARGA-STATUS
             ELSE
               OPEN OUTPUT LOG-CARGA
               READ CARGA-ORCAMENTO
                 AT END MOVE 10 TO CARGA-STATUS
               END-READ
               PERFORM 3100-CARREGA-LINHA UNTIL CARGA-STATUS = 10
               CLOSE CARGA-ORCAMENTO LOG-CARGA
               MOVE 0 TO CARGA-STATUS
               DISPLAY 'CARGA DO ORCAMENTO: LIDOS=' WRK-QT-LIDOS
                       ' CARREGADOS=' WRK-QT-CARREGADOS
                       ' REJEITADOS=' WRK-QT-REJEITADOS
                       ' (ORCALOG.TXT)'
             END-IF.
      *>  --------------------------------------------------------------
       3100-CARREGA-LINHA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS.
             MOVE SPACES TO WRK-MENSAGEM.
             EVALUATE TRUE
               WHEN CG-ANO < WRK-ANO-ATUAL
                 MOVE 'ANO JA ENCERRADO' TO WRK-MENSAGEM
               WHEN CG-DEPARTAMENTO = SPACES
                 MOVE 'DEPARTAMENTO OBRIGATORIO' TO WRK-MENSAGEM
               WHEN CG-TIPO-CUSTO NOT = 'P' AND CG-TIPO-CUSTO NOT = 'O'
                 MOVE 'TIPO DE CUSTO INVALIDO (P/O)' TO WRK-MENSAGEM
               WHEN CG-TIPO-CUSTO = 'O' AND CG-CONTA-CUSTO = 0
                 MOVE 'CUSTO OPERACIONAL SEM CONTA' TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES
               MOVE CG-ANO TO OR-ANO
               MOVE CG-DEPARTAMENTO TO OR-DEPARTAMENTO
               MOVE CG-TIPO-CUSTO TO OR-TIPO-CUSTO
               READ ORCAMENTO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'ORCAMENTO JA CARREGADO - USE A REVISAO'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM = SPACES
               INITIALIZE ORCAMENTO-MASTER-REG
               MOVE CG-ANO TO OR-ANO
               MOVE CG-DEPARTAMENTO TO OR-DEPARTAMENTO
               MOVE CG-TIPO-CUSTO TO OR-TIPO-CUSTO
               MOVE CG-CONTA-CUSTO TO OR-CONTA-CUSTO
               PERFORM 3110-COPIA-MES
                 VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > 12
               MOVE WRK-DATA-HOJE TO OR-DT-CARGA
               WRITE ORCAMENTO-MASTER-REG
               ADD 1 TO WRK-QT-CARREGADOS
             ELSE
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE SPACES TO LOG-CARGA-REG
               STRING CG-ANO ' ' CG-DEPARTAMENTO ' ' CG-TIPO-CUSTO
                      ' - ' WRK-MENSAGEM
                      DELIMITED BY SIZE INTO LOG-CARGA-REG
               WRITE LOG-CARGA-REG
             END-IF.
             READ CARGA-ORCAMENTO
               AT END MOVE 10 TO CARGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3110-COPIA-MES.
      *>  --------------------------------------------------------------
             MOVE CG-VALOR-MES(WRK-IDX-MES)
               TO OR-VALOR-MES(WRK-IDX-MES).
      *>  --------------------------------------------------------------
      *>  4000-REVISA-ORCAMENTO - MOSTRA OS DOZE MESES E REVISA UM MES
      *>  (E A CONTA DE CUSTO). DEPARTAMENTO SEM CARGA PODE SER
      *>  INCLUIDO AQUI, COM OS DEMAIS MESES ZERADOS.
      *>  --------------------------------------------------------------
       4000-REVISA-ORCAMENTO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'ANO DO ORCAMENTO (AAAA)...: '.
             ACCEPT OR-ANO.
             DISPLAY 'DEPARTAMENTO..............: '.
             ACCEPT OR-DEPARTAMENTO.
             DISPLAY 'TIPO DE CUSTO (P/O).......: '.
             ACCEPT OR-TIPO-CUSTO.
             EVALUATE TRUE
               WHEN OR-ANO = 0
                 MOVE '*** ANO OBRIGATORIO ***' TO WRK-MENSAGEM
               WHEN OR-DEPARTAMENTO = SPACES
                 MOVE '*** DEPARTAMENTO OBRIGATORIO ***' TO WRK-MENSAGEM
               WHEN NOT OR-PECAS AND NOT OR-OPERACIONAL
                 MOVE '*** TIPO DE CUSTO INVALIDO (P/O) ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES
               PERFORM 4050-LOCALIZA-ORCAMENTO
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 4200-ENTRA-REVISAO
             END-IF.
             DISPLAY WRK-MENSAGEM.
      *>  --------------------------------------------------------------
       4050-LOCALIZA-ORCAMENTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-NOVO.
             READ ORCAMENTO
               INVALID KEY
                 MOVE 'S' TO WRK-NOVO
               NOT INVALID KEY
                 PERFORM 4100-MOSTRA-ORCAMENTO
             END-READ.
             IF WRK-NOVO = 'S'
               DISPLAY 'ORCAMENTO NAO CADASTRADO - INCLUIR (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                 MOVE OR-CHAVE TO WRK-CHAVE-SALVA
                 INITIALIZE ORCAMENTO-MASTER-REG
                 MOVE WRK-CHAVE-SALVA TO OR-CHAVE
                 MOVE WRK-DATA-HOJE TO OR-DT-CARGA
               ELSE
                 MOVE 'REVISAO CANCELADA' TO WRK-MENSAGEM
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4100-MOSTRA-ORCAMENTO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-ORC-ANO.
             DISPLAY 'CONTA DE CUSTO: ' OR-CONTA-CUSTO
                     '  CARGA: ' OR-DT-CARGA
                     '  REVISOES: ' OR-QT-REVISOES.
             PERFORM 4110-MOSTRA-MES
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 12.
             MOVE WRK-ORC-ANO TO WRK-VALOR-ED.
             DISPLAY 'TOTAL DO ANO: ' WRK-VALOR-ED.
      *>  --------------------------------------------------------------
       4110-MOSTRA-MES.
      *>  --------------------------------------------------------------
             ADD OR-VALOR-MES(WRK-IDX-MES) TO WRK-ORC-ANO.
             MOVE OR-VALOR-MES(WRK-IDX-MES) TO WRK-VALOR-ED.
             DISPLAY 'MES ' WRK-IDX-MES ': ' WRK-VALOR-ED.
      *>  --------------------------------------------------------------
       4200-ENTRA-REVISAO.
      *>  --------------------------------------------------------------
             DISPLAY 'CONTA CONTABIL DE CUSTO...: '.
             ACCEPT WRK-REV-CONTA.
             DISPLAY 'MES A REVISAR (01-12).....: '.
             ACCEPT WRK-REV-MES.
             DISPLAY 'VALOR ORCADO NO MES.......: '.
             ACCEPT WRK-REV-VALOR.
             EVALUATE TRUE
               WHEN OR-OPERACIONAL AND WRK-REV-CONTA = 0
                 MOVE '*** CUSTO OPERACIONAL EXIGE A CONTA ***'
                   TO WRK-MENSAGEM
               WHEN WRK-REV-MES < 1 OR WRK-REV-MES > 12
                 MOVE '*** MES INVALIDO ***' TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES
               MOVE WRK-REV-CONTA TO OR-CONTA-CUSTO
               MOVE WRK-REV-VALOR TO OR-VALOR-MES(WRK-REV-MES)
               IF WRK-NOVO = 'S'
                 WRITE ORCAMENTO-MASTER-REG
                 MOVE 'ORCAMENTO INCLUIDO' TO WRK-MENSAGEM
               ELSE
                 MOVE WRK-DATA-HOJE TO OR-DT-REVISAO
                 ADD 1 TO OR-QT-REVISOES
                 REWRITE ORCAMENTO-MASTER-REG
                 MOVE 'ORCAMENTO REVISADO' TO WRK-MENSAGEM
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  5000-RELATORIO-MES - ORCADO X REALIZADO DO MES WRK-MES-REL E
      *>  ACUMULADO DE JANEIRO ATE ELE.
      *>  --------------------------------------------------------------
       5000-RELATORIO-MES.
      *>  --------------------------------------------------------------
             DIVIDE WRK-MES-REL BY 100
               GIVING WRK-ANO-REL REMAINDER WRK-MES-NUM.
             IF WRK-MES-NUM < 1 OR WRK-MES-NUM > 12
               DISPLAY '*** MES INVALIDO ***'
             ELSE
               INITIALIZE WRK-TAB-DEPTOS WRK-TAB-CONTAS
               PERFORM 5100-SOMA-REQUISICOES
               PERFORM 5200-SOMA-DIARIO
               PERFORM 5300-IMPRIME-RELATORIO
               DISPLAY 'ORCADO X REALIZADO DE ' WRK-MES-REL
                       ': ' WRK-QT-ORCAMENTOS ' ORCAMENTOS, '
                       WRK-QT-SEM-ORC ' DEPTOS SEM ORCAMENTO'
                       ' (RELORCA.TXT)'
             END-IF.
      *>  --------------------------------------------------------------
       5100-SOMA-REQUISICOES.
      *>  --------------------------------------------------------------
             OPEN INPUT REQUISICOES.
             IF REQUIS-STATUS = 0
               READ REQUISICOES
                 AT END MOVE 10 TO REQUIS-STATUS
               END-READ
               PERFORM 5110-SOMA-REQUISICAO UNTIL REQUIS-STATUS = 10
               CLOSE REQUISICOES
             END-IF.
             MOVE 0 TO REQUIS-STATUS.
      *>  --------------------------------------------------------------
       5110-SOMA-REQUISICAO.
      *>  --------------------------------------------------------------
             DIVIDE RQ-DATA BY 100 GIVING WRK-MES-LANC.
             DIVIDE WRK-MES-LANC BY 100
               GIVING WRK-ANO-X REMAINDER WRK-MES-X.
             IF WRK-ANO-X = WRK-ANO-REL AND WRK-MES-X NOT > WRK-MES-NUM
               MOVE RQ-DEPARTAMENTO TO WRK-DEPTO-X
               PERFORM 5150-ACHA-DEPTO
               IF WRK-ACHOU = 'S'
                 ADD RQ-VALOR TO WRK-DP-ACUM(WRK-IDX)
                 IF WRK-MES-X = WRK-MES-NUM
                   ADD RQ-VALOR TO WRK-DP-MES(WRK-IDX)
                 END-IF
               END-IF
             END-IF.
             READ REQUISICOES
               AT END MOVE 10 TO REQUIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5150-ACHA-DEPTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             PERFORM 5160-CONFERE-DEPTO
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-DP.
             IF WRK-ACHOU = 'N' AND WRK-QT-DP < 100
               ADD 1 TO WRK-QT-DP
               MOVE WRK-QT-DP TO WRK-IDX
               MOVE WRK-DEPTO-X TO WRK-DP-DEPTO(WRK-IDX)
               MOVE 'N' TO WRK-DP-ORCADO(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       5160-CONFERE-DEPTO.
      *>  --------------------------------------------------------------
             IF WRK-DP-DEPTO(WRK-IDX) = WRK-DEPTO-X
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
       5200-SOMA-DIARIO.
      *>  --------------------------------------------------------------
             OPEN INPUT DIARIO.
             IF DIARIO-STATUS = 0
               READ DIARIO
                 AT END MOVE 10 TO DIARIO-STATUS
               END-READ
               PERFORM 5210-SOMA-LANCAMENTO UNTIL DIARIO-STATUS = 10
               CLOSE DIARIO
             END-IF.
             MOVE 0 TO DIARIO-STATUS.
      *>  --------------------------------------------------------------
       5210-SOMA-LANCAMENTO.
      *>  --------------------------------------------------------------
             DIVIDE DI-DATA BY 100 GIVING WRK-MES-LANC.
             DIVIDE WRK-MES-LANC BY 100
               GIVING WRK-ANO-X REMAINDER WRK-MES-X.
             IF WRK-ANO-X = WRK-ANO-REL AND WRK-MES-X NOT > WRK-MES-NUM
                AND DI-ORIGEM NOT = 'ENCERRA '
               MOVE DI-CONTA TO WRK-CONTA-X
               PERFORM 5250-ACHA-CONTA
               IF WRK-ACHOU = 'S'
                 IF DI-DC = 'D'
                   ADD DI-VALOR TO WRK-CT-ACUM(WRK-IDX)
                 ELSE
                   SUBTRACT DI-VALOR FROM WRK-CT-ACUM(WRK-IDX)
                 END-IF
                 IF WRK-MES-X = WRK-MES-NUM
                   IF DI-DC = 'D'
                     ADD DI-VALOR TO WRK-CT-MES(WRK-IDX)
                   ELSE
                     SUBTRACT DI-VALOR FROM WRK-CT-MES(WRK-IDX)
                   END-IF
                 END-IF
               END-IF
             END-IF.
             READ DIARIO
               AT END MOVE 10 TO DIARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5250-ACHA-CONTA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             PERFORM 5260-CONFERE-CONTA
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-CT.
             IF WRK-ACHOU = 'N' AND WRK-QT-CT < 200
               ADD 1 TO WRK-QT-CT
               MOVE WRK-QT-CT TO WRK-IDX
               MOVE WRK-CONTA-X TO WRK-CT-CONTA(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       5260-CONFERE-CONTA.
      *>  --------------------------------------------------------------
             IF WRK-CT-CONTA(WRK-IDX) = WRK-CONTA-X
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
      *>  5300-IMPRIME-RELATORIO - UM BLOCO POR ORCAMENTO DO ANO: MES
      *>  (ORCADO, REALIZADO, VARIACAO), ACUMULADO COM O PERCENTUAL
      *>  CONSUMIDO DO ORCAMENTO DO ANO E PROJECAO ATE DEZEMBRO.
      *>  VARIACAO POSITIVA = ABAIXO DO ORCADO.
      *>  --------------------------------------------------------------
       5300-IMPRIME-RELATORIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ORCAMENTOS WRK-QT-SEM-ORC
                       WRK-TOT-ORC-MES WRK-TOT-ORC-ACUM WRK-TOT-ORC-ANO
                       WRK-TOT-REAL-MES WRK-TOT-REAL-ACUM.
             OPEN OUTPUT RELAT-ORCAMENTO.
             MOVE SPACES TO RELAT-ORCAMENTO-REG.
             STRING 'ORCADO X REALIZADO POR DEPARTAMENTO - MES '
                    WRK-MES-REL ' (EMITIDO EM ' WRK-DATA-HOJE ')'
                    DELIMITED BY SIZE INTO RELAT-ORCAMENTO-REG.
             WRITE RELAT-ORCAMENTO-REG.
             MOVE SPACES TO RELAT-ORCAMENTO-REG.
             STRING 'DEPTO      T CONTA  (P PECAS - REQUISICOES; '
                    'O CUSTO OPERACIONAL - DIARIO CONTABIL)'
                    DELIMITED BY SIZE INTO RELAT-ORCAMENTO-REG.
             WRITE RELAT-ORCAMENTO-REG.
             MOVE WRK-ANO-REL TO OR-ANO.
             MOVE LOW-VALUES TO OR-DEPARTAMENTO OR-TIPO-CUSTO.
             START ORCAMENTO KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY
                 MOVE 10 TO ORCA-STATUS
             END-START.
             IF ORCA-STATUS NOT = 10
               READ ORCAMENTO NEXT
                 AT END MOVE 10 TO ORCA-STATUS
               END-READ
             END-IF.
             PERFORM 5310-LINHA-ORCAMENTO
               UNTIL ORCA-STATUS = 10 OR OR-ANO NOT = WRK-ANO-REL.
             MOVE 0 TO ORCA-STATUS.
             MOVE WRK-TOT-ORC-MES TO WRK-ORC-MES.
             MOVE WRK-TOT-ORC-ACUM TO WRK-ORC-ACUM.
             MOVE WRK-TOT-ORC-ANO TO WRK-ORC-ANO.
             MOVE WRK-TOT-REAL-MES TO WRK-REAL-MES.
             MOVE WRK-TOT-REAL-ACUM TO WRK-REAL-ACUM.
             MOVE 'TOTAL GERAL' TO WRK-ROTULO.
             PERFORM 5350-IMPRIME-BLOCO.
             PERFORM 5400-DEPTO-SEM-ORCAMENTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-DP.
             CLOSE RELAT-ORCAMENTO.
      *>  --------------------------------------------------------------
       5310-LINHA-ORCAMENTO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-ORCAMENTOS.
             MOVE OR-VALOR-MES(WRK-MES-NUM) TO WRK-ORC-MES.
             MOVE 0 TO WRK-ORC-ACUM WRK-ORC-ANO.
             PERFORM 5320-SOMA-ORCADO
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 12.
             MOVE 0 TO WRK-REAL-MES WRK-REAL-ACUM.
             IF OR-PECAS
               MOVE OR-DEPARTAMENTO TO WRK-DEPTO-X
               PERFORM 5150-ACHA-DEPTO
               IF WRK-ACHOU = 'S'
                 MOVE WRK-DP-MES(WRK-IDX) TO WRK-REAL-MES
                 MOVE WRK-DP-ACUM(WRK-IDX) TO WRK-REAL-ACUM
                 MOVE 'S' TO WRK-DP-ORCADO(WRK-IDX)
               END-IF
             ELSE
               MOVE OR-CONTA-CUSTO TO WRK-CONTA-X
               PERFORM 5250-ACHA-CONTA
               IF WRK-ACHOU = 'S'
                 MOVE WRK-CT-MES(WRK-IDX) TO WRK-REAL-MES
                 MOVE WRK-CT-ACUM(WRK-IDX) TO WRK-REAL-ACUM
               END-IF
             END-IF.
             ADD WRK-ORC-MES TO WRK-TOT-ORC-MES.
             ADD WRK-ORC-ACUM TO WRK-TOT-ORC-ACUM.
             ADD WRK-ORC-ANO TO WRK-TOT-ORC-ANO.
             ADD WRK-REAL-MES TO WRK-TOT-REAL-MES.
             ADD WRK-REAL-ACUM TO WRK-TOT-REAL-ACUM.
             MOVE SPACES TO WRK-ROTULO.
             STRING OR-DEPARTAMENTO ' ' OR-TIPO-CUSTO ' ' OR-CONTA-CUSTO
                    DELIMITED BY SIZE INTO WRK-ROTULO.
             PERFORM 5350-IMPRIME-BLOCO.
             READ ORCAMENTO NEXT
               AT END MOVE 10 TO ORCA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5320-SOMA-ORCADO.
      *>  --------------------------------------------------------------
             ADD OR-VALOR-MES(WRK-IDX-MES) TO WRK-ORC-ANO.
             IF WRK-IDX-MES NOT > WRK-MES-NUM
               ADD OR-VALOR-MES(WRK-IDX-MES) TO WRK-ORC-ACUM
             END-IF.
      *>  --------------------------------------------------------------
       5350-IMPRIME-BLOCO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-VARIACAO = WRK-ORC-MES - WRK-REAL-MES.
             MOVE WRK-ORC-MES TO WRK-VALOR-ED.
             MOVE WRK-REAL-MES TO WRK-VALOR-ED2.
             MOVE WRK-VARIACAO TO WRK-VALOR-ED3.
             MOVE SPACES TO RELAT-ORCAMENTO-REG.
             STRING WRK-ROTULO ' MES......: ORCADO=' WRK-VALOR-ED
                    ' REALIZADO=' WRK-VALOR-ED2
                    ' VARIACAO=' WRK-VALOR-ED3
                    DELIMITED BY SIZE INTO RELAT-ORCAMENTO-REG.
             IF WRK-VARIACAO < 0
               MOVE '*ACIMA DO ORCADO' TO RELAT-ORCAMENTO-REG(115:16)
             END-IF.
             WRITE RELAT-ORCAMENTO-REG.
             COMPUTE WRK-VARIACAO = WRK-ORC-ACUM - WRK-REAL-ACUM.
             MOVE 0 TO WRK-PCT-CONSUMO.
             IF WRK-ORC-ANO > 0
               COMPUTE WRK-PCT-CONSUMO ROUNDED =
                       WRK-REAL-ACUM * 100 / WRK-ORC-ANO
             END-IF.
             MOVE WRK-ORC-ACUM TO WRK-VALOR-ED.
             MOVE WRK-REAL-ACUM TO WRK-VALOR-ED2.
             MOVE WRK-VARIACAO TO WRK-VALOR-ED3.
             MOVE WRK-PCT-CONSUMO TO WRK-PCT-ED.
             MOVE SPACES TO RELAT-ORCAMENTO-REG.
             STRING '                         ACUMULADO: ORCADO='
                    WRK-VALOR-ED ' REALIZADO=' WRK-VALOR-ED2
                    ' VARIACAO=' WRK-VALOR-ED3
                    ' USO=' WRK-PCT-ED '%'
                    DELIMITED BY SIZE INTO RELAT-ORCAMENTO-REG.
             WRITE RELAT-ORCAMENTO-REG.
             COMPUTE WRK-PROJECAO ROUNDED =
                     WRK-REAL-ACUM / WRK-MES-NUM * 12.
             COMPUTE WRK-VARIACAO = WRK-ORC-ANO - WRK-PROJECAO.
             MOVE WRK-ORC-ANO TO WRK-VALOR-ED.
             MOVE WRK-PROJECAO TO WRK-VALOR-ED2.
             MOVE WRK-VARIACAO TO WRK-VALOR-ED3.
             MOVE SPACES TO RELAT-ORCAMENTO-REG.
             STRING '                         ANO......: ORCADO='
                    WRK-VALOR-ED ' PROJECAO =' WRK-VALOR-ED2
                    ' VARIACAO=' WRK-VALOR-ED3
                    DELIMITED BY SIZE INTO RELAT-ORCAMENTO-REG.
             IF WRK-VARIACAO < 0
               MOVE '*ESTOURO PROJETADO' TO RELAT-ORCAMENTO-REG(115:18)
             END-IF.
             WRITE RELAT-ORCAMENTO-REG.
      *>  --------------------------------------------------------------
       5400-DEPTO-SEM-ORCAMENTO.
      *>  --------------------------------------------------------------
             IF WRK-DP-ORCADO(WRK-IDX) = 'N'
               ADD 1 TO WRK-QT-SEM-ORC
               IF WRK-QT-SEM-ORC = 1
                 MOVE 'DEPARTAMENTOS COM CONSUMO DE PECAS SEM ORCAMENTO'
                   TO RELAT-ORCAMENTO-REG
                 WRITE RELAT-ORCAMENTO-REG
               END-IF
               MOVE WRK-DP-MES(WRK-IDX) TO WRK-VALOR-ED
               MOVE WRK-DP-ACUM(WRK-IDX) TO WRK-VALOR-ED2
               MOVE SPACES TO RELAT-ORCAMENTO-REG
               STRING WRK-DP-DEPTO(WRK-IDX)
                      '               MES......: REALIZADO='
                      WRK-VALOR-ED ' ACUMULADO=' WRK-VALOR-ED2
                      DELIMITED BY SIZE INTO RELAT-ORCAMENTO-REG
               WRITE RELAT-ORCAMENTO-REG
             END-IF.
      *>  --------------------------------------------------------------
