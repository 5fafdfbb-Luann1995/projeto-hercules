       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINFRAUD.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = INDICADORES DE FRAUDE NOS
      ***   SINISTROS: COM PARM PONTUA, PONTUA CADA SINISTRO EM
      ***   ABERTO DO SINREG (SINDET.TXT) PELOS INDICADORES -
      ***   SINISTRO ATE 30 DIAS DO INICIO DA APOLICE OU DA
      ***   REATIVACAO NO APOLSUSP, VARIOS SINISTROS DO MESMO CLIENTE
      ***   OU DA MESMA PLACA EM 12 MESES, CUSTO DO REPARO DO
      ***   OSREPARO MUITO ACIMA DA ESTIMATIVA E APOLICE COM PARCELA
      ***   VENCIDA NO CARNE (SEGPARC.TXT) - COM OS PESOS E O LIMITE
      ***   DE FRAUDPAR.TXT. SINISTRO NO LIMITE OU ACIMA ENTRA NA
      ***   FILA DE INVESTIGACAO (SINFRAUD.TXT) E SAI NO RELATORIO
      ***   RELFRAUD.TXT. SEM PARM ABRE A TELA DA FILA: O ANALISTA
      ***   ASSUME A INVESTIGACAO E A ENCERRA COM PARECER E
      ***   RESULTADO. O SINREG SO APROVA SINISTRO PONTUADO E COM A
      ***   INVESTIGACAO ENCERRADA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DETALHE-STATUS
             RECORD KEY IS SD-NUMERO.
           SELECT SINISTRO-APOLICE ASSIGN TO 'C:\COBOL\SINAPOL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SINAPOL-STATUS
             RECORD KEY IS SA-SINISTRO.
           SELECT FRAUDES ASSIGN TO 'C:\COBOL\SINFRAUD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FRAUDE-STATUS
             RECORD KEY IS FR-SINISTRO.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT APOLICE-SUSP ASSIGN TO 'C:\COBOL\APOLSUSP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SUSP-STATUS
             RECORD KEY IS SS-APOLICE.
           SELECT ORDEM-REPARO ASSIGN TO 'C:\COBOL\OSREP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ORDEM-STATUS
             RECORD KEY IS OS-NUMERO.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT FRAUDE-PARAM ASSIGN TO 'C:\COBOL\FRAUDPAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.
           SELECT RELAT-FRAUDE ASSIGN TO 'C:\COBOL\RELFRAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SINISTROS-DETALHE.
       01 SINISTROS-DETALHE-REG.
            05 SD-NUMERO           PIC 9(08).
            05 SD-CLI-ID           PIC 9(05).
            05 SD-DATA             PIC 9(08).
            05 SD-TIPO             PIC 9(01).
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
                88 SD-ABERTO           VALUE 'A'.
            05 SD-DT-REGISTRO      PIC 9(08).
       FD SINISTRO-APOLICE.
       COPY 'SINAPOL-MASTER.CBL'.
       FD FRAUDES.
       COPY 'FRAUDE-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD APOLICE-SUSP.
       01 APOLICE-SUSP-REG.
            05 SS-APOLICE        PIC 9(08).
            05 SS-DT-SUSPENSAO   PIC 9(08).
            05 SS-DT-REATIVACAO  PIC 9(08).
            05 SS-SITUACAO       PIC X(01).
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
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
            05 SP-PARCELA      PIC 9(02).
            05 SP-VENCIMENTO   PIC 9(08).
            05 SP-VALOR        PIC 9(06)V99.
            05 SP-SITUACAO     PIC X(01).
            05 SP-DT-PAGAMENTO PIC 9(08).
       FD FRAUDE-PARAM.
       01 FRAUDE-PARAM-REG.
            05 FP-PESO-INICIO     PIC 9(03).
            05 FP-PESO-REATIVACAO PIC 9(03).
            05 FP-PESO-FREQ-CLI   PIC 9(03).
            05 FP-PESO-FREQ-PLACA PIC 9(03).
            05 FP-PESO-CUSTO      PIC 9(03).
            05 FP-PESO-ATRASO     PIC 9(03).
            05 FP-LIMITE          PIC 9(03).
            05 FP-QT-SINISTROS    PIC 9(02).
            05 FP-PCT-CUSTO       PIC 9(03).
       FD RELAT-FRAUDE.
       01 RELAT-FRAUDE-REG       PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
       77 SINAPOL-STATUS   PIC 9(02) VALUE ZEROS.
       77 FRAUDE-STATUS    PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 SUSP-STATUS      PIC 9(02) VALUE ZEROS.
       77 ORDEM-STATUS     PIC 9(02) VALUE ZEROS.
       77 PARCELAS-STATUS  PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-APOLICES-OK  PIC X(01) VALUE 'N'.
       77 WRK-SUSP-OK      PIC X(01) VALUE 'N'.
       77 WRK-SINAPOL-OK   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-SINISTRO PIC 9(08) VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(01) VALUE SPACE.
       77 WRK-QT-LISTADOS  PIC 9(05) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  PESOS E LIMITE DA PONTUACAO (FRAUDPAR.TXT). O ARQUIVO E
      *>  CRIADO COM ESTES VALORES NA PRIMEIRA EXECUCAO: FREQUENCIA A
      *>  PARTIR DE 3 SINISTROS EM 12 MESES E CUSTO ACIMA DE 150 POR
      *>  CENTO DA ESTIMATIVA.
      *>  --------------------------------------------------------------
       77 WRK-FP-PESO-INICIO     PIC 9(03) VALUE 30.
       77 WRK-FP-PESO-REATIVACAO PIC 9(03) VALUE 30.
       77 WRK-FP-PESO-FREQ-CLI   PIC 9(03) VALUE 20.
       77 WRK-FP-PESO-FREQ-PLACA PIC 9(03) VALUE 25.
       77 WRK-FP-PESO-CUSTO      PIC 9(03) VALUE 30.
       77 WRK-FP-PESO-ATRASO     PIC 9(03) VALUE 20.
       77 WRK-FP-LIMITE          PIC 9(03) VALUE 50.
       77 WRK-FP-QT-SINISTROS    PIC 9(02) VALUE 3.
       77 WRK-FP-PCT-CUSTO       PIC 9(03) VALUE 150.
       77 WRK-DIAS-JANELA        PIC 9(03) VALUE 30.
       77 WRK-DIAS-ANO           PIC 9(03) VALUE 360.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA PONTUACAO.
      *>  --------------------------------------------------------------
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SINISTRO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF     PIC S9(08) VALUE ZEROS.
       77 WRK-PLACA        PIC X(07) VALUE SPACES.
       77 WRK-APOLICE      PIC 9(08) VALUE ZEROS.
       77 WRK-PONTOS       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CLIENTE   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PLACA     PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CUSTO-LIMITE PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-NOVO         PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SIN       PIC 9(04) VALUE ZEROS.
       77 WRK-QT-OS        PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ATRASO    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PONTUADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FILA      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-IGNORADOS PIC 9(05) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  TABELAS CARREGADAS NO INICIO DA PONTUACAO: TODOS OS
      *>  SINISTROS (CLIENTE, DATA EM DIAS COMERCIAIS E PLACA) PARA A
      *>  FREQUENCIA EM 12 MESES, O CUSTO DAS ORDENS DE REPARO POR
      *>  SINISTRO E AS APOLICES COM PARCELA VENCIDA EM ABERTO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-SINISTROS.
            05 WRK-SIN-ITEM OCCURS 2000 TIMES.
                10 WRK-SIN-CLI-ID    PIC 9(05).
                10 WRK-SIN-DIAS      PIC 9(08).
                10 WRK-SIN-PLACA     PIC X(07).
       01 WRK-TAB-ORDENS.
            05 WRK-OS-ITEM OCCURS 1000 TIMES.
                10 WRK-OS-SINISTRO   PIC 9(08).
                10 WRK-OS-CUSTO      PIC 9(08)V99.
       01 WRK-TAB-ATRASO.
            05 WRK-ATR-APOLICE OCCURS 500 TIMES PIC 9(08).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             PERFORM 0050-ABRE-FRAUDES.
             EVALUATE WRK-PARM-EXEC
               WHEN 'PONTUA'
                 PERFORM 0070-CARREGA-PARAMETROS
                 PERFORM 1000-PONTUA-SINISTROS
               WHEN OTHER
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE FRAUDES.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-FRAUDES.
      *>  --------------------------------------------------------------
             OPEN I-O FRAUDES.
             IF FRAUDE-STATUS = 35
               OPEN OUTPUT FRAUDES
               CLOSE FRAUDES
               OPEN I-O FRAUDES
             END-IF.
      *>  --------------------------------------------------------------
      *>  0070-CARREGA-PARAMETROS - PESOS DOS INDICADORES, LIMITE DA
      *>  FILA, QUANTIDADE DE SINISTROS EM 12 MESES E PERCENTUAL DO
      *>  CUSTO SOBRE A ESTIMATIVA EM FRAUDPAR.TXT; NA PRIMEIRA
      *>  EXECUCAO O ARQUIVO E CRIADO COM OS VALORES PADRAO.
      *>  --------------------------------------------------------------
       0070-CARREGA-PARAMETROS.
      *>  --------------------------------------------------------------
             OPEN INPUT FRAUDE-PARAM.
             IF PARAM-STATUS = 35
               OPEN OUTPUT FRAUDE-PARAM
               MOVE WRK-FP-PESO-INICIO     TO FP-PESO-INICIO
               MOVE WRK-FP-PESO-REATIVACAO TO FP-PESO-REATIVACAO
               MOVE WRK-FP-PESO-FREQ-CLI   TO FP-PESO-FREQ-CLI
               MOVE WRK-FP-PESO-FREQ-PLACA TO FP-PESO-FREQ-PLACA
               MOVE WRK-FP-PESO-CUSTO      TO FP-PESO-CUSTO
               MOVE WRK-FP-PESO-ATRASO     TO FP-PESO-ATRASO
               MOVE WRK-FP-LIMITE          TO FP-LIMITE
               MOVE WRK-FP-QT-SINISTROS    TO FP-QT-SINISTROS
               MOVE WRK-FP-PCT-CUSTO       TO FP-PCT-CUSTO
               WRITE FRAUDE-PARAM-REG
               CLOSE FRAUDE-PARAM
               OPEN INPUT FRAUDE-PARAM
             END-IF.
             READ FRAUDE-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 MOVE FP-PESO-INICIO     TO WRK-FP-PESO-INICIO
                 MOVE FP-PESO-REATIVACAO TO WRK-FP-PESO-REATIVACAO
                 MOVE FP-PESO-FREQ-CLI   TO WRK-FP-PESO-FREQ-CLI
                 MOVE FP-PESO-FREQ-PLACA TO WRK-FP-PESO-FREQ-PLACA
                 MOVE FP-PESO-CUSTO      TO WRK-FP-PESO-CUSTO
                 MOVE FP-PESO-ATRASO     TO WRK-FP-PESO-ATRASO
                 MOVE FP-LIMITE          TO WRK-FP-LIMITE
                 MOVE FP-QT-SINISTROS    TO WRK-FP-QT-SINISTROS
                 MOVE FP-PCT-CUSTO       TO WRK-FP-PCT-CUSTO
             END-READ.
             CLOSE FRAUDE-PARAM.
             MOVE 0 TO PARAM-STATUS.
             IF WRK-FP-LIMITE = 0
               MOVE 50 TO WRK-FP-LIMITE
             END-IF.
             IF WRK-FP-QT-SINISTROS < 2
               MOVE 3 TO WRK-FP-QT-SINISTROS
             END-IF.
             IF WRK-FP-PCT-CUSTO < 100
               MOVE 150 TO WRK-FP-PCT-CUSTO
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'FILA DE INVESTIGACAO DE SINISTROS'.
             DISPLAY '1 - LISTAR FILA'.
             DISPLAY '2 - ASSUMIR INVESTIGACAO'.
             DISPLAY '3 - ENCERRAR INVESTIGACAO'.
             DISPLAY '4 - CONSULTAR PONTUACAO DO SINISTRO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 5000-LISTA-FILA
               WHEN 2
                 PERFORM 6000-ASSUME-INVESTIGACAO
               WHEN 3
                 PERFORM 7000-ENCERRA-INVESTIGACAO
               WHEN 4
                 PERFORM 8000-CONSULTA-PONTUACAO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-PONTUA-SINISTROS - CARREGA AS TABELAS E PONTUA CADA
      *>  SINISTRO EM ABERTO AINDA SEM PONTUACAO OU QUE FICOU ABAIXO
      *>  DO LIMITE NA RODADA ANTERIOR (O CUSTO DO REPARO E NOVOS
      *>  SINISTROS PODEM ACENDER INDICADORES DEPOIS). SINISTRO JA NA
      *>  FILA, EM INVESTIGACAO OU ENCERRADO NAO E REPONTUADO.
      *>  --------------------------------------------------------------
       1000-PONTUA-SINISTROS.
      *>  --------------------------------------------------------------
             OPEN INPUT SINISTROS-DETALHE.
             IF DETALHE-STATUS NOT = 0
               DISPLAY '*** SINISTROS (SINDET.TXT) NAO ENCONTRADO ***'
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO DETALHE-STATUS
             ELSE
               PERFORM 1050-ABRE-AUXILIARES
               PERFORM 1100-CARREGA-SINISTROS
               PERFORM 1200-CARREGA-ORDENS
               PERFORM 1300-CARREGA-ATRASOS
               OPEN OUTPUT RELAT-FRAUDE
               MOVE SPACES TO RELAT-FRAUDE-REG
               STRING 'SINISTROS NA FILA DE INVESTIGACAO - DATA '
                      WRK-DATA-HOJE ' - LIMITE ' WRK-FP-LIMITE
                      ' PONTOS'
                      DELIMITED BY SIZE INTO RELAT-FRAUDE-REG
               WRITE RELAT-FRAUDE-REG
               MOVE 0 TO SD-NUMERO
               START SINISTROS-DETALHE KEY IS NOT LESS THAN SD-NUMERO
                 INVALID KEY MOVE 10 TO DETALHE-STATUS
               END-START
               IF DETALHE-STATUS NOT = 10
                 READ SINISTROS-DETALHE NEXT
                   AT END MOVE 10 TO DETALHE-STATUS
                 END-READ
               END-IF
               PERFORM 2000-PONTUA-UM UNTIL DETALHE-STATUS = 10
               MOVE SPACES TO RELAT-FRAUDE-REG
               STRING 'PONTUADOS: ' WRK-QT-PONTUADOS
                      ' NA FILA: ' WRK-QT-FILA
                      DELIMITED BY SIZE INTO RELAT-FRAUDE-REG
               WRITE RELAT-FRAUDE-REG
               CLOSE RELAT-FRAUDE
               CLOSE SINISTROS-DETALHE
               MOVE 0 TO DETALHE-STATUS
               PERFORM 1090-FECHA-AUXILIARES
               DISPLAY 'SINISTROS PONTUADOS....: ' WRK-QT-PONTUADOS
               DISPLAY 'ENVIADOS A INVESTIGACAO: ' WRK-QT-FILA
               IF WRK-QT-IGNORADOS > 0
                 DISPLAY '*** SINISTROS FORA DA TABELA DE FREQUENCIA: '
                         WRK-QT-IGNORADOS ' ***'
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1050-ABRE-AUXILIARES - VINCULO SINISTRO/APOLICE, APOLICES E
      *>  SUSPENSOES SAO OPCIONAIS: SEM ELES OS INDICADORES DA APOLICE
      *>  E DA PLACA FICAM APAGADOS.
      *>  --------------------------------------------------------------
       1050-ABRE-AUXILIARES.
      *>  --------------------------------------------------------------
             OPEN INPUT SINISTRO-APOLICE.
             IF SINAPOL-STATUS = 0
               MOVE 'S' TO WRK-SINAPOL-OK
             END-IF.
             MOVE 0 TO SINAPOL-STATUS.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE 'S' TO WRK-APOLICES-OK
             END-IF.
             MOVE 0 TO APOLICES-STATUS.
             OPEN INPUT APOLICE-SUSP.
             IF SUSP-STATUS = 0
               MOVE 'S' TO WRK-SUSP-OK
             END-IF.
             MOVE 0 TO SUSP-STATUS.
      *>  --------------------------------------------------------------
       1090-FECHA-AUXILIARES.
      *>  --------------------------------------------------------------
             IF WRK-SINAPOL-OK = 'S'
               CLOSE SINISTRO-APOLICE
             END-IF.
             IF WRK-APOLICES-OK = 'S'
               CLOSE APOLICES
             END-IF.
             IF WRK-SUSP-OK = 'S'
               CLOSE APOLICE-SUSP
             END-IF.
      *>  --------------------------------------------------------------
       1100-CARREGA-SINISTROS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-SIN.
             MOVE 0 TO SD-NUMERO.
             START SINISTROS-DETALHE KEY IS NOT LESS THAN SD-NUMERO
               INVALID KEY MOVE 10 TO DETALHE-STATUS
             END-START.
             IF DETALHE-STATUS NOT = 10
               READ SINISTROS-DETALHE NEXT
                 AT END MOVE 10 TO DETALHE-STATUS
               END-READ
             END-IF.
             PERFORM 1110-CARREGA-UM UNTIL DETALHE-STATUS = 10.
             MOVE 0 TO DETALHE-STATUS.
      *>  --------------------------------------------------------------
       1110-CARREGA-UM.
      *>  --------------------------------------------------------------
             IF WRK-QT-SIN < 2000
               ADD 1 TO WRK-QT-SIN
               MOVE SD-CLI-ID TO WRK-SIN-CLI-ID(WRK-QT-SIN)
               MOVE SD-DATA TO WRK-DATA-X
               PERFORM 8900-DIAS-COMERCIAIS
               MOVE WRK-DIAS-X TO WRK-SIN-DIAS(WRK-QT-SIN)
               PERFORM 2100-LE-VINCULO
               MOVE WRK-PLACA TO WRK-SIN-PLACA(WRK-QT-SIN)
             ELSE
               ADD 1 TO WRK-QT-IGNORADOS
             END-IF.
             READ SINISTROS-DETALHE NEXT
               AT END MOVE 10 TO DETALHE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1200-CARREGA-ORDENS - CUSTO DE CADA ORDEM DE REPARO (MAO DE
      *>  OBRA LANCADA MAIS PECAS APURADAS NO FECHAMENTO) SOMADO POR
      *>  SINISTRO.
      *>  --------------------------------------------------------------
       1200-CARREGA-ORDENS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-OS.
             OPEN INPUT ORDEM-REPARO.
             IF ORDEM-STATUS = 0
               READ ORDEM-REPARO NEXT
                 AT END MOVE 10 TO ORDEM-STATUS
               END-READ
               PERFORM 1210-CARREGA-ORDEM UNTIL ORDEM-STATUS = 10
               CLOSE ORDEM-REPARO
             END-IF.
             MOVE 0 TO ORDEM-STATUS.
      *>  --------------------------------------------------------------
       1210-CARREGA-ORDEM.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             PERFORM 1220-CONFERE-ORDEM
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-OS.
             IF WRK-ACHOU = 'N' AND WRK-QT-OS < 1000
               ADD 1 TO WRK-QT-OS
               MOVE WRK-QT-OS TO WRK-IDX
               MOVE OS-SINISTRO TO WRK-OS-SINISTRO(WRK-IDX)
               MOVE ZEROS TO WRK-OS-CUSTO(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
             IF WRK-ACHOU = 'S'
               ADD OS-VALOR-MO OS-VALOR-PECAS
                 TO WRK-OS-CUSTO(WRK-IDX)
             END-IF.
             READ ORDEM-REPARO NEXT
               AT END MOVE 10 TO ORDEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1220-CONFERE-ORDEM.
      *>  --------------------------------------------------------------
             IF WRK-OS-SINISTRO(WRK-IDX) = OS-SINISTRO
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
      *>  1300-CARREGA-ATRASOS - APOLICES COM PARCELA EM ABERTO JA
      *>  VENCIDA NO CARNE.
      *>  --------------------------------------------------------------
       1300-CARREGA-ATRASOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ATRASO.
             OPEN INPUT SEGURO-PARCELAS.
             IF PARCELAS-STATUS = 0
               READ SEGURO-PARCELAS
                 AT END MOVE 10 TO PARCELAS-STATUS
               END-READ
               PERFORM 1310-CARREGA-PARCELA
                 UNTIL PARCELAS-STATUS = 10
               CLOSE SEGURO-PARCELAS
             END-IF.
             MOVE 0 TO PARCELAS-STATUS.
      *>  --------------------------------------------------------------
       1310-CARREGA-PARCELA.
      *>  --------------------------------------------------------------
             IF SP-SITUACAO = 'A' AND SP-VENCIMENTO < WRK-DATA-HOJE
               MOVE SP-APOLICE TO WRK-APOLICE
               PERFORM 2600-PROCURA-ATRASO
               IF WRK-ACHOU = 'N' AND WRK-QT-ATRASO < 500
                 ADD 1 TO WRK-QT-ATRASO
                 MOVE SP-APOLICE TO WRK-ATR-APOLICE(WRK-QT-ATRASO)
               END-IF
             END-IF.
             READ SEGURO-PARCELAS
               AT END MOVE 10 TO PARCELAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2000-PONTUA-UM.
      *>  --------------------------------------------------------------
             IF SD-ABERTO
               MOVE SD-NUMERO TO FR-SINISTRO
               READ FRAUDES
                 INVALID KEY
                   MOVE 'S' TO WRK-NOVO
                 NOT INVALID KEY
                   MOVE 'N' TO WRK-NOVO
               END-READ
               IF WRK-NOVO = 'S' OR FR-ABAIXO-LIMITE
                 PERFORM 2050-CALCULA-PONTOS
                 PERFORM 2900-GRAVA-PONTUACAO
               END-IF
             END-IF.
             READ SINISTROS-DETALHE NEXT
               AT END MOVE 10 TO DETALHE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2050-CALCULA-PONTOS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO FRAUDE-MASTER-REG.
             INITIALIZE FRAUDE-MASTER-REG.
             MOVE SD-NUMERO TO FR-SINISTRO.
             MOVE SD-CLI-ID TO FR-CLI-ID.
             MOVE 'NNNNNN' TO FR-INDICADORES.
             MOVE 0 TO WRK-PONTOS.
             MOVE SD-DATA TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-SINISTRO.
             PERFORM 2100-LE-VINCULO.
             MOVE WRK-APOLICE TO FR-APOLICE.
             IF WRK-APOLICE NOT = 0
               PERFORM 2200-CONFERE-INICIO
               PERFORM 2300-CONFERE-REATIVACAO
               PERFORM 2700-CONFERE-ATRASO
             END-IF.
             PERFORM 2400-CONFERE-FREQUENCIA.
             PERFORM 2500-CONFERE-CUSTO.
      *>  --------------------------------------------------------------
       2100-LE-VINCULO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-APOLICE.
             MOVE SPACES TO WRK-PLACA.
             IF WRK-SINAPOL-OK = 'S'
               MOVE SD-NUMERO TO SA-SINISTRO
               READ SINISTRO-APOLICE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SA-APOLICE TO WRK-APOLICE
                   MOVE SA-PLACA TO WRK-PLACA
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2200-CONFERE-INICIO - SINISTRO NOS PRIMEIROS 30 DIAS DA
      *>  APOLICE. A APOLICE RENOVADA (APL-ORIGEM) TEM COBERTURA
      *>  CONTINUA E NAO ACENDE O INDICADOR.
      *>  --------------------------------------------------------------
       2200-CONFERE-INICIO.
      *>  --------------------------------------------------------------
             IF WRK-APOLICES-OK = 'S'
               MOVE WRK-APOLICE TO APL-NUMERO
               READ APOLICES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF APL-ORIGEM = 0
                     MOVE APL-DT-EMISSAO TO WRK-DATA-X
                     PERFORM 8900-DIAS-COMERCIAIS
                     COMPUTE WRK-DIAS-DIF =
                             WRK-DIAS-SINISTRO - WRK-DIAS-X
                     IF WRK-DIAS-DIF >= 0
                        AND WRK-DIAS-DIF <= WRK-DIAS-JANELA
                       MOVE 'S' TO FR-IND-INICIO
                       ADD WRK-FP-PESO-INICIO TO WRK-PONTOS
                     END-IF
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2300-CONFERE-REATIVACAO - SINISTRO NOS 30 DIAS SEGUINTES A
      *>  REATIVACAO DA APOLICE SUSPENSA PELO SEGSUSP.
      *>  --------------------------------------------------------------
       2300-CONFERE-REATIVACAO.
      *>  --------------------------------------------------------------
             IF WRK-SUSP-OK = 'S'
               MOVE WRK-APOLICE TO SS-APOLICE
               READ APOLICE-SUSP
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SS-DT-REATIVACAO NOT = 0
                     MOVE SS-DT-REATIVACAO TO WRK-DATA-X
                     PERFORM 8900-DIAS-COMERCIAIS
                     COMPUTE WRK-DIAS-DIF =
                             WRK-DIAS-SINISTRO - WRK-DIAS-X
                     IF WRK-DIAS-DIF >= 0
                        AND WRK-DIAS-DIF <= WRK-DIAS-JANELA
                       MOVE 'S' TO FR-IND-REATIVACAO
                       ADD WRK-FP-PESO-REATIVACAO TO WRK-PONTOS
                     END-IF
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2400-CONFERE-FREQUENCIA - SINISTROS DO MESMO CLIENTE E DA
      *>  MESMA PLACA NOS 12 MESES ATE A DATA DESTE (ELE INCLUIDO).
      *>  --------------------------------------------------------------
       2400-CONFERE-FREQUENCIA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CLIENTE.
             MOVE 0 TO WRK-QT-PLACA.
             PERFORM 2410-CONTA-SINISTRO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-SIN.
             IF WRK-QT-CLIENTE >= WRK-FP-QT-SINISTROS
               MOVE 'S' TO FR-IND-FREQ-CLI
               ADD WRK-FP-PESO-FREQ-CLI TO WRK-PONTOS
             END-IF.
             IF WRK-QT-PLACA >= WRK-FP-QT-SINISTROS
               MOVE 'S' TO FR-IND-FREQ-PLACA
               ADD WRK-FP-PESO-FREQ-PLACA TO WRK-PONTOS
             END-IF.
      *>  --------------------------------------------------------------
       2410-CONTA-SINISTRO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-DIAS-DIF =
                     WRK-DIAS-SINISTRO - WRK-SIN-DIAS(WRK-IDX).
             IF WRK-DIAS-DIF >= 0 AND WRK-DIAS-DIF < WRK-DIAS-ANO
               IF WRK-SIN-CLI-ID(WRK-IDX) = SD-CLI-ID
                 ADD 1 TO WRK-QT-CLIENTE
               END-IF
               IF WRK-PLACA NOT = SPACES
                  AND WRK-SIN-PLACA(WRK-IDX) = WRK-PLACA
                 ADD 1 TO WRK-QT-PLACA
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2500-CONFERE-CUSTO - CUSTO DO REPARO (O GRAVADO NO SINISTRO
      *>  PELO FECHAMENTO DA ORDEM OU O ACUMULADO NAS ORDENS AINDA
      *>  ABERTAS, O MAIOR) ACIMA DO PERCENTUAL SOBRE A ESTIMATIVA.
      *>  --------------------------------------------------------------
       2500-CONFERE-CUSTO.
      *>  --------------------------------------------------------------
             MOVE SD-CUSTO-REPARO TO WRK-CUSTO.
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             PERFORM 2510-PROCURA-ORDEM
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-OS.
             IF WRK-ACHOU = 'S'
                AND WRK-OS-CUSTO(WRK-IDX) > WRK-CUSTO
               MOVE WRK-OS-CUSTO(WRK-IDX) TO WRK-CUSTO
             END-IF.
             COMPUTE WRK-CUSTO-LIMITE =
                     SD-VALOR-ESTIMADO * WRK-FP-PCT-CUSTO / 100.
             IF SD-VALOR-ESTIMADO > 0 AND WRK-CUSTO > WRK-CUSTO-LIMITE
               MOVE 'S' TO FR-IND-CUSTO
               ADD WRK-FP-PESO-CUSTO TO WRK-PONTOS
             END-IF.
      *>  --------------------------------------------------------------
       2510-PROCURA-ORDEM.
      *>  --------------------------------------------------------------
             IF WRK-OS-SINISTRO(WRK-IDX) = SD-NUMERO
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
       2600-PROCURA-ATRASO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             PERFORM 2610-CONFERE-ATRASO
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-ATRASO.
      *>  --------------------------------------------------------------
       2610-CONFERE-ATRASO.
      *>  --------------------------------------------------------------
             IF WRK-ATR-APOLICE(WRK-IDX) = WRK-APOLICE
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
       2700-CONFERE-ATRASO.
      *>  --------------------------------------------------------------
             PERFORM 2600-PROCURA-ATRASO.
             IF WRK-ACHOU = 'S'
               MOVE 'S' TO FR-IND-ATRASO
               ADD WRK-FP-PESO-ATRASO TO WRK-PONTOS
             END-IF.
      *>  --------------------------------------------------------------
      *>  2900-GRAVA-PONTUACAO - NO LIMITE OU ACIMA O SINISTRO ENTRA NA
      *>  FILA DE INVESTIGACAO E SAI NO RELATORIO.
      *>  --------------------------------------------------------------
       2900-GRAVA-PONTUACAO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-PONTUADOS.
             MOVE WRK-PONTOS TO FR-PONTOS.
             MOVE WRK-DATA-HOJE TO FR-DT-PONTUACAO.
             IF WRK-PONTOS >= WRK-FP-LIMITE
               MOVE 'P' TO FR-SITUACAO
               ADD 1 TO WRK-QT-FILA
               MOVE SPACES TO RELAT-FRAUDE-REG
               STRING 'SINISTRO=' FR-SINISTRO
                      ' CLIENTE=' FR-CLI-ID
                      ' APOLICE=' FR-APOLICE
                      ' PONTOS=' FR-PONTOS
                      ' INICIO/REATIV/FREQCLI/FREQPLACA/CUSTO/ATRASO='
                      FR-INDICADORES
                      DELIMITED BY SIZE INTO RELAT-FRAUDE-REG
               WRITE RELAT-FRAUDE-REG
             ELSE
               MOVE 'L' TO FR-SITUACAO
             END-IF.
             IF WRK-NOVO = 'S'
               WRITE FRAUDE-MASTER-REG
             ELSE
               REWRITE FRAUDE-MASTER-REG
             END-IF.
      *>  --------------------------------------------------------------
       5000-LISTA-FILA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADOS.
             MOVE 0 TO FR-SINISTRO.
             START FRAUDES KEY IS NOT LESS THAN FR-SINISTRO
               INVALID KEY MOVE 10 TO FRAUDE-STATUS
             END-START.
             IF FRAUDE-STATUS NOT = 10
               READ FRAUDES NEXT
                 AT END MOVE 10 TO FRAUDE-STATUS
               END-READ
             END-IF.
             DISPLAY 'SINISTRO CLIENTE PONTOS SIT ANALISTA'.
             PERFORM 5100-LISTA-UM UNTIL FRAUDE-STATUS = 10.
             MOVE 0 TO FRAUDE-STATUS.
             DISPLAY 'SINISTROS NA FILA: ' WRK-QT-LISTADOS.
      *>  --------------------------------------------------------------
       5100-LISTA-UM.
      *>  --------------------------------------------------------------
             IF FR-NA-FILA OR FR-EM-INVESTIGACAO
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY FR-SINISTRO ' ' FR-CLI-ID '   ' FR-PONTOS
                       '    ' FR-SITUACAO '   ' FR-ANALISTA
             END-IF.
             READ FRAUDES NEXT
               AT END MOVE 10 TO FRAUDE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6000-ASSUME-INVESTIGACAO.
      *>  --------------------------------------------------------------
             PERFORM 8100-LE-FRAUDE.
             IF FRAUDE-STATUS = 0
               IF FR-NA-FILA OR FR-EM-INVESTIGACAO
                 DISPLAY 'ANALISTA RESPONSAVEL...........: '
                 ACCEPT FR-ANALISTA
                 IF FR-ANALISTA = SPACES
                   DISPLAY '*** INFORME O ANALISTA ***'
                 ELSE
                   IF FR-NA-FILA
                     MOVE WRK-DATA-HOJE TO FR-DT-INICIO-INV
                   END-IF
                   MOVE 'I' TO FR-SITUACAO
                   REWRITE FRAUDE-MASTER-REG
                   DISPLAY 'INVESTIGACAO COM ' FR-ANALISTA
                 END-IF
               ELSE
                 DISPLAY '*** SINISTRO FORA DA FILA DE INVESTIGACAO ***'
               END-IF
             END-IF.
             MOVE 0 TO FRAUDE-STATUS.
      *>  --------------------------------------------------------------
      *>  7000-ENCERRA-INVESTIGACAO - PARECER E RESULTADO DO ANALISTA.
      *>  IMPROCEDENTE LIBERA A APROVACAO NO SINREG; FRAUDE CONFIRMADA
      *>  SO ADMITE A NEGATIVA DO SINISTRO.
      *>  --------------------------------------------------------------
       7000-ENCERRA-INVESTIGACAO.
      *>  --------------------------------------------------------------
             PERFORM 8100-LE-FRAUDE.
             IF FRAUDE-STATUS = 0
               IF NOT FR-EM-INVESTIGACAO
                 DISPLAY '*** SINISTRO SEM INVESTIGACAO EM ANDAMENTO'
                         ' ***'
               ELSE
                 DISPLAY 'PARECER DO ANALISTA............: '
                 ACCEPT FR-PARECER
                 DISPLAY 'RESULTADO (I-IMPROCEDENTE C-FRAUDE '
                         'CONFIRMADA): '
                 ACCEPT WRK-RESULTADO
                 IF (WRK-RESULTADO NOT = 'I' AND NOT = 'C')
                    OR FR-PARECER = SPACES
                   DISPLAY '*** PARECER OU RESULTADO INVALIDO ***'
                 ELSE
                   MOVE WRK-RESULTADO TO FR-RESULTADO
                   MOVE 'F' TO FR-SITUACAO
                   MOVE WRK-DATA-HOJE TO FR-DT-ENCERRAMENTO
                   REWRITE FRAUDE-MASTER-REG
                   DISPLAY 'INVESTIGACAO ENCERRADA'
                 END-IF
               END-IF
             END-IF.
             MOVE 0 TO FRAUDE-STATUS.
      *>  --------------------------------------------------------------
       8000-CONSULTA-PONTUACAO.
      *>  --------------------------------------------------------------
             PERFORM 8100-LE-FRAUDE.
             IF FRAUDE-STATUS = 0
               DISPLAY 'CLIENTE ' FR-CLI-ID ' APOLICE ' FR-APOLICE
                       ' PONTUADO EM ' FR-DT-PONTUACAO
               DISPLAY 'PONTOS ' FR-PONTOS ' INDICADORES '
                       '(INICIO/REATIV/FREQCLI/FREQPLACA/CUSTO/ATRASO) '
                       FR-INDICADORES
               DISPLAY 'SITUACAO ' FR-SITUACAO ' ANALISTA ' FR-ANALISTA
                       ' RESULTADO ' FR-RESULTADO
               DISPLAY 'PARECER: ' FR-PARECER
             END-IF.
             MOVE 0 TO FRAUDE-STATUS.
      *>  --------------------------------------------------------------
       8100-LE-FRAUDE.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO SINISTRO.............: '.
             ACCEPT WRK-NUM-SINISTRO.
             MOVE WRK-NUM-SINISTRO TO FR-SINISTRO.
             READ FRAUDES
               INVALID KEY
                 DISPLAY '*** SINISTRO SEM PONTUACAO DE FRAUDE ***'
                 MOVE 23 TO FRAUDE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8900-DIAS-COMERCIAIS - DATA AAAAMMDD EM DIAS (ANO DE 360,
      *>  MES DE 30), A MESMA CONTA DO SEGSUSP.
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
