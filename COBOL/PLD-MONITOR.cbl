       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDMONIT.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MONITORAMENTO DE PREVENCAO A
      ***   LAVAGEM DE DINHEIRO. O LOTE NOTURNO (PARM MONITORA) CARREGA
      ***   AS OPERACOES DOS ULTIMOS 30 DIAS - CAMBIO (MOEDASLOG.TXT,
      ***   SO AS MARCADAS COM CLIENTE=), PAGAMENTOS DE EMPRESTIMO
      ***   (EMPPAGOS.TXT), APLICACOES (INVPOSIC.TXT) E RESGATES
      ***   (RESGLOG.TXT) - E APLICA AS REGRAS AS OPERACOES DO DIA,
      ***   CONTRA A RENDA E OS BENS DECLARADOS DO CLIENTE: ESPECIE
      ***   ACIMA DO LIMITE DE COMUNICACAO, FRACIONAMENTO LOGO ABAIXO
      ***   DO LIMITE EM POUCOS DIAS, QUITACAO ANTECIPADA POR CLIENTE
      ***   DE RENDA BAIXA, CAMBIO MUITO ACIMA DA RENDA E APLICACOES E
      ***   RESGATES ACIMA DA RENDA ANUAL MAIS OS BENS. CADA ALERTA
      ***   ABRE UM CASO NA FILA (PLDCASO.TXT) E SAI EM RELPLD.TXT; OS
      ***   CASOS CONFIRMADOS PELO ANALISTA VAO PARA O ARQUIVO DE
      ***   COMUNICACAO AO COAF (COAFCOM.TXT, LAYOUT FIXO). SEM PARM,
      ***   O MENU E A MESA DO ANALISTA. O RISCO ELEVADO PELA
      ***   DECISAO GRAVA UMA LINHA EVENTO=RISCPLD EM CLIAUD.TXT.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT CLIENTE-AUDIT ASSIGN TO 'C:\COBOL\CLIAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIAUD-STATUS.
           SELECT LOG-CONVERSAO ASSIGN TO 'C:\COBOL\MOEDASLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT RESGATE-LOG ASSIGN TO 'C:\COBOL\RESGLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RESGLOG-STATUS.
           SELECT PLD-CASOS ASSIGN TO 'C:\COBOL\PLDCASO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CASO-STATUS
             RECORD KEY IS PL-CHAVE.
           SELECT COAF-COMUNICACAO ASSIGN TO 'C:\COBOL\COAFCOM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COAF-STATUS.
           SELECT RELAT-PLD ASSIGN TO 'C:\COBOL\RELPLD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CLIENTE-AUDIT.
       01 CLIENTE-AUDIT-REG    PIC X(200).
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG    PIC X(160).
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-PARCELA      PIC 9(02).
            05 EP-DT-PAGAMENTO PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD INVEST-POSICAO.
       01 INVEST-POSICAO-REG.
            05 IP-CHAVE.
                10 IP-CLI-ID       PIC 9(05).
                10 IP-SEQ          PIC 9(03).
            05 IP-PRODUTO          PIC 9(01).
            05 IP-VL-APLICADO      PIC 9(07)V99.
            05 IP-DT-INICIO        PIC 9(08).
            05 IP-TX-MENSAL        PIC 9V9999.
            05 IP-SALDO            PIC 9(09)V99.
            05 IP-MESES            PIC 9(03).
            05 IP-SITUACAO         PIC X(01).
       FD RESGATE-LOG.
       01 RESGATE-LOG-REG.
            05 RG-DATA         PIC 9(08).
            05 RG-CLI-ID       PIC 9(05).
            05 RG-SEQ          PIC 9(03).
            05 RG-RENDIMENTO   PIC 9(07)V99.
            05 RG-IR           PIC 9(07)V99.
            05 RG-LIQUIDO      PIC 9(09)V99.
       FD PLD-CASOS.
       COPY 'PLDCASO-MASTER.CBL'.
      *>  --------------------------------------------------------------
      *>  COMUNICACAO AO COAF - LAYOUT FIXO DE 200 POSICOES: UM
      *>  REGISTRO H DE CABECALHO, UM D POR CASO CONFIRMADO E UM T DE
      *>  TOTAIS. O TIPO DO REGISTRO FICA SEMPRE NA PRIMEIRA POSICAO.
      *>  --------------------------------------------------------------
       FD COAF-COMUNICACAO.
       01 COAF-DETALHE-REG.
            05 CO-TIPO-REG         PIC X(01).
            05 CO-SEQ              PIC 9(06).
            05 CO-CPF              PIC 9(11).
            05 CO-NOME             PIC X(30).
            05 CO-PEP              PIC X(01).
            05 CO-RISCO            PIC X(01).
            05 CO-ENQUADRAMENTO    PIC 9(02).
            05 CO-ORIGEM           PIC X(01).
            05 CO-DT-OPERACAO      PIC 9(08).
            05 CO-VL-OPERACAO      PIC 9(11)V99.
            05 CO-QT-OPERACOES     PIC 9(03).
            05 CO-RENDA            PIC 9(07)V99.
            05 CO-BENS             PIC 9(07)V99.
            05 CO-DT-DECISAO       PIC 9(08).
            05 CO-ANALISTA         PIC X(10).
            05 CO-PARECER          PIC X(60).
            05 FILLER              PIC X(27).
       01 COAF-CABECALHO-REG.
            05 CO-H-TIPO-REG       PIC X(01).
            05 CO-H-SEGMENTO       PIC X(10).
            05 CO-H-DT-GERACAO     PIC 9(08).
            05 FILLER              PIC X(181).
       01 COAF-TRAILER-REG.
            05 CO-T-TIPO-REG       PIC X(01).
            05 CO-T-QT-REGISTROS   PIC 9(06).
            05 CO-T-VL-TOTAL       PIC 9(13)V99.
            05 FILLER              PIC X(178).
       FD RELAT-PLD.
       01 RELAT-PLD-REG           PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CLIAUD-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-AUD     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AUD     PIC 9(08) VALUE ZEROS.
       77 WRK-RISCO-ANT    PIC X(01) VALUE SPACE.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 RESGLOG-STATUS   PIC 9(02) VALUE ZEROS.
       77 CASO-STATUS      PIC 9(02) VALUE ZEROS.
       77 COAF-STATUS      PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CONTRATOS-OK PIC X(01) VALUE 'N'.
       77 WRK-CLIENTE-OK   PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  PARAMETROS DAS REGRAS: LIMITE DE COMUNICACAO DE OPERACAO EM
      *>  ESPECIE; FRACIONAMENTO = WRK-PLD-QT-FRAC OPERACOES ENTRE
      *>  WRK-PLD-PCT-FRAC DO LIMITE E O LIMITE EM WRK-PLD-DIAS-FRAC
      *>  DIAS; RENDA BAIXA ATE WRK-PLD-RENDA-BAIXA QUITANDO MAIS DE
      *>  WRK-PLD-MULT-QUITA RENDAS; CAMBIO EM 30 DIAS ACIMA DE
      *>  WRK-PLD-MULT-CAMBIO RENDAS; APLICACOES E RESGATES EM 30 DIAS
      *>  ACIMA DA RENDA ANUAL MAIS OS BENS. PARA CLIENTE DE RISCO
      *>  ALTO OU PEP A CAPACIDADE DAS REGRAS 4 E 5 CAI PELA METADE.
      *>  --------------------------------------------------------------
       77 WRK-PLD-LIMITE      PIC 9(07)V99 VALUE 50000,00.
       77 WRK-PLD-PCT-FRAC    PIC 9V99     VALUE 0,80.
       77 WRK-PLD-QT-FRAC     PIC 9(02)    VALUE 3.
       77 WRK-PLD-DIAS-FRAC   PIC 9(03)    VALUE 5.
       77 WRK-PLD-DIAS-JANELA PIC 9(03)    VALUE 30.
       77 WRK-PLD-RENDA-BAIXA PIC 9(07)V99 VALUE 3000,00.
       77 WRK-PLD-MULT-QUITA  PIC 9(02)    VALUE 3.
       77 WRK-PLD-MULT-CAMBIO PIC 9(02)    VALUE 3.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-FRAC    PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA        PIC X(160) VALUE SPACES.
       77 WRK-POS-SUFIXO   PIC 9(03) VALUE ZEROS.
       77 WRK-LOG-VALOR-INT PIC 9(07) VALUE ZEROS.
       77 WRK-LOG-TAXA-INT PIC 9(07) VALUE ZEROS.
       77 WRK-LOG-IOF-INT  PIC 9(09) VALUE ZEROS.
       77 WRK-LOG-CLI-ID   PIC 9(05) VALUE ZEROS.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX2         PIC 9(04) VALUE ZEROS.
       77 WRK-QT-OPS       PIC 9(04) VALUE ZEROS.
       77 WRK-QT-IGNORADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-REGRA        PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-CASO    PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM       PIC X(01) VALUE SPACES.
       77 WRK-VL-CASO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-CASO      PIC 9(03) VALUE ZEROS.
       77 WRK-VL-FRAC-MIN  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-SOMA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-SOMA      PIC 9(03) VALUE ZEROS.
       77 WRK-CAPACIDADE   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RENDA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BENS         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RISCO        PIC X(01) VALUE SPACES.
       77 WRK-PEP          PIC X(01) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-CASO-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-RESULTADO    PIC X(01) VALUE SPACE.
       77 WRK-QT-CASOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COAF      PIC 9(06) VALUE ZEROS.
       77 WRK-VL-COAF      PIC 9(13)V99 VALUE ZEROS.
       01 WRK-QT-REGRA-TAB.
            05 WRK-QT-REGRA OCCURS 5 TIMES PIC 9(05).
      *>  --------------------------------------------------------------
      *>  OPERACOES DA JANELA DE 30 DIAS DE TODAS AS ORIGENS (C CAMBIO,
      *>  E PAGAMENTO DE EMPRESTIMO, A APLICACAO, R RESGATE), COM A
      *>  DATA EM DIAS COMERCIAIS; WRK-OP-QUITA S MARCA A QUITACAO
      *>  ANTECIPADA (PARCELA 99 DO EMPCOBRA).
      *>  --------------------------------------------------------------
       01 WRK-TAB-OPERACOES.
            05 WRK-OP-ITEM OCCURS 3000 TIMES.
                10 WRK-OP-CLI-ID     PIC 9(05).
                10 WRK-OP-DATA       PIC 9(08).
                10 WRK-OP-DIAS       PIC 9(08).
                10 WRK-OP-ORIGEM     PIC X(01).
                10 WRK-OP-VALOR      PIC 9(09)V99.
                10 WRK-OP-QUITA      PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             COMPUTE WRK-DIAS-INICIO =
                     WRK-DIAS-HOJE - WRK-PLD-DIAS-JANELA.
             COMPUTE WRK-DIAS-FRAC =
                     WRK-DIAS-HOJE - WRK-PLD-DIAS-FRAC.
             COMPUTE WRK-VL-FRAC-MIN ROUNDED =
                     WRK-PLD-LIMITE * WRK-PLD-PCT-FRAC.
             PERFORM 0050-ABRE-CASOS.
             EVALUATE WRK-PARM-EXEC
               WHEN 'MONITORA'
                 PERFORM 1000-MONITORA
                 PERFORM 6000-GERA-COAF
               WHEN OTHER
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE PLD-CASOS.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-CASOS.
      *>  --------------------------------------------------------------
             OPEN I-O PLD-CASOS.
             IF CASO-STATUS = 35
               OPEN OUTPUT PLD-CASOS
               CLOSE PLD-CASOS
               OPEN I-O PLD-CASOS
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'PREVENCAO A LAVAGEM DE DINHEIRO - CASOS'.
             DISPLAY '1 - LISTAR FILA'.
             DISPLAY '2 - ASSUMIR CASO'.
             DISPLAY '3 - DECIDIR CASO'.
             DISPLAY '4 - CONSULTAR CASO'.
             DISPLAY '5 - GERAR COMUNICACAO AO COAF'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 5000-LISTA-FILA
               WHEN 2
                 PERFORM 5200-ASSUME-CASO
               WHEN 3
                 PERFORM 5300-DECIDE-CASO
               WHEN 4
                 PERFORM 5400-CONSULTA-CASO
               WHEN 5
                 PERFORM 6000-GERA-COAF
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-MONITORA - CARREGA A JANELA DE OPERACOES E AVALIA AS
      *>  OPERACOES DO DIA. CASO JA EXISTENTE PARA A MESMA CHAVE NAO E
      *>  REABERTO, ENTAO REPROCESSAR O DIA NAO DUPLICA A FILA.
      *>  --------------------------------------------------------------
       1000-MONITORA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-OPS WRK-QT-IGNORADAS WRK-QT-CASOS.
             MOVE ZEROS TO WRK-QT-REGRA-TAB.
             PERFORM 1100-CARREGA-CAMBIO.
             PERFORM 1200-CARREGA-PAGAMENTOS.
             PERFORM 1300-CARREGA-APLICACOES.
             PERFORM 1400-CARREGA-RESGATES.
             MOVE 'N' TO WRK-CLIENTE-OK.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLIENTE-OK
             END-IF.
             MOVE 0 TO CLIENTE-STATUS.
             OPEN OUTPUT RELAT-PLD.
             MOVE SPACES TO RELAT-PLD-REG.
             STRING 'MONITORAMENTO PLD - OPERACOES DE ' WRK-DATA-HOJE
                    ' - JANELA ' WRK-PLD-DIAS-JANELA ' DIAS - '
                    WRK-QT-OPS ' OPERACOES'
                    DELIMITED BY SIZE INTO RELAT-PLD-REG.
             WRITE RELAT-PLD-REG.
             PERFORM 2000-AVALIA-OPERACAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-OPS.
             MOVE SPACES TO RELAT-PLD-REG.
             STRING 'CASOS ABERTOS=' WRK-QT-CASOS
                    ' ESPECIE=' WRK-QT-REGRA(1)
                    ' FRACIONAMENTO=' WRK-QT-REGRA(2)
                    ' QUITACAO=' WRK-QT-REGRA(3)
                    ' CAMBIO=' WRK-QT-REGRA(4)
                    ' INVESTIMENTO=' WRK-QT-REGRA(5)
                    DELIMITED BY SIZE INTO RELAT-PLD-REG.
             WRITE RELAT-PLD-REG.
             CLOSE RELAT-PLD.
             IF WRK-CLIENTE-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
             DISPLAY 'OPERACOES NA JANELA..: ' WRK-QT-OPS.
             DISPLAY 'CASOS ABERTOS........: ' WRK-QT-CASOS.
             IF WRK-QT-IGNORADAS > 0
               DISPLAY '*** OPERACOES FORA DA TABELA: '
                       WRK-QT-IGNORADAS ' ***'
               MOVE 4 TO RETURN-CODE
             END-IF.
      *>  --------------------------------------------------------------
      *>  1100-CARREGA-CAMBIO - SO AS CONVERSOES DE CLIENTE DA CASA
      *>  (MARCA CLIENTE= NA COLUNA 58, OU 82 NO PAR CRUZADO). O VALOR
      *>  EM REAIS E VALOR X TAXA NA CONVERSAO COMUM; NO PAR CRUZADO,
      *>  QUE NAO TRAZ A TAXA DA ORIGEM, SAI DO IOF RETIDO (1,1%).
      *>  A REMESSA AO EXTERIOR (FXREMESS) VEM NO DESENHO DA CONVERSAO
      *>  COMUM, COM A TAXA APLICADA, E ENTRA COMO CAMBIO DO CLIENTE.
      *>  --------------------------------------------------------------
       1100-CARREGA-CAMBIO.
      *>  --------------------------------------------------------------
             OPEN INPUT LOG-CONVERSAO.
             IF LOG-STATUS = 0
               READ LOG-CONVERSAO
                 AT END MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 1110-CARREGA-CONVERSAO UNTIL LOG-STATUS = 10
               CLOSE LOG-CONVERSAO
             END-IF.
             MOVE 0 TO LOG-STATUS.
      *>  --------------------------------------------------------------
       1110-CARREGA-CONVERSAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE LOG-CONVERSAO-REG TO WRK-LINHA.
             MOVE 0 TO WRK-POS-SUFIXO.
             IF WRK-LINHA(58:9) = ' CLIENTE='
               MOVE 58 TO WRK-POS-SUFIXO
             ELSE
               IF WRK-LINHA(82:9) = ' CLIENTE='
                 MOVE 82 TO WRK-POS-SUFIXO
               END-IF
             END-IF.
             IF WRK-LINHA(1:8) IS NUMERIC
                AND WRK-POS-SUFIXO > 0
                AND WRK-LINHA(WRK-POS-SUFIXO + 9:5) IS NUMERIC
               MOVE WRK-LINHA(1:8) TO WRK-DATA-X
               PERFORM 8900-DIAS-COMERCIAIS
               MOVE WRK-LINHA(WRK-POS-SUFIXO + 9:5) TO WRK-LOG-CLI-ID
               IF WRK-DIAS-X > WRK-DIAS-INICIO
                  AND WRK-DIAS-X NOT > WRK-DIAS-HOJE
                  AND WRK-LOG-CLI-ID > 0
                 PERFORM 1120-VALOR-EM-REAIS
               END-IF
             END-IF.
             READ LOG-CONVERSAO
               AT END MOVE 10 TO LOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1120-VALOR-EM-REAIS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-VL-SOMA.
             IF WRK-POS-SUFIXO = 58
                AND WRK-LINHA(38:7) IS NUMERIC
                AND WRK-LINHA(51:7) IS NUMERIC
               MOVE WRK-LINHA(38:7) TO WRK-LOG-VALOR-INT
               MOVE WRK-LINHA(51:7) TO WRK-LOG-TAXA-INT
               COMPUTE WRK-VL-SOMA ROUNDED =
                       (WRK-LOG-VALOR-INT / 100)
                       * (WRK-LOG-TAXA-INT / 10000)
             ELSE
               IF WRK-LINHA(WRK-POS-SUFIXO + 14:5) = ' IOF='
                  AND WRK-LINHA(WRK-POS-SUFIXO + 19:9) IS NUMERIC
                 MOVE WRK-LINHA(WRK-POS-SUFIXO + 19:9)
                   TO WRK-LOG-IOF-INT
                 COMPUTE WRK-VL-SOMA ROUNDED =
                         (WRK-LOG-IOF-INT / 100) / 0,011
               END-IF
             END-IF.
             IF WRK-VL-SOMA > 0
               MOVE WRK-LOG-CLI-ID TO WRK-CLI-ID
               MOVE 'C' TO WRK-ORIGEM
               MOVE 'N' TO WRK-ACHOU
               PERFORM 1900-GUARDA-OPERACAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  1200-CARREGA-PAGAMENTOS - O CLIENTE VEM DO CONTRATO; A
      *>  PARCELA 99 E A QUITACAO ANTECIPADA GRAVADA PELO EMPCOBRA.
      *>  --------------------------------------------------------------
       1200-CARREGA-PAGAMENTOS.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CONTRATOS-OK.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 'S' TO WRK-CONTRATOS-OK
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0 AND WRK-CONTRATOS-OK = 'S'
               READ PAGAMENTOS
                 AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM 1210-CARREGA-PAGAMENTO
                 UNTIL PAGAMENTOS-STATUS = 10
             END-IF.
             IF PAGAMENTOS-STATUS = 0 OR PAGAMENTOS-STATUS = 10
               CLOSE PAGAMENTOS
             END-IF.
             IF WRK-CONTRATOS-OK = 'S'
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
       1210-CARREGA-PAGAMENTO.
      *>  --------------------------------------------------------------
             MOVE EP-DT-PAGAMENTO TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             IF WRK-DIAS-X > WRK-DIAS-INICIO
                AND WRK-DIAS-X NOT > WRK-DIAS-HOJE
               MOVE EP-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CTR-CLI-ID TO WRK-CLI-ID
                   MOVE EP-VL-PAGO TO WRK-VL-SOMA
                   MOVE 'E' TO WRK-ORIGEM
                   MOVE 'N' TO WRK-ACHOU
                   IF EP-PARCELA = 99
                     MOVE 'S' TO WRK-ACHOU
                   END-IF
                   PERFORM 1900-GUARDA-OPERACAO
               END-READ
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1300-CARREGA-APLICACOES.
      *>  --------------------------------------------------------------
             OPEN INPUT INVEST-POSICAO.
             IF POSICAO-STATUS = 0
               MOVE 0 TO IP-CLI-ID IP-SEQ
               START INVEST-POSICAO KEY IS NOT LESS THAN IP-CHAVE
                 INVALID KEY MOVE 10 TO POSICAO-STATUS
               END-START
               IF POSICAO-STATUS NOT = 10
                 READ INVEST-POSICAO NEXT
                   AT END MOVE 10 TO POSICAO-STATUS
                 END-READ
               END-IF
               PERFORM 1310-CARREGA-APLICACAO
                 UNTIL POSICAO-STATUS = 10
               CLOSE INVEST-POSICAO
             END-IF.
             MOVE 0 TO POSICAO-STATUS.
      *>  --------------------------------------------------------------
       1310-CARREGA-APLICACAO.
      *>  --------------------------------------------------------------
             MOVE IP-DT-INICIO TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             IF WRK-DIAS-X > WRK-DIAS-INICIO
                AND WRK-DIAS-X NOT > WRK-DIAS-HOJE
               MOVE IP-CLI-ID TO WRK-CLI-ID
               MOVE IP-VL-APLICADO TO WRK-VL-SOMA
               MOVE 'A' TO WRK-ORIGEM
               MOVE 'N' TO WRK-ACHOU
               PERFORM 1900-GUARDA-OPERACAO
             END-IF.
             READ INVEST-POSICAO NEXT
               AT END MOVE 10 TO POSICAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1400-CARREGA-RESGATES.
      *>  --------------------------------------------------------------
             OPEN INPUT RESGATE-LOG.
             IF RESGLOG-STATUS = 0
               READ RESGATE-LOG
                 AT END MOVE 10 TO RESGLOG-STATUS
               END-READ
               PERFORM 1410-CARREGA-RESGATE
                 UNTIL RESGLOG-STATUS = 10
               CLOSE RESGATE-LOG
             END-IF.
             MOVE 0 TO RESGLOG-STATUS.
      *>  --------------------------------------------------------------
       1410-CARREGA-RESGATE.
      *>  --------------------------------------------------------------
             MOVE RG-DATA TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             IF WRK-DIAS-X > WRK-DIAS-INICIO
                AND WRK-DIAS-X NOT > WRK-DIAS-HOJE
               MOVE RG-CLI-ID TO WRK-CLI-ID
               MOVE RG-LIQUIDO TO WRK-VL-SOMA
               MOVE 'R' TO WRK-ORIGEM
               MOVE 'N' TO WRK-ACHOU
               PERFORM 1900-GUARDA-OPERACAO
             END-IF.
             READ RESGATE-LOG
               AT END MOVE 10 TO RESGLOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1900-GUARDA-OPERACAO.
      *>  --------------------------------------------------------------
             IF WRK-QT-OPS < 3000
               ADD 1 TO WRK-QT-OPS
               MOVE WRK-CLI-ID  TO WRK-OP-CLI-ID(WRK-QT-OPS)
               MOVE WRK-DATA-X  TO WRK-OP-DATA(WRK-QT-OPS)
               MOVE WRK-DIAS-X  TO WRK-OP-DIAS(WRK-QT-OPS)
               MOVE WRK-ORIGEM  TO WRK-OP-ORIGEM(WRK-QT-OPS)
               MOVE WRK-VL-SOMA TO WRK-OP-VALOR(WRK-QT-OPS)
               MOVE WRK-ACHOU   TO WRK-OP-QUITA(WRK-QT-OPS)
             ELSE
               ADD 1 TO WRK-QT-IGNORADAS
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-AVALIA-OPERACAO - SO A OPERACAO DO DIA DISPARA REGRA; A
      *>  JANELA SERVE DE HISTORICO PARA FRACIONAMENTO E VOLUME.
      *>  --------------------------------------------------------------
       2000-AVALIA-OPERACAO.
      *>  --------------------------------------------------------------
             IF WRK-OP-DIAS(WRK-IDX) = WRK-DIAS-HOJE
               MOVE WRK-OP-CLI-ID(WRK-IDX) TO WRK-CLI-ID
               PERFORM 2900-LE-CLIENTE
               EVALUATE WRK-OP-ORIGEM(WRK-IDX)
                 WHEN 'C'
                   PERFORM 2100-REGRA-ESPECIE
                   PERFORM 2200-REGRA-FRACIONAMENTO
                   PERFORM 2400-REGRA-CAMBIO
                 WHEN 'E'
                   PERFORM 2100-REGRA-ESPECIE
                   PERFORM 2200-REGRA-FRACIONAMENTO
                   PERFORM 2300-REGRA-QUITACAO
                 WHEN OTHER
                   PERFORM 2500-REGRA-INVESTIMENTO
               END-EVALUATE
             END-IF.
      *>  --------------------------------------------------------------
       2100-REGRA-ESPECIE.
      *>  --------------------------------------------------------------
             IF WRK-OP-VALOR(WRK-IDX) NOT < WRK-PLD-LIMITE
               MOVE 1 TO WRK-REGRA
               MOVE WRK-OP-DATA(WRK-IDX) TO WRK-DATA-CASO
               MOVE WRK-OP-ORIGEM(WRK-IDX) TO WRK-ORIGEM
               MOVE WRK-OP-VALOR(WRK-IDX) TO WRK-VL-CASO
               MOVE 1 TO WRK-QT-CASO
               PERFORM 3000-ABRE-CASO
             END-IF.
      *>  --------------------------------------------------------------
      *>  2200-REGRA-FRACIONAMENTO - OPERACOES EM ESPECIE DO CLIENTE
      *>  ENTRE O PISO DE FRACIONAMENTO E O LIMITE NOS ULTIMOS DIAS.
      *>  --------------------------------------------------------------
       2200-REGRA-FRACIONAMENTO.
      *>  --------------------------------------------------------------
             IF WRK-OP-VALOR(WRK-IDX) NOT < WRK-VL-FRAC-MIN
                AND WRK-OP-VALOR(WRK-IDX) < WRK-PLD-LIMITE
               MOVE 0 TO WRK-VL-SOMA WRK-QT-SOMA
               PERFORM 2210-SOMA-FRACIONADA
                 VARYING WRK-IDX2 FROM 1 BY 1
                 UNTIL WRK-IDX2 > WRK-QT-OPS
               IF WRK-QT-SOMA NOT < WRK-PLD-QT-FRAC
                 MOVE 2 TO WRK-REGRA
                 PERFORM 3100-PROCURA-CASO-ABERTO
                 IF WRK-CASO-ABERTO = 'N'
                   MOVE WRK-OP-DATA(WRK-IDX) TO WRK-DATA-CASO
                   MOVE WRK-OP-ORIGEM(WRK-IDX) TO WRK-ORIGEM
                   MOVE WRK-VL-SOMA TO WRK-VL-CASO
                   MOVE WRK-QT-SOMA TO WRK-QT-CASO
                   PERFORM 3000-ABRE-CASO
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2210-SOMA-FRACIONADA.
      *>  --------------------------------------------------------------
             IF WRK-OP-CLI-ID(WRK-IDX2) = WRK-CLI-ID
                AND (WRK-OP-ORIGEM(WRK-IDX2) = 'C'
                     OR WRK-OP-ORIGEM(WRK-IDX2) = 'E')
                AND WRK-OP-DIAS(WRK-IDX2) > WRK-DIAS-FRAC
                AND WRK-OP-VALOR(WRK-IDX2) NOT < WRK-VL-FRAC-MIN
                AND WRK-OP-VALOR(WRK-IDX2) < WRK-PLD-LIMITE
               ADD 1 TO WRK-QT-SOMA
               ADD WRK-OP-VALOR(WRK-IDX2) TO WRK-VL-SOMA
             END-IF.
      *>  --------------------------------------------------------------
       2300-REGRA-QUITACAO.
      *>  --------------------------------------------------------------
             IF WRK-OP-QUITA(WRK-IDX) = 'S'
                AND WRK-RENDA NOT > WRK-PLD-RENDA-BAIXA
               COMPUTE WRK-CAPACIDADE = WRK-RENDA * WRK-PLD-MULT-QUITA
               IF WRK-OP-VALOR(WRK-IDX) > WRK-CAPACIDADE
                 MOVE 3 TO WRK-REGRA
                 MOVE WRK-OP-DATA(WRK-IDX) TO WRK-DATA-CASO
                 MOVE 'E' TO WRK-ORIGEM
                 MOVE WRK-OP-VALOR(WRK-IDX) TO WRK-VL-CASO
                 MOVE 1 TO WRK-QT-CASO
                 PERFORM 3000-ABRE-CASO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2400-REGRA-CAMBIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-VL-SOMA WRK-QT-SOMA.
             MOVE 'C' TO WRK-ORIGEM.
             PERFORM 2410-SOMA-ORIGEM
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 > WRK-QT-OPS.
             COMPUTE WRK-CAPACIDADE = WRK-RENDA * WRK-PLD-MULT-CAMBIO.
             IF WRK-RISCO = 'A' OR WRK-PEP = 'S'
               COMPUTE WRK-CAPACIDADE = WRK-CAPACIDADE / 2
             END-IF.
             IF WRK-VL-SOMA > WRK-CAPACIDADE
               MOVE 4 TO WRK-REGRA
               PERFORM 3100-PROCURA-CASO-ABERTO
               IF WRK-CASO-ABERTO = 'N'
                 MOVE WRK-OP-DATA(WRK-IDX) TO WRK-DATA-CASO
                 MOVE 'C' TO WRK-ORIGEM
                 MOVE WRK-VL-SOMA TO WRK-VL-CASO
                 MOVE WRK-QT-SOMA TO WRK-QT-CASO
                 PERFORM 3000-ABRE-CASO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2410-SOMA-ORIGEM.
      *>  --------------------------------------------------------------
             IF WRK-OP-CLI-ID(WRK-IDX2) = WRK-CLI-ID
                AND (WRK-OP-ORIGEM(WRK-IDX2) = WRK-ORIGEM
                     OR (WRK-ORIGEM = 'I'
                         AND (WRK-OP-ORIGEM(WRK-IDX2) = 'A'
                              OR WRK-OP-ORIGEM(WRK-IDX2) = 'R')))
               ADD 1 TO WRK-QT-SOMA
               ADD WRK-OP-VALOR(WRK-IDX2) TO WRK-VL-SOMA
             END-IF.
      *>  --------------------------------------------------------------
       2500-REGRA-INVESTIMENTO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-VL-SOMA WRK-QT-SOMA.
             MOVE 'I' TO WRK-ORIGEM.
             PERFORM 2410-SOMA-ORIGEM
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 > WRK-QT-OPS.
             COMPUTE WRK-CAPACIDADE = (WRK-RENDA * 12) + WRK-BENS.
             IF WRK-RISCO = 'A' OR WRK-PEP = 'S'
               COMPUTE WRK-CAPACIDADE = WRK-CAPACIDADE / 2
             END-IF.
             IF WRK-VL-SOMA > WRK-CAPACIDADE
               MOVE 5 TO WRK-REGRA
               PERFORM 3100-PROCURA-CASO-ABERTO
               IF WRK-CASO-ABERTO = 'N'
                 MOVE WRK-OP-DATA(WRK-IDX) TO WRK-DATA-CASO
                 MOVE WRK-OP-ORIGEM(WRK-IDX) TO WRK-ORIGEM
                 MOVE WRK-VL-SOMA TO WRK-VL-CASO
                 MOVE WRK-QT-SOMA TO WRK-QT-CASO
                 PERFORM 3000-ABRE-CASO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2900-LE-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-RENDA WRK-BENS.
             MOVE SPACES TO WRK-RISCO WRK-PEP.
             IF WRK-CLIENTE-OK = 'S'
               MOVE WRK-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLI-RENDA TO WRK-RENDA
                   MOVE CLI-BENS TO WRK-BENS
                   MOVE CLI-RISCO-PLD TO WRK-RISCO
                   MOVE CLI-PEP TO WRK-PEP
               END-READ
               MOVE 0 TO CLIENTE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-ABRE-CASO - CASO NOVO NA FILA COM A FOTOGRAFIA DO
      *>  CADASTRO; CHAVE JA EXISTENTE (DIA REPROCESSADO) E IGNORADA.
      *>  --------------------------------------------------------------
       3000-ABRE-CASO.
      *>  --------------------------------------------------------------
             INITIALIZE PLDCASO-MASTER-REG.
             MOVE WRK-CLI-ID    TO PL-CLI-ID.
             MOVE WRK-REGRA     TO PL-REGRA.
             MOVE WRK-DATA-CASO TO PL-DATA.
             MOVE WRK-ORIGEM    TO PL-ORIGEM.
             MOVE WRK-VL-CASO   TO PL-VALOR.
             MOVE WRK-QT-CASO   TO PL-QT-OPERACOES.
             MOVE WRK-RENDA     TO PL-RENDA.
             MOVE WRK-BENS      TO PL-BENS.
             MOVE WRK-RISCO     TO PL-RISCO.
             MOVE WRK-PEP       TO PL-PEP.
             MOVE WRK-DATA-HOJE TO PL-DT-ABERTURA.
             MOVE 'P'           TO PL-SITUACAO.
             MOVE 'N'           TO PL-COAF.
             WRITE PLDCASO-MASTER-REG
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO WRK-QT-CASOS
                 ADD 1 TO WRK-QT-REGRA(WRK-REGRA)
                 MOVE SPACES TO RELAT-PLD-REG
                 STRING 'CLIENTE=' PL-CLI-ID ' REGRA=' PL-REGRA
                        ' DATA=' PL-DATA ' ORIGEM=' PL-ORIGEM
                        ' VALOR=' PL-VALOR ' OPERACOES='
                        PL-QT-OPERACOES ' RENDA=' PL-RENDA
                        ' BENS=' PL-BENS ' RISCO=' PL-RISCO
                        ' PEP=' PL-PEP
                        DELIMITED BY SIZE INTO RELAT-PLD-REG
                 WRITE RELAT-PLD-REG
                 END-WRITE
             END-WRITE.
             MOVE 0 TO CASO-STATUS.
      *>  --------------------------------------------------------------
      *>  3100-PROCURA-CASO-ABERTO - CASO DO CLIENTE NA MESMA REGRA
      *>  AINDA NA FILA OU EM ANALISE (AS REGRAS DE ACUMULO NAO ABREM
      *>  UM CASO POR DIA ENQUANTO O PADRAO CONTINUA).
      *>  --------------------------------------------------------------
       3100-PROCURA-CASO-ABERTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CASO-ABERTO.
             MOVE WRK-CLI-ID TO PL-CLI-ID.
             MOVE WRK-REGRA TO PL-REGRA.
             MOVE 0 TO PL-DATA.
             START PLD-CASOS KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY MOVE 10 TO CASO-STATUS
             END-START.
             IF CASO-STATUS NOT = 10
               READ PLD-CASOS NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
             PERFORM 3110-CONFERE-CASO
               UNTIL CASO-STATUS = 10
                  OR PL-CLI-ID NOT = WRK-CLI-ID
                  OR PL-REGRA NOT = WRK-REGRA
                  OR WRK-CASO-ABERTO = 'S'.
             MOVE 0 TO CASO-STATUS.
      *>  --------------------------------------------------------------
       3110-CONFERE-CASO.
      *>  --------------------------------------------------------------
             IF PL-NA-FILA OR PL-EM-ANALISE
               MOVE 'S' TO WRK-CASO-ABERTO
             ELSE
               READ PLD-CASOS NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       5000-LISTA-FILA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADOS.
             MOVE 0 TO PL-CLI-ID PL-REGRA PL-DATA.
             START PLD-CASOS KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY MOVE 10 TO CASO-STATUS
             END-START.
             IF CASO-STATUS NOT = 10
               READ PLD-CASOS NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
             PERFORM 5100-LISTA-UM UNTIL CASO-STATUS = 10.
             MOVE 0 TO CASO-STATUS.
             DISPLAY 'CASOS EM ABERTO: ' WRK-QT-LISTADOS.
      *>  --------------------------------------------------------------
       5100-LISTA-UM.
      *>  --------------------------------------------------------------
             IF PL-NA-FILA OR PL-EM-ANALISE
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY PL-CLI-ID ' REGRA ' PL-REGRA ' ' PL-DATA
                       ' VALOR ' PL-VALOR ' SITUACAO ' PL-SITUACAO
                       ' ' PL-ANALISTA
             END-IF.
             READ PLD-CASOS NEXT
               AT END MOVE 10 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5200-ASSUME-CASO.
      *>  --------------------------------------------------------------
             PERFORM 5900-LE-CASO.
             IF CASO-STATUS = 0
               IF PL-NA-FILA OR PL-EM-ANALISE
                 DISPLAY 'ANALISTA RESPONSAVEL...........: '
                 ACCEPT PL-ANALISTA
                 IF PL-ANALISTA = SPACES
                   DISPLAY '*** INFORME O ANALISTA ***'
                 ELSE
                   MOVE 'A' TO PL-SITUACAO
                   REWRITE PLDCASO-MASTER-REG
                   DISPLAY 'CASO EM ANALISE COM ' PL-ANALISTA
                 END-IF
               ELSE
                 DISPLAY '*** CASO JA DECIDIDO ***'
               END-IF
             END-IF.
             MOVE 0 TO CASO-STATUS.
      *>  --------------------------------------------------------------
      *>  5300-DECIDE-CASO - PARECER E DECISAO DO ANALISTA. SUSPEITA
      *>  CONFIRMADA VAI PARA A PROXIMA COMUNICACAO AO COAF E SOBE O
      *>  RISCO PLD DO CLIENTE PARA ALTO.
      *>  --------------------------------------------------------------
       5300-DECIDE-CASO.
      *>  --------------------------------------------------------------
             PERFORM 5900-LE-CASO.
             IF CASO-STATUS = 0
               IF NOT PL-EM-ANALISE
                 DISPLAY '*** CASO SEM ANALISE EM ANDAMENTO ***'
               ELSE
                 DISPLAY 'PARECER DO ANALISTA............: '
                 ACCEPT PL-PARECER
                 DISPLAY 'DECISAO (C-CONFIRMA SUSPEITA D-DESCARTA): '
                 ACCEPT WRK-RESULTADO
                 IF (WRK-RESULTADO NOT = 'C' AND NOT = 'D')
                    OR PL-PARECER = SPACES
                   DISPLAY '*** PARECER OU DECISAO INVALIDA ***'
                 ELSE
                   MOVE WRK-RESULTADO TO PL-SITUACAO
                   MOVE WRK-DATA-HOJE TO PL-DT-DECISAO
                   REWRITE PLDCASO-MASTER-REG
                   DISPLAY 'CASO DECIDIDO'
                   IF PL-CONFIRMADO
                     PERFORM 5350-ELEVA-RISCO
                   END-IF
                 END-IF
               END-IF
             END-IF.
             MOVE 0 TO CASO-STATUS.
      *>  --------------------------------------------------------------
       5350-ELEVA-RISCO.
      *>  --------------------------------------------------------------
             OPEN I-O CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE PL-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT CLI-RISCO-ALTO
                     MOVE CLI-RISCO-PLD TO WRK-RISCO-ANT
                     MOVE 'A' TO CLI-RISCO-PLD
                     REWRITE CLIENTE-MASTER-REG
                     PERFORM 9775-GRAVA-AUD-CLIENTE
                     DISPLAY 'RISCO PLD DO CLIENTE ELEVADO PARA ALTO'
                   END-IF
               END-READ
               CLOSE CLIENTE-MASTER
             END-IF.
             MOVE 0 TO CLIENTE-STATUS.
      *>  --------------------------------------------------------------
       5400-CONSULTA-CASO.
      *>  --------------------------------------------------------------
             PERFORM 5900-LE-CASO.
             IF CASO-STATUS = 0
               DISPLAY 'ORIGEM ' PL-ORIGEM ' VALOR ' PL-VALOR
                       ' OPERACOES ' PL-QT-OPERACOES
               DISPLAY 'RENDA ' PL-RENDA ' BENS ' PL-BENS
                       ' RISCO ' PL-RISCO ' PEP ' PL-PEP
               DISPLAY 'ABERTO EM ' PL-DT-ABERTURA ' SITUACAO '
                       PL-SITUACAO ' ANALISTA ' PL-ANALISTA
                       ' DECIDIDO EM ' PL-DT-DECISAO
               DISPLAY 'PARECER: ' PL-PARECER
               IF PL-COMUNICADO
                 DISPLAY 'COMUNICADO AO COAF EM ' PL-DT-COAF
               END-IF
             END-IF.
             MOVE 0 TO CASO-STATUS.
      *>  --------------------------------------------------------------
       5900-LE-CASO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE..............: '.
             ACCEPT WRK-CLI-ID.
             DISPLAY 'REGRA (1 A 5)..................: '.
             ACCEPT WRK-REGRA.
             DISPLAY 'DATA DA OPERACAO (AAAAMMDD)....: '.
             ACCEPT WRK-DATA-CASO.
             MOVE WRK-CLI-ID TO PL-CLI-ID.
             MOVE WRK-REGRA TO PL-REGRA.
             MOVE WRK-DATA-CASO TO PL-DATA.
             READ PLD-CASOS
               INVALID KEY
                 DISPLAY '*** CASO NAO ENCONTRADO ***'
                 MOVE 23 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6000-GERA-COAF - COMUNICACAO DOS CASOS CONFIRMADOS AINDA NAO
      *>  COMUNICADOS. CADA GERACAO E UM ARQUIVO NOVO (CABECALHO,
      *>  DETALHES E TOTAIS); O CASO FICA MARCADO PARA NAO SAIR DE NOVO.
      *>  --------------------------------------------------------------
       6000-GERA-COAF.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-COAF WRK-VL-COAF.
             MOVE 'N' TO WRK-CLIENTE-OK.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLIENTE-OK
             END-IF.
             MOVE 0 TO CLIENTE-STATUS.
             OPEN OUTPUT COAF-COMUNICACAO.
             MOVE SPACES TO COAF-CABECALHO-REG.
             MOVE 'H' TO CO-H-TIPO-REG.
             MOVE 'PLD-FT' TO CO-H-SEGMENTO.
             MOVE WRK-DATA-HOJE TO CO-H-DT-GERACAO.
             WRITE COAF-CABECALHO-REG.
             MOVE 0 TO PL-CLI-ID PL-REGRA PL-DATA.
             START PLD-CASOS KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY MOVE 10 TO CASO-STATUS
             END-START.
             IF CASO-STATUS NOT = 10
               READ PLD-CASOS NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
             PERFORM 6100-COMUNICA-CASO UNTIL CASO-STATUS = 10.
             MOVE 0 TO CASO-STATUS.
             MOVE SPACES TO COAF-TRAILER-REG.
             MOVE 'T' TO CO-T-TIPO-REG.
             MOVE WRK-QT-COAF TO CO-T-QT-REGISTROS.
             MOVE WRK-VL-COAF TO CO-T-VL-TOTAL.
             WRITE COAF-TRAILER-REG.
             CLOSE COAF-COMUNICACAO.
             IF WRK-CLIENTE-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
             DISPLAY 'CASOS COMUNICADOS AO COAF: ' WRK-QT-COAF.
      *>  --------------------------------------------------------------
       6100-COMUNICA-CASO.
      *>  --------------------------------------------------------------
             IF PL-CONFIRMADO AND NOT PL-COMUNICADO
               ADD 1 TO WRK-QT-COAF
               ADD PL-VALOR TO WRK-VL-COAF
               MOVE SPACES TO COAF-DETALHE-REG
               MOVE 'D' TO CO-TIPO-REG
               MOVE WRK-QT-COAF TO CO-SEQ
               MOVE ZEROS TO CO-CPF
               IF WRK-CLIENTE-OK = 'S'
                 MOVE PL-CLI-ID TO CLI-ID
                 READ CLIENTE-MASTER
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE CLI-CPF TO CO-CPF
                     MOVE CLI-NOME TO CO-NOME
                 END-READ
                 MOVE 0 TO CLIENTE-STATUS
               END-IF
               MOVE PL-PEP TO CO-PEP
               MOVE PL-RISCO TO CO-RISCO
               MOVE PL-REGRA TO CO-ENQUADRAMENTO
               MOVE PL-ORIGEM TO CO-ORIGEM
               MOVE PL-DATA TO CO-DT-OPERACAO
               MOVE PL-VALOR TO CO-VL-OPERACAO
               MOVE PL-QT-OPERACOES TO CO-QT-OPERACOES
               MOVE PL-RENDA TO CO-RENDA
               MOVE PL-BENS TO CO-BENS
               MOVE PL-DT-DECISAO TO CO-DT-DECISAO
               MOVE PL-ANALISTA TO CO-ANALISTA
               MOVE PL-PARECER TO CO-PARECER
               WRITE COAF-DETALHE-REG
               MOVE 'S' TO PL-COAF
               MOVE WRK-DATA-HOJE TO PL-DT-COAF
               REWRITE PLDCASO-MASTER-REG
             END-IF.
             READ PLD-CASOS NEXT
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
      *>  9775-GRAVA-AUD-CLIENTE - REGISTRA EM CLIAUD.TXT A ELEVACAO DO
      *>  RISCO PLD PELO CASO CONFIRMADO, COM O RISCO ANTERIOR, O NOVO,
      *>  A DATA DA DECISAO E O ANALISTA.
      *>  --------------------------------------------------------------
       9775-GRAVA-AUD-CLIENTE.
      *>  --------------------------------------------------------------
             OPEN EXTEND CLIENTE-AUDIT.
             IF CLIAUD-STATUS = 35
               OPEN OUTPUT CLIENTE-AUDIT
               CLOSE CLIENTE-AUDIT
               OPEN EXTEND CLIENTE-AUDIT
             END-IF.
             CALL 'DATAPROC' USING WRK-DATA-AUD.
             ACCEPT WRK-HORA-AUD FROM TIME.
             MOVE SPACES TO CLIENTE-AUDIT-REG.
             STRING WRK-DATA-AUD ' ' WRK-HORA-AUD
                    ' PROGRAMA=PLDMONIT'
                    ' OPERADOR=' PL-ANALISTA
                    ' EVENTO=RISCPLD'
                    ' CLIENTE=' CLI-ID
                    ' VALOR-ANT=' WRK-RISCO-ANT
                    ' VALOR-NOVO=' CLI-RISCO-PLD
                    ' DATA-VALOR=' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO CLIENTE-AUDIT-REG.
             WRITE CLIENTE-AUDIT-REG.
             CLOSE CLIENTE-AUDIT.
