       IDENTIFICATION DIVISION.
       PROGRAM-ID. APOSINDV.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = DEVOLUCAO DE PAGAMENTO INDEVIDO DA
      ***   FOLHA DE BENEFICIOS. O PASSO MENSAL (PARM APURA), DEPOIS
      ***   DA FOLHA, CONFRONTA OS PAGAMENTOS DE BENEFHIS.TXT COM AS
      ***   CESSACOES DE BENEFICIOS.TXT (LINHA CESSA= COM DATA
      ***   RETROATIVA OU OBITO INFORMADO COM ATRASO): TODO MES PAGO
      ***   DEPOIS DO MES DA CESSACAO, E ANTES DE UMA NOVA CONCESSAO AO
      ***   MESMO CLIENTE, E INDEVIDO E ABRE UM DEBITO EM INDEVIDO.TXT
      ***   CONTRA O BENEFICIARIO OU O ESPOLIO. DEBITO DE ESPOLIO COM
      ***   PENSAO POR MORTE ATIVA E DESCONTADO DA PENSAO DE CADA
      ***   SOBREVIVENTE (DESCONTO TIPO D EM DESCBENF.TXT, ATE 30% DO
      ***   BENEFICIO, APLICADO PELA APOSFOLH); SEM PENSAO, SAI CARTA
      ***   DE COBRANCA EM CARTAS.TXT UMA VEZ POR MES. O RELATORIO
      ***   RELINDEV.TXT MOSTRA OS SALDOS. O MENU CONSULTA O DEBITO E
      ***   REGISTRA O PAGAMENTO RECEBIDO PELA COBRANCA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEVIDOS ASSIGN TO 'C:\COBOL\INDEVIDO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS INDEVIDO-STATUS
             RECORD KEY IS DI-CLI-ID.
           SELECT BENEFICIOS ASSIGN TO 'C:\COBOL\BENEFICIOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BENEF-STATUS.
           SELECT BENEF-HISTORICO ASSIGN TO 'C:\COBOL\BENEFHIS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HISTORICO-STATUS.
           SELECT DESCONTOS-BENEF ASSIGN TO 'C:\COBOL\DESCBENF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DESCONTO-STATUS
             RECORD KEY IS DB-CHAVE.
           SELECT CARTAS ASSIGN TO 'C:\COBOL\CARTAS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARTAS-STATUS.
           SELECT RELAT-INDEVIDO ASSIGN TO 'C:\COBOL\RELINDEV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INDEVIDOS.
       COPY 'INDEVIDO-MASTER.CBL'.
       FD BENEFICIOS.
       01 BENEFICIOS-REG       PIC X(120).
       FD BENEF-HISTORICO.
       01 BENEF-HISTORICO-REG.
            05 BH-MES          PIC 9(06).
            05 BH-CLI-ID       PIC 9(05).
            05 BH-TIPO         PIC X(01).
            05 BH-VALOR-PAGO   PIC 9(07)V99.
            05 BH-DT-PAGAMENTO PIC 9(08).
            05 BH-VALOR-BRUTO  PIC 9(09)V99.
            05 BH-VALOR-IR     PIC 9(07)V99.
            05 BH-VALOR-DESCONTO PIC 9(07)V99.
       FD DESCONTOS-BENEF.
       COPY 'DESCBENF-MASTER.CBL'.
       FD CARTAS.
       01 CARTAS-REG              PIC X(120).
       FD RELAT-INDEVIDO.
       01 RELAT-INDEVIDO-REG      PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 INDEVIDO-STATUS  PIC 9(02) VALUE ZEROS.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 HISTORICO-STATUS PIC 9(02) VALUE ZEROS.
       77 DESCONTO-STATUS  PIC 9(02) VALUE ZEROS.
       77 CARTAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-PCT-LEGAL    PIC 9V9999 VALUE 0,3000.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-BUSCA    PIC 9(05) VALUE ZEROS.
       77 WRK-TITULAR      PIC 9(05) VALUE ZEROS.
       77 WRK-DT-LINHA     PIC 9(08) VALUE ZEROS.
       77 WRK-MES-CESSA    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-RETORNO  PIC 9(06) VALUE ZEROS.
       77 WRK-VL-MES       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VL-RECEBIDO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO        PIC S9(09)V99 VALUE ZEROS.
       77 WRK-COTA         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SV       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DV       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-POS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CS        PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SV        PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DV        PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SOBREV    PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-MARCA  PIC X(01) VALUE 'N'.
       77 WRK-OBITO        PIC X(01) VALUE 'N'.
       77 WRK-ATIVO        PIC X(01) VALUE 'N'.
       77 WRK-NOVO         PIC X(01) VALUE 'N'.
       77 WRK-DESC-OK      PIC X(01) VALUE 'N'.
       77 WRK-MAIOR-SEQ    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ABERTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-QUITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEBITOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-INDEV  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-RECUP  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SALDO  PIC 9(11)V99 VALUE ZEROS.
       01 WRK-LINHA        PIC X(120) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  ULTIMA CESSACAO DE CADA CLIENTE EM BENEFICIOS.TXT, COM A DATA
      *>  DA PRIMEIRA CONCESSAO POSTERIOR (PENSAO AO PROPRIO CODIGO DO
      *>  ESPOLIO OU NOVO BENEFICIO) E OS MESES PAGOS DEPOIS DELA.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CESSA.
            05 WRK-CS-ITEM OCCURS 300 TIMES.
                10 WRK-CS-CLIENTE  PIC 9(05).
                10 WRK-CS-DT-CESSA PIC 9(08).
                10 WRK-CS-OBITO    PIC X(01).
                10 WRK-CS-RETORNO  PIC 9(08).
                10 WRK-CS-MESES    PIC 9(03).
                10 WRK-CS-VALOR    PIC 9(09)V99.
      *>  --------------------------------------------------------------
      *>  PENSOES POR MORTE CONCEDIDAS (TITULAR FALECIDO X CLIENTE
      *>  PENSIONISTA), DAS LINHAS TIPO=PENSAO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-PENSAO.
            05 WRK-SV-ITEM OCCURS 300 TIMES.
                10 WRK-SV-TITULAR  PIC 9(05).
                10 WRK-SV-CLIENTE  PIC 9(05).
      *>  --------------------------------------------------------------
      *>  DESCONTOS DE DEVOLUCAO JA FEITOS PELA FOLHA, POR DEVEDOR.
      *>  --------------------------------------------------------------
       01 WRK-TAB-DEVOL.
            05 WRK-DV-ITEM OCCURS 300 TIMES.
                10 WRK-DV-TITULAR  PIC 9(05).
                10 WRK-DV-TOTAL    PIC 9(09)V99.
                10 WRK-DV-ATIVOS   PIC 9(02).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             PERFORM 0050-ABRE-DEBITOS.
             IF WRK-PARM-EXEC = 'APURA'
               PERFORM 3000-APURA-INDEVIDOS
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE INDEVIDOS.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-DEBITOS.
      *>  --------------------------------------------------------------
             OPEN I-O INDEVIDOS.
             IF INDEVIDO-STATUS = 35
               OPEN OUTPUT INDEVIDOS
               CLOSE INDEVIDOS
               OPEN I-O INDEVIDOS
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'PAGAMENTO INDEVIDO DE BENEFICIOS'.
             DISPLAY '1 - CONSULTAR DEBITO'.
             DISPLAY '2 - REGISTRAR PAGAMENTO RECEBIDO'.
             DISPLAY '3 - APURAR INDEVIDOS AGORA'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-CONSULTA-DEBITO
               WHEN 2
                 PERFORM 2000-REGISTRA-PAGAMENTO
               WHEN 3
                 PERFORM 3000-APURA-INDEVIDOS
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
       1000-CONSULTA-DEBITO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE DEVEDOR.: '.
             ACCEPT WRK-CLI-ID.
             MOVE WRK-CLI-ID TO DI-CLI-ID.
             READ INDEVIDOS
               INVALID KEY
                 DISPLAY '*** CLIENTE SEM DEBITO DE INDEVIDO ***'
               NOT INVALID KEY
                 DISPLAY 'CESSACAO DO BENEFICIO: ' DI-DT-CESSACAO
                 DISPLAY 'ESPOLIO..............: ' DI-ESPOLIO
                 DISPLAY 'ABERTO EM............: ' DI-DT-ABERTURA
                 DISPLAY 'MESES INDEVIDOS......: ' DI-MESES-INDEVIDOS
                 DISPLAY 'VALOR INDEVIDO.......: ' DI-VL-INDEVIDO
                 DISPLAY 'DESCONTADO EM PENSAO.: ' DI-VL-DESCONTADO
                 DISPLAY 'PAGO PELA COBRANCA...: ' DI-VL-PAGO
                 DISPLAY 'SALDO................: ' DI-SALDO
                 IF DI-DESCONTO-PENSAO
                   DISPLAY 'FORMA................: DESCONTO NA PENSAO'
                 ELSE
                   DISPLAY 'FORMA................: COBRANCA'
                   DISPLAY 'ULTIMA CARTA (MES)...: ' DI-MES-ULT-AVISO
                 END-IF
                 IF DI-QUITADO
                   DISPLAY 'SITUACAO.............: QUITADO EM '
                           DI-DT-QUITACAO
                 ELSE
                   DISPLAY 'SITUACAO.............: EM ABERTO'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-REGISTRA-PAGAMENTO - VALOR RECEBIDO PELA COBRANCA (OU
      *>  PAGO PELA FAMILIA NUM DEBITO EM DESCONTO); NAO ACEITA MAIS
      *>  QUE O SALDO.
      *>  --------------------------------------------------------------
       2000-REGISTRA-PAGAMENTO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE DEVEDOR.: '.
             ACCEPT WRK-CLI-ID.
             MOVE WRK-CLI-ID TO DI-CLI-ID.
             READ INDEVIDOS
               INVALID KEY
                 DISPLAY '*** CLIENTE SEM DEBITO DE INDEVIDO ***'
               NOT INVALID KEY
                 IF NOT DI-ABERTO
                   DISPLAY '*** DEBITO JA QUITADO ***'
                 ELSE
                   DISPLAY 'SALDO DEVEDOR.............: ' DI-SALDO
                   DISPLAY 'VALOR RECEBIDO............: '
                   ACCEPT WRK-VL-RECEBIDO
                   IF WRK-VL-RECEBIDO = 0
                      OR WRK-VL-RECEBIDO > DI-SALDO
                     DISPLAY '*** VALOR INVALIDO OU MAIOR QUE O'
                             ' SALDO ***'
                   ELSE
                     ADD WRK-VL-RECEBIDO TO DI-VL-PAGO
                     SUBTRACT WRK-VL-RECEBIDO FROM DI-SALDO
                     IF DI-SALDO = 0
                       MOVE 'Q' TO DI-SITUACAO
                       MOVE WRK-DATA-HOJE TO DI-DT-QUITACAO
                       DISPLAY 'DEBITO QUITADO'
                     ELSE
                       DISPLAY 'PAGAMENTO REGISTRADO - SALDO '
                               DI-SALDO
                     END-IF
                     REWRITE INDEVIDO-MASTER-REG
                   END-IF
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-APURA-INDEVIDOS - PASSO MENSAL, RODADO DEPOIS DA FOLHA.
      *>  --------------------------------------------------------------
       3000-APURA-INDEVIDOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CS WRK-QT-SV WRK-QT-DV WRK-QT-ABERTOS
                       WRK-QT-ATUALIZ WRK-QT-QUITADOS WRK-QT-CARTAS
                       WRK-QT-DEBITOS.
             MOVE 0 TO WRK-TOTAL-INDEV WRK-TOTAL-RECUP WRK-TOTAL-SALDO.
             PERFORM 3100-CARREGA-CESSACOES.
             PERFORM 3200-SOMA-PAGAMENTOS.
             MOVE 'N' TO WRK-DESC-OK.
             OPEN I-O DESCONTOS-BENEF.
             IF DESCONTO-STATUS = 35
               OPEN OUTPUT DESCONTOS-BENEF
               CLOSE DESCONTOS-BENEF
               OPEN I-O DESCONTOS-BENEF
             END-IF.
             IF DESCONTO-STATUS = 0
               MOVE 'S' TO WRK-DESC-OK
             END-IF.
             OPEN EXTEND CARTAS.
             IF CARTAS-STATUS = 35
               OPEN OUTPUT CARTAS
               CLOSE CARTAS
               OPEN EXTEND CARTAS
             END-IF.
             OPEN OUTPUT RELAT-INDEVIDO.
             MOVE SPACES TO RELAT-INDEVIDO-REG.
             STRING 'PAGAMENTOS INDEVIDOS - POSICAO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-INDEVIDO-REG.
             WRITE RELAT-INDEVIDO-REG.
             PERFORM 3300-ABRE-OU-ATUALIZA
               VARYING WRK-IDX-CS FROM 1 BY 1
               UNTIL WRK-IDX-CS > WRK-QT-CS.
             IF WRK-DESC-OK = 'S'
               PERFORM 3500-SOMA-DEVOLUCOES
             END-IF.
             PERFORM 3600-POSICAO-DEBITOS.
             IF WRK-DESC-OK = 'S'
               PERFORM 3700-AJUSTA-LIMITES
               CLOSE DESCONTOS-BENEF
             END-IF.
             MOVE 0 TO DESCONTO-STATUS.
             MOVE SPACES TO RELAT-INDEVIDO-REG.
             STRING 'DEBITOS EM ABERTO=' WRK-QT-DEBITOS
                    ' INDEVIDO=' WRK-TOTAL-INDEV
                    ' RECUPERADO=' WRK-TOTAL-RECUP
                    ' SALDO=' WRK-TOTAL-SALDO
                    DELIMITED BY SIZE INTO RELAT-INDEVIDO-REG.
             WRITE RELAT-INDEVIDO-REG.
             MOVE SPACES TO RELAT-INDEVIDO-REG.
             STRING 'ABERTOS NO MES=' WRK-QT-ABERTOS
                    ' ATUALIZADOS=' WRK-QT-ATUALIZ
                    ' QUITADOS=' WRK-QT-QUITADOS
                    ' CARTAS DE COBRANCA=' WRK-QT-CARTAS
                    DELIMITED BY SIZE INTO RELAT-INDEVIDO-REG.
             WRITE RELAT-INDEVIDO-REG.
             CLOSE CARTAS RELAT-INDEVIDO.
             DISPLAY 'DEBITOS ABERTOS.......: ' WRK-QT-ABERTOS.
             DISPLAY 'DEBITOS ATUALIZADOS...: ' WRK-QT-ATUALIZ.
             DISPLAY 'DEBITOS QUITADOS......: ' WRK-QT-QUITADOS.
             DISPLAY 'CARTAS DE COBRANCA....: ' WRK-QT-CARTAS.
             DISPLAY 'SALDO EM ABERTO.......: ' WRK-TOTAL-SALDO.
      *>  --------------------------------------------------------------
      *>  3100-CARREGA-CESSACOES - A LINHA MAIS RECENTE VALE, COMO NA
      *>  FOLHA: CESSA= REGISTRA A CESSACAO E DATA= POSTERIOR AO MESMO
      *>  CLIENTE MARCA O RETORNO A FOLHA. AS LINHAS TIPO=PENSAO
      *>  GUARDAM O TITULAR DE CADA PENSIONISTA.
      *>  --------------------------------------------------------------
       3100-CARREGA-CESSACOES.
      *>  --------------------------------------------------------------
             OPEN INPUT BENEFICIOS.
             IF BENEF-STATUS = 0
               READ BENEFICIOS
                 AT END MOVE 10 TO BENEF-STATUS
               END-READ
               PERFORM 3110-AVALIA-LINHA UNTIL BENEF-STATUS = 10
               CLOSE BENEFICIOS
             END-IF.
             MOVE 0 TO BENEF-STATUS.
      *>  --------------------------------------------------------------
       3110-AVALIA-LINHA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE BENEFICIOS-REG TO WRK-LINHA.
             EVALUATE TRUE
               WHEN WRK-LINHA(1:5) = 'DATA='
                    AND WRK-LINHA(23:5) IS NUMERIC
                    AND WRK-LINHA(6:8) IS NUMERIC
                 MOVE WRK-LINHA(23:5) TO WRK-CLI-BUSCA
                 MOVE WRK-LINHA(6:8) TO WRK-DT-LINHA
                 PERFORM 8000-PROCURA-CESSACAO
                 IF WRK-ACHOU = 'S'
                   IF WRK-CS-RETORNO(WRK-IDX) = 0
                     MOVE WRK-DT-LINHA TO WRK-CS-RETORNO(WRK-IDX)
                   END-IF
                 END-IF
                 PERFORM 3120-GUARDA-PENSAO
               WHEN WRK-LINHA(1:6) = 'CESSA='
                    AND WRK-LINHA(24:5) IS NUMERIC
                    AND WRK-LINHA(7:8) IS NUMERIC
                 MOVE WRK-LINHA(24:5) TO WRK-CLI-BUSCA
                 PERFORM 8000-PROCURA-CESSACAO
                 IF WRK-ACHOU = 'N' AND WRK-QT-CS < 300
                   ADD 1 TO WRK-QT-CS
                   MOVE WRK-QT-CS TO WRK-IDX
                   MOVE WRK-CLI-BUSCA TO WRK-CS-CLIENTE(WRK-IDX)
                   MOVE 'S' TO WRK-ACHOU
                 END-IF
                 IF WRK-ACHOU = 'S'
                   MOVE WRK-LINHA(7:8) TO WRK-CS-DT-CESSA(WRK-IDX)
                   MOVE ZEROS TO WRK-CS-RETORNO(WRK-IDX)
                                 WRK-CS-MESES(WRK-IDX)
                                 WRK-CS-VALOR(WRK-IDX)
                   MOVE 'N' TO WRK-OBITO
                   PERFORM 3130-PROCURA-OBITO
                     VARYING WRK-IDX-POS FROM 1 BY 1
                     UNTIL WRK-IDX-POS > 100
                        OR WRK-OBITO = 'S'
                   MOVE WRK-OBITO TO WRK-CS-OBITO(WRK-IDX)
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             READ BENEFICIOS
               AT END MOVE 10 TO BENEF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3120-GUARDA-PENSAO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU-MARCA.
             PERFORM 3125-PROCURA-TITULAR
               VARYING WRK-IDX-POS FROM 1 BY 1
               UNTIL WRK-IDX-POS > 100
                  OR WRK-ACHOU-MARCA = 'S'.
             IF WRK-ACHOU-MARCA = 'S' AND WRK-QT-SV < 300
               ADD 1 TO WRK-QT-SV
               MOVE WRK-TITULAR TO WRK-SV-TITULAR(WRK-QT-SV)
               MOVE WRK-CLI-BUSCA TO WRK-SV-CLIENTE(WRK-QT-SV)
             END-IF.
      *>  --------------------------------------------------------------
       3125-PROCURA-TITULAR.
      *>  --------------------------------------------------------------
             IF WRK-LINHA(WRK-IDX-POS:9) = ' TITULAR='
                AND WRK-LINHA(WRK-IDX-POS + 9:5) IS NUMERIC
               MOVE 'S' TO WRK-ACHOU-MARCA
               MOVE WRK-LINHA(WRK-IDX-POS + 9:5) TO WRK-TITULAR
             END-IF.
      *>  --------------------------------------------------------------
       3130-PROCURA-OBITO.
      *>  --------------------------------------------------------------
             IF WRK-LINHA(WRK-IDX-POS:12) = 'MOTIVO=OBITO'
               MOVE 'S' TO WRK-OBITO
             END-IF.
      *>  --------------------------------------------------------------
      *>  3200-SOMA-PAGAMENTOS - MES PAGO DEPOIS DO MES DA CESSACAO E
      *>  ANTES DO MES DO RETORNO E INDEVIDO PELO BRUTO. A RENDA DE
      *>  PREVIDENCIA PRIVADA (TIPO V) NAO DEPENDE DO BENEFICIO.
      *>  --------------------------------------------------------------
       3200-SOMA-PAGAMENTOS.
      *>  --------------------------------------------------------------
             IF WRK-QT-CS > 0
               OPEN INPUT BENEF-HISTORICO
               IF HISTORICO-STATUS = 0
                 READ BENEF-HISTORICO
                   AT END MOVE 10 TO HISTORICO-STATUS
                 END-READ
                 PERFORM 3210-AVALIA-PAGAMENTO
                   UNTIL HISTORICO-STATUS = 10
                 CLOSE BENEF-HISTORICO
               END-IF
             END-IF.
             MOVE 0 TO HISTORICO-STATUS.
      *>  --------------------------------------------------------------
       3210-AVALIA-PAGAMENTO.
      *>  --------------------------------------------------------------
             IF BH-TIPO NOT = 'V'
               MOVE BH-CLI-ID TO WRK-CLI-BUSCA
               PERFORM 8000-PROCURA-CESSACAO
               IF WRK-ACHOU = 'S'
                 DIVIDE WRK-CS-DT-CESSA(WRK-IDX) BY 100
                   GIVING WRK-MES-CESSA
                 DIVIDE WRK-CS-RETORNO(WRK-IDX) BY 100
                   GIVING WRK-MES-RETORNO
                 IF BH-MES > WRK-MES-CESSA
                    AND (WRK-MES-RETORNO = 0
                         OR BH-MES < WRK-MES-RETORNO)
                   IF BH-VALOR-BRUTO > 0
                     MOVE BH-VALOR-BRUTO TO WRK-VL-MES
                   ELSE
                     MOVE BH-VALOR-PAGO TO WRK-VL-MES
                   END-IF
                   ADD 1 TO WRK-CS-MESES(WRK-IDX)
                   ADD WRK-VL-MES TO WRK-CS-VALOR(WRK-IDX)
                 END-IF
               END-IF
             END-IF.
             READ BENEF-HISTORICO
               AT END MOVE 10 TO HISTORICO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3300-ABRE-OU-ATUALIZA - DEBITO NOVO PARA A CESSACAO, OU O
      *>  VALOR DO DEBITO ABERTO CRESCE SE MAIS MESES FORAM PAGOS
      *>  DEPOIS DA ULTIMA APURACAO. NOVA CESSACAO DE UM CLIENTE COM
      *>  DEBITO QUITADO ABRE UM DEBITO NOVO NO MESMO REGISTRO.
      *>  --------------------------------------------------------------
       3300-ABRE-OU-ATUALIZA.
      *>  --------------------------------------------------------------
             IF WRK-CS-VALOR(WRK-IDX-CS) > 0
               MOVE WRK-CS-CLIENTE(WRK-IDX-CS) TO DI-CLI-ID
               READ INDEVIDOS
                 INVALID KEY
                   MOVE 'S' TO WRK-NOVO
                   PERFORM 3310-ABRE-DEBITO
                 NOT INVALID KEY
                   MOVE 'N' TO WRK-NOVO
                   EVALUATE TRUE
                     WHEN DI-DT-CESSACAO NOT =
                          WRK-CS-DT-CESSA(WRK-IDX-CS)
                          AND DI-QUITADO
                       PERFORM 3310-ABRE-DEBITO
                     WHEN DI-DT-CESSACAO =
                          WRK-CS-DT-CESSA(WRK-IDX-CS)
                          AND WRK-CS-VALOR(WRK-IDX-CS)
                              > DI-VL-INDEVIDO
                       PERFORM 3320-ATUALIZA-DEBITO
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
               IF DI-ABERTO AND DI-DESCONTO-PENSAO
                  AND WRK-DESC-OK = 'S'
                 PERFORM 3400-PREPARA-DESCONTOS
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3310-ABRE-DEBITO.
      *>  --------------------------------------------------------------
             INITIALIZE INDEVIDO-MASTER-REG.
             MOVE WRK-CS-CLIENTE(WRK-IDX-CS) TO DI-CLI-ID.
             MOVE WRK-CS-DT-CESSA(WRK-IDX-CS) TO DI-DT-CESSACAO.
             MOVE WRK-CS-OBITO(WRK-IDX-CS) TO DI-ESPOLIO.
             MOVE WRK-DATA-HOJE TO DI-DT-ABERTURA.
             MOVE WRK-CS-MESES(WRK-IDX-CS) TO DI-MESES-INDEVIDOS.
             MOVE WRK-CS-VALOR(WRK-IDX-CS) TO DI-VL-INDEVIDO DI-SALDO.
             MOVE 'C' TO DI-FORMA.
             IF DI-DE-ESPOLIO
               PERFORM 3330-CONTA-SOBREVIVENTES
               IF WRK-QT-SOBREV > 0
                 MOVE 'D' TO DI-FORMA
               END-IF
             END-IF.
             MOVE 'A' TO DI-SITUACAO.
             IF WRK-NOVO = 'S'
               WRITE INDEVIDO-MASTER-REG
             ELSE
               REWRITE INDEVIDO-MASTER-REG
             END-IF.
             ADD 1 TO WRK-QT-ABERTOS.
             MOVE SPACES TO RELAT-INDEVIDO-REG.
             STRING 'ABERTO...: CLIENTE=' DI-CLI-ID
                    ' CESSACAO=' DI-DT-CESSACAO
                    ' ESPOLIO=' DI-ESPOLIO
                    ' MESES=' DI-MESES-INDEVIDOS
                    ' INDEVIDO=' DI-VL-INDEVIDO
                    ' FORMA=' DI-FORMA
                    DELIMITED BY SIZE INTO RELAT-INDEVIDO-REG.
             WRITE RELAT-INDEVIDO-REG.
      *>  --------------------------------------------------------------
       3320-ATUALIZA-DEBITO.
      *>  --------------------------------------------------------------
             COMPUTE DI-SALDO = DI-SALDO
                     + WRK-CS-VALOR(WRK-IDX-CS) - DI-VL-INDEVIDO.
             MOVE WRK-CS-VALOR(WRK-IDX-CS) TO DI-VL-INDEVIDO.
             MOVE WRK-CS-MESES(WRK-IDX-CS) TO DI-MESES-INDEVIDOS.
             REWRITE INDEVIDO-MASTER-REG.
             ADD 1 TO WRK-QT-ATUALIZ.
      *>  --------------------------------------------------------------
      *>  3330-CONTA-SOBREVIVENTES - PENSIONISTAS DO TITULAR AINDA NA
      *>  FOLHA (SEM CESSACAO, OU COM NOVA CONCESSAO DEPOIS DELA).
      *>  --------------------------------------------------------------
       3330-CONTA-SOBREVIVENTES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-SOBREV.
             PERFORM 3335-CONFERE-SOBREVIVENTE
               VARYING WRK-IDX-SV FROM 1 BY 1
               UNTIL WRK-IDX-SV > WRK-QT-SV.
      *>  --------------------------------------------------------------
       3335-CONFERE-SOBREVIVENTE.
      *>  --------------------------------------------------------------
             IF WRK-SV-TITULAR(WRK-IDX-SV) = DI-CLI-ID
               PERFORM 3340-CONFERE-ATIVO
               IF WRK-ATIVO = 'S'
                 ADD 1 TO WRK-QT-SOBREV
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3340-CONFERE-ATIVO.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-ATIVO.
             MOVE WRK-SV-CLIENTE(WRK-IDX-SV) TO WRK-CLI-BUSCA.
             PERFORM 8000-PROCURA-CESSACAO.
             IF WRK-ACHOU = 'S'
               IF WRK-CS-RETORNO(WRK-IDX) = 0
                 MOVE 'N' TO WRK-ATIVO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3400-PREPARA-DESCONTOS - CADA PENSIONISTA ATIVO DO TITULAR
      *>  RECEBE UM DESCONTO TIPO D NA FOLHA, SE AINDA NAO TEM.
      *>  --------------------------------------------------------------
       3400-PREPARA-DESCONTOS.
      *>  --------------------------------------------------------------
             PERFORM 3410-PREPARA-UM
               VARYING WRK-IDX-SV FROM 1 BY 1
               UNTIL WRK-IDX-SV > WRK-QT-SV.
      *>  --------------------------------------------------------------
       3410-PREPARA-UM.
      *>  --------------------------------------------------------------
             IF WRK-SV-TITULAR(WRK-IDX-SV) = DI-CLI-ID
               PERFORM 3340-CONFERE-ATIVO
               IF WRK-ATIVO = 'S'
                 PERFORM 3420-GARANTE-DESCONTO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3420-GARANTE-DESCONTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU-MARCA.
             MOVE 0 TO WRK-MAIOR-SEQ.
             MOVE WRK-SV-CLIENTE(WRK-IDX-SV) TO DB-CLI-ID.
             MOVE 0 TO DB-SEQ.
             START DESCONTOS-BENEF KEY IS NOT LESS THAN DB-CHAVE
               INVALID KEY MOVE 10 TO DESCONTO-STATUS
             END-START.
             IF DESCONTO-STATUS NOT = 10
               READ DESCONTOS-BENEF NEXT
                 AT END MOVE 10 TO DESCONTO-STATUS
               END-READ
             END-IF.
             PERFORM 3425-CONFERE-DESCONTO
               UNTIL DESCONTO-STATUS = 10
                  OR DB-CLI-ID NOT = WRK-SV-CLIENTE(WRK-IDX-SV).
             MOVE 0 TO DESCONTO-STATUS.
             IF WRK-ACHOU-MARCA = 'N' AND WRK-MAIOR-SEQ < 99
               INITIALIZE DESCBENF-MASTER-REG
               MOVE WRK-SV-CLIENTE(WRK-IDX-SV) TO DB-CLI-ID
               COMPUTE DB-SEQ = WRK-MAIOR-SEQ + 1
               MOVE 'D' TO DB-TIPO
               MOVE 1 TO DB-PRIORIDADE
               MOVE 'P' TO DB-FORMA
               MOVE WRK-PCT-LEGAL TO DB-PCT
               MOVE DI-CLI-ID TO DB-CONTRATO
               MOVE 'PAGAMENTO INDEVIDO' TO DB-PROCESSO
               MOVE 'DEVOLUCAO A FOLHA DE BENEFICIOS'
                 TO DB-FAVORECIDO
               MOVE WRK-DATA-HOJE TO DB-DT-INICIO
               MOVE 'A' TO DB-SITUACAO
               WRITE DESCBENF-MASTER-REG
               MOVE SPACES TO RELAT-INDEVIDO-REG
               STRING 'DESCONTO.: PENSIONISTA=' DB-CLI-ID
                      ' SEQ=' DB-SEQ
                      ' DEVEDOR=' DI-CLI-ID
                      ' ATE ' WRK-PCT-LEGAL ' DO BENEFICIO'
                      DELIMITED BY SIZE INTO RELAT-INDEVIDO-REG
               WRITE RELAT-INDEVIDO-REG
             END-IF.
      *>  --------------------------------------------------------------
       3425-CONFERE-DESCONTO.
      *>  --------------------------------------------------------------
             MOVE DB-SEQ TO WRK-MAIOR-SEQ.
             IF DB-DEVOLUCAO AND DB-ATIVO
                AND DB-CONTRATO = DI-CLI-ID
               MOVE 'S' TO WRK-ACHOU-MARCA
             END-IF.
             READ DESCONTOS-BENEF NEXT
               AT END MOVE 10 TO DESCONTO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3500-SOMA-DEVOLUCOES - TOTAL JA DESCONTADO PELA FOLHA E
      *>  QUANTOS DESCONTOS SEGUEM ATIVOS, POR DEVEDOR.
      *>  --------------------------------------------------------------
       3500-SOMA-DEVOLUCOES.
      *>  --------------------------------------------------------------
             MOVE LOW-VALUES TO DB-CHAVE.
             START DESCONTOS-BENEF KEY IS NOT LESS THAN DB-CHAVE
               INVALID KEY MOVE 10 TO DESCONTO-STATUS
             END-START.
             IF DESCONTO-STATUS NOT = 10
               READ DESCONTOS-BENEF NEXT
                 AT END MOVE 10 TO DESCONTO-STATUS
               END-READ
             END-IF.
             PERFORM 3510-SOMA-UM UNTIL DESCONTO-STATUS = 10.
             MOVE 0 TO DESCONTO-STATUS.
      *>  --------------------------------------------------------------
       3510-SOMA-UM.
      *>  --------------------------------------------------------------
             IF DB-DEVOLUCAO
               MOVE DB-CONTRATO TO WRK-CLI-BUSCA
               PERFORM 8100-PROCURA-DEVOLUCAO
               IF WRK-ACHOU = 'N' AND WRK-QT-DV < 300
                 ADD 1 TO WRK-QT-DV
                 MOVE WRK-QT-DV TO WRK-IDX-DV
                 MOVE WRK-CLI-BUSCA TO WRK-DV-TITULAR(WRK-IDX-DV)
                 MOVE ZEROS TO WRK-DV-TOTAL(WRK-IDX-DV)
                               WRK-DV-ATIVOS(WRK-IDX-DV)
                 MOVE 'S' TO WRK-ACHOU
               END-IF
               IF WRK-ACHOU = 'S'
                 ADD DB-TOT-DESCONTADO TO WRK-DV-TOTAL(WRK-IDX-DV)
                 IF DB-ATIVO
                   ADD 1 TO WRK-DV-ATIVOS(WRK-IDX-DV)
                 END-IF
               END-IF
             END-IF.
             READ DESCONTOS-BENEF NEXT
               AT END MOVE 10 TO DESCONTO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3600-POSICAO-DEBITOS - ATUALIZA O SALDO DE CADA DEBITO
      *>  ABERTO, QUITA O QUE ZEROU E MANDA A CARTA DE COBRANCA DO MES.
      *>  DEBITO EM DESCONTO SEM NENHUMA PENSAO ATIVA PASSA PARA
      *>  COBRANCA.
      *>  --------------------------------------------------------------
       3600-POSICAO-DEBITOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO DI-CLI-ID.
             START INDEVIDOS KEY IS NOT LESS THAN DI-CLI-ID
               INVALID KEY MOVE 10 TO INDEVIDO-STATUS
             END-START.
             IF INDEVIDO-STATUS NOT = 10
               READ INDEVIDOS NEXT
                 AT END MOVE 10 TO INDEVIDO-STATUS
               END-READ
             END-IF.
             PERFORM 3610-POSICAO-UM UNTIL INDEVIDO-STATUS = 10.
             MOVE 0 TO INDEVIDO-STATUS.
      *>  --------------------------------------------------------------
       3610-POSICAO-UM.
      *>  --------------------------------------------------------------
             IF DI-ABERTO
               MOVE DI-CLI-ID TO WRK-CLI-BUSCA
               PERFORM 8100-PROCURA-DEVOLUCAO
               IF WRK-ACHOU = 'S'
                 MOVE WRK-DV-TOTAL(WRK-IDX-DV) TO DI-VL-DESCONTADO
               END-IF
               IF DI-DESCONTO-PENSAO
                  AND (WRK-ACHOU = 'N'
                       OR WRK-DV-ATIVOS(WRK-IDX-DV) = 0)
                 MOVE 'C' TO DI-FORMA
               END-IF
               COMPUTE WRK-SALDO =
                       DI-VL-INDEVIDO - DI-VL-DESCONTADO - DI-VL-PAGO
               IF WRK-SALDO < 0
                 MOVE 0 TO WRK-SALDO
               END-IF
               MOVE WRK-SALDO TO DI-SALDO
               IF DI-SALDO = 0
                 MOVE 'Q' TO DI-SITUACAO
                 MOVE WRK-DATA-HOJE TO DI-DT-QUITACAO
                 ADD 1 TO WRK-QT-QUITADOS
               ELSE
                 IF DI-COBRANCA AND DI-MES-ULT-AVISO < WRK-MES-ATUAL
                   PERFORM 3620-GRAVA-CARTA
                   MOVE WRK-MES-ATUAL TO DI-MES-ULT-AVISO
                 END-IF
               END-IF
               REWRITE INDEVIDO-MASTER-REG
               PERFORM 3630-LINHA-DEBITO
             END-IF.
             READ INDEVIDOS NEXT
               AT END MOVE 10 TO INDEVIDO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3620-GRAVA-CARTA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO CARTAS-REG.
             STRING WRK-DATA-HOJE
                    ' CLIENTE=' DI-CLI-ID
                    ' CARTA=COBRANCA PAGAMENTO INDEVIDO'
                    ' CESSACAO=' DI-DT-CESSACAO
                    ' ESPOLIO=' DI-ESPOLIO
                    ' MESES=' DI-MESES-INDEVIDOS
                    ' SALDO=' DI-SALDO
                    DELIMITED BY SIZE INTO CARTAS-REG.
             WRITE CARTAS-REG.
             ADD 1 TO WRK-QT-CARTAS.
      *>  --------------------------------------------------------------
       3630-LINHA-DEBITO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-VL-RECEBIDO = DI-VL-DESCONTADO + DI-VL-PAGO.
             MOVE SPACES TO RELAT-INDEVIDO-REG.
             IF DI-QUITADO
               STRING 'QUITADO..: CLIENTE=' DI-CLI-ID
                      ' INDEVIDO=' DI-VL-INDEVIDO
                      ' RECUPERADO=' WRK-VL-RECEBIDO
                      DELIMITED BY SIZE INTO RELAT-INDEVIDO-REG
             ELSE
               ADD 1 TO WRK-QT-DEBITOS
               ADD DI-VL-INDEVIDO TO WRK-TOTAL-INDEV
               ADD WRK-VL-RECEBIDO TO WRK-TOTAL-RECUP
               ADD DI-SALDO TO WRK-TOTAL-SALDO
               STRING 'DEBITO...: CLIENTE=' DI-CLI-ID
                      ' ESPOLIO=' DI-ESPOLIO
                      ' FORMA=' DI-FORMA
                      ' INDEVIDO=' DI-VL-INDEVIDO
                      ' DESCONTADO=' DI-VL-DESCONTADO
                      ' PAGO=' DI-VL-PAGO
                      ' SALDO=' DI-SALDO
                      DELIMITED BY SIZE INTO RELAT-INDEVIDO-REG
             END-IF.
             WRITE RELAT-INDEVIDO-REG.
      *>  --------------------------------------------------------------
      *>  3700-AJUSTA-LIMITES - O SALDO DO DEBITO E DIVIDIDO ENTRE OS
      *>  DESCONTOS ATIVOS DOS PENSIONISTAS; DEBITO QUITADO OU QUE
      *>  PASSOU PARA COBRANCA ENCERRA O DESCONTO.
      *>  --------------------------------------------------------------
       3700-AJUSTA-LIMITES.
      *>  --------------------------------------------------------------
             MOVE LOW-VALUES TO DB-CHAVE.
             START DESCONTOS-BENEF KEY IS NOT LESS THAN DB-CHAVE
               INVALID KEY MOVE 10 TO DESCONTO-STATUS
             END-START.
             IF DESCONTO-STATUS NOT = 10
               READ DESCONTOS-BENEF NEXT
                 AT END MOVE 10 TO DESCONTO-STATUS
               END-READ
             END-IF.
             PERFORM 3710-AJUSTA-UM UNTIL DESCONTO-STATUS = 10.
             MOVE 0 TO DESCONTO-STATUS.
      *>  --------------------------------------------------------------
       3710-AJUSTA-UM.
      *>  --------------------------------------------------------------
             IF DB-DEVOLUCAO AND DB-ATIVO
               MOVE DB-CONTRATO TO DI-CLI-ID
               READ INDEVIDOS
                 INVALID KEY
                   MOVE 'E' TO DB-SITUACAO
                 NOT INVALID KEY
                   IF DI-ABERTO AND DI-DESCONTO-PENSAO
                     MOVE DI-CLI-ID TO WRK-CLI-BUSCA
                     PERFORM 8100-PROCURA-DEVOLUCAO
                     IF WRK-ACHOU = 'S'
                        AND WRK-DV-ATIVOS(WRK-IDX-DV) > 0
                       COMPUTE WRK-COTA ROUNDED =
                               DI-SALDO / WRK-DV-ATIVOS(WRK-IDX-DV)
                       COMPUTE DB-VL-LIMITE =
                               DB-TOT-DESCONTADO + WRK-COTA
                     END-IF
                   ELSE
                     MOVE 'E' TO DB-SITUACAO
                   END-IF
               END-READ
               MOVE 0 TO INDEVIDO-STATUS
               REWRITE DESCBENF-MASTER-REG
             END-IF.
             READ DESCONTOS-BENEF NEXT
               AT END MOVE 10 TO DESCONTO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8000-PROCURA-CESSACAO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             PERFORM 8010-CONFERE-CESSACAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-CS
                  OR WRK-ACHOU = 'S'.
             IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
       8010-CONFERE-CESSACAO.
      *>  --------------------------------------------------------------
             IF WRK-CS-CLIENTE(WRK-IDX) = WRK-CLI-BUSCA
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       8100-PROCURA-DEVOLUCAO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             PERFORM 8110-CONFERE-DEVOLUCAO
               VARYING WRK-IDX-DV FROM 1 BY 1
               UNTIL WRK-IDX-DV > WRK-QT-DV
                  OR WRK-ACHOU = 'S'.
             IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-DV
             END-IF.
      *>  --------------------------------------------------------------
       8110-CONFERE-DEVOLUCAO.
      *>  --------------------------------------------------------------
             IF WRK-DV-TITULAR(WRK-IDX-DV) = WRK-CLI-BUSCA
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
