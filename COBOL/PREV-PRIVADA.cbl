       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVPRIV.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PREVIDENCIA PRIVADA (PGBL E VGBL):
      ***   ADESAO POR CLIENTE COM PLANO, REGIME DE TRIBUTACAO
      ***   (PROGRESSIVO OU REGRESSIVO, ESCOLHIDO NA ADESAO), VALOR E
      ***   DIA DA CONTRIBUICAO MENSAL (PREVPRIV.TXT). O PASSO DIARIO
      ***   DA CADEIA (PARM BATCH), NO MESMO DESENHO DO APORTE
      ***   PROGRAMADO, CREDITA NO PRIMEIRO DIA UTIL A PARTIR DO DIA
      ***   PROGRAMADO A CONTRIBUICAO DO MES E, UMA VEZ POR MES, O
      ***   RENDIMENTO PELA TAXA DE REFERENCIA DE TAXAREF.TXT (PRODUTO
      ***   19 PGBL, 20 VGBL), COM RELATORIO EM RELPREV.TXT. NA
      ***   APOSENTADORIA O SALDO E CONVERTIDO EM RENDA MENSAL POR
      ***   PRAZO CERTO (TABELA PRICE), PAGA PELA FOLHA DE BENEFICIOS
      ***   (APOSFOLH) COM O IR DO REGIME ESCOLHIDO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREV-PRIVADA ASSIGN TO 'C:\COBOL\PREVPRIV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREVPRIV-STATUS
             RECORD KEY IS PV-CERTIFICADO
             ALTERNATE RECORD KEY IS PV-CLI-ID WITH DUPLICATES.
           SELECT PREV-CTRL ASSIGN TO 'C:\COBOL\PREVCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT TAXA-REF ASSIGN TO 'C:\COBOL\TAXAREF.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TAXAREF-STATUS.
           SELECT FERIADOS ASSIGN TO 'C:\COBOL\FERIADOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FERIADOS-STATUS.
           SELECT RELAT-PREV ASSIGN TO 'C:\COBOL\RELPREV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PREV-PRIVADA.
       COPY 'PREVPRIV-MASTER.CBL'.
       FD PREV-CTRL.
       01 PREV-CTRL-REG.
            05 CTRL-CHAVE      PIC 9(01).
            05 CTRL-ULTIMO-NUM PIC 9(06).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD TAXA-REF.
       01 TAXA-REF-REG.
            05 TR-DATA          PIC 9(08).
            05 TR-PRODUTO       PIC 9(02).
            05 TR-TAXA          PIC 9V9999.
       FD FERIADOS.
       01 FERIADOS-REG.
            05 FE-DATA         PIC 9(08).
            05 FE-DESCRICAO    PIC X(30).
       FD RELAT-PREV.
       01 RELAT-PREV-REG          PIC X(110).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 PREVPRIV-STATUS  PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 TAXAREF-STATUS   PIC 9(02) VALUE ZEROS.
       77 FERIADOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-HOJE     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-ATUAL    PIC 9(04) VALUE ZEROS.
       77 WRK-MES-NUM      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MES      PIC 9(06) VALUE ZEROS.
       77 WRK-EH-UTIL      PIC X(01) VALUE 'S'.
       77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROS.
       77 WRK-NUM-CERT     PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CONTRIB   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REND      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CONTRIB  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REND     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RENDIMENTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAXA-PGBL    PIC 9V9999 VALUE ZEROS.
       77 WRK-TAXA-VGBL    PIC 9V9999 VALUE ZEROS.
       77 WRK-TAXA-PADRAO  PIC 9V9999 VALUE 0,0080.
       77 WRK-PRAZO        PIC 9(03) VALUE ZEROS.
       77 WRK-FATOR        PIC 9(05)V9(08) VALUE ZEROS.
       77 WRK-MES-MEDIO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ANOS-ACUM    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA CONGRUENCIA DE ZELLER, NO MESMO DESENHO DO CALDIAS
      *>  (0 = SABADO, 1 = DOMINGO).
      *>  --------------------------------------------------------------
       77 WRK-Z-ANO        PIC 9(04) VALUE ZEROS.
       77 WRK-Z-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-Z-DIA        PIC 9(02) VALUE ZEROS.
       77 WRK-Z-MES-A      PIC 9(04) VALUE ZEROS.
       77 WRK-Z-K          PIC 9(02) VALUE ZEROS.
       77 WRK-Z-J          PIC 9(02) VALUE ZEROS.
       77 WRK-Z-SOMA       PIC 9(06) VALUE ZEROS.
       77 WRK-Z-AUX        PIC 9(04) VALUE ZEROS.
       77 WRK-Z-Q1         PIC 9(04) VALUE ZEROS.
       77 WRK-Z-Q2         PIC 9(02) VALUE ZEROS.
       77 WRK-Z-Q3         PIC 9(02) VALUE ZEROS.
       77 WRK-Z-RESTO      PIC 9(04) VALUE ZEROS.
       77 WRK-Z-QUOC       PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL
               REMAINDER WRK-DIA-HOJE.
             DIVIDE WRK-MES-ATUAL BY 100 GIVING WRK-ANO-ATUAL
               REMAINDER WRK-MES-NUM.
             COMPUTE WRK-IDX-MES = (WRK-ANO-ATUAL * 12) + WRK-MES-NUM.
             PERFORM 0050-ABRE-CERTIFICADOS.
             PERFORM 0080-CARREGA-TAXAS.
             IF WRK-PARM-EXEC = 'BATCH'
               PERFORM 3000-PROCESSA-DIA
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE PREV-PRIVADA PREV-CTRL.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-CERTIFICADOS.
      *>  --------------------------------------------------------------
             OPEN I-O PREV-PRIVADA.
             IF PREVPRIV-STATUS = 35
               OPEN OUTPUT PREV-PRIVADA
               CLOSE PREV-PRIVADA
               OPEN I-O PREV-PRIVADA
             END-IF.
             OPEN I-O PREV-CTRL.
             IF CTRL-STATUS = 35
               OPEN OUTPUT PREV-CTRL
               CLOSE PREV-CTRL
               OPEN I-O PREV-CTRL
             END-IF.
      *>  --------------------------------------------------------------
      *>  0080-CARREGA-TAXAS - TAXA MENSAL DE REFERENCIA DOS PLANOS
      *>  (TAXAREF.TXT, PRODUTO 19 PGBL E 20 VGBL): VALE O ULTIMO
      *>  REGISTRO COM VIGENCIA ATE HOJE. TAXAREF.TXT ANTERIOR AOS
      *>  PLANOS GANHA OS DOIS PRODUTOS COM A TAXA PADRAO, PARA A
      *>  TESOURARIA AJUSTAR DEPOIS COMO AS DEMAIS.
      *>  --------------------------------------------------------------
       0080-CARREGA-TAXAS.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-TAXA-PGBL WRK-TAXA-VGBL.
             OPEN INPUT TAXA-REF.
             IF TAXAREF-STATUS = 0
               READ TAXA-REF
                 AT END MOVE 10 TO TAXAREF-STATUS
               END-READ
               PERFORM 0090-GUARDA-TAXA UNTIL TAXAREF-STATUS = 10
               CLOSE TAXA-REF
             END-IF.
             MOVE 0 TO TAXAREF-STATUS.
             IF WRK-TAXA-PGBL = 0 OR WRK-TAXA-VGBL = 0
               PERFORM 0085-ACRESCENTA-TAXAS-PREV
             END-IF.
      *>  --------------------------------------------------------------
       0085-ACRESCENTA-TAXAS-PREV.
      *>  --------------------------------------------------------------
             OPEN EXTEND TAXA-REF.
             IF TAXAREF-STATUS = 35
               OPEN OUTPUT TAXA-REF
               CLOSE TAXA-REF
               OPEN EXTEND TAXA-REF
             END-IF.
             MOVE WRK-DATA-HOJE TO TR-DATA.
             IF WRK-TAXA-PGBL = 0
               MOVE 19 TO TR-PRODUTO
               MOVE WRK-TAXA-PADRAO TO TR-TAXA WRK-TAXA-PGBL
               WRITE TAXA-REF-REG
             END-IF.
             IF WRK-TAXA-VGBL = 0
               MOVE 20 TO TR-PRODUTO
               MOVE WRK-TAXA-PADRAO TO TR-TAXA WRK-TAXA-VGBL
               WRITE TAXA-REF-REG
             END-IF.
             CLOSE TAXA-REF.
             MOVE 0 TO TAXAREF-STATUS.
      *>  --------------------------------------------------------------
       0090-GUARDA-TAXA.
      *>  --------------------------------------------------------------
             IF TR-DATA <= WRK-DATA-HOJE
               EVALUATE TR-PRODUTO
                 WHEN 19
                   MOVE TR-TAXA TO WRK-TAXA-PGBL
                 WHEN 20
                   MOVE TR-TAXA TO WRK-TAXA-VGBL
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF.
             READ TAXA-REF
               AT END MOVE 10 TO TAXAREF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'PREVIDENCIA PRIVADA - PGBL / VGBL'.
             DISPLAY '1 - ADESAO (NOVO CERTIFICADO)'.
             DISPLAY '2 - ALTERAR OU SUSPENDER CONTRIBUICAO'.
             DISPLAY '3 - CONSULTAR CERTIFICADOS DO CLIENTE'.
             DISPLAY '4 - CONVERTER SALDO EM RENDA'.
             DISPLAY '5 - PROCESSAR CONTRIBUICOES DO DIA'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-ADESAO
               WHEN 2
                 PERFORM 2000-ALTERA-CONTRIBUICAO
               WHEN 3
                 PERFORM 2500-CONSULTA-CLIENTE
               WHEN 4
                 PERFORM 4000-CONVERTE-EM-RENDA
               WHEN 5
                 PERFORM 3000-PROCESSA-DIA
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-ADESAO - CLIENTE DO CADASTRO UNICO, PLANO, REGIME DE
      *>  TRIBUTACAO (IRRETRATAVEL DEPOIS DA ADESAO), VALOR E DIA DA
      *>  CONTRIBUICAO MENSAL. O RENDIMENTO COMECA NO MES SEGUINTE.
      *>  --------------------------------------------------------------
       1000-ADESAO.
      *>  --------------------------------------------------------------
             INITIALIZE PREVPRIV-MASTER-REG.
             DISPLAY 'CODIGO DO CLIENTE.........: '.
             ACCEPT PV-CLI-ID.
             DISPLAY 'PLANO (P=PGBL V=VGBL).....: '.
             ACCEPT PV-PLANO.
             DISPLAY 'REGIME DE IR (P=PROGRESSIVO R=REGRESSIVO): '.
             ACCEPT PV-REGIME.
             DISPLAY 'CONTRIBUICAO MENSAL R$....: '.
             ACCEPT PV-VL-MENSAL.
             DISPLAY 'DIA DO MES (1 A 28).......: '.
             ACCEPT PV-DIA-DEBITO.
             IF PV-CLI-ID = 0 OR PV-VL-MENSAL = 0
                OR (NOT PV-PGBL AND NOT PV-VGBL)
                OR (NOT PV-PROGRESSIVO AND NOT PV-REGRESSIVO)
                OR PV-DIA-DEBITO < 1 OR PV-DIA-DEBITO > 28
               DISPLAY '*** DADOS DA ADESAO INVALIDOS ***'
             ELSE
               PERFORM 1050-CONFERE-CLIENTE
               IF CLIENTE-STATUS = 0
                 PERFORM 9700-PROX-NUM-CERTIFICADO
                 MOVE WRK-NUM-CERT  TO PV-CERTIFICADO
                 MOVE WRK-DATA-HOJE TO PV-DT-ADESAO
                 MOVE WRK-MES-ATUAL TO PV-MES-ULT-REND
                 MOVE ZEROS TO PV-MES-ULT-CONTRIB
                 IF PV-PGBL
                   MOVE WRK-TAXA-PGBL TO PV-TX-MENSAL
                 ELSE
                   MOVE WRK-TAXA-VGBL TO PV-TX-MENSAL
                 END-IF
                 MOVE 'A' TO PV-SITUACAO
                 WRITE PREVPRIV-MASTER-REG
                 DISPLAY 'CERTIFICADO ' PV-CERTIFICADO ' EMITIDO'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1050-CONFERE-CLIENTE.
      *>  --------------------------------------------------------------
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE PV-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   MOVE 23 TO CLIENTE-STATUS
               END-READ
               IF CLIENTE-STATUS = 0 AND CLI-EXCLUIDO
                 MOVE 23 TO CLIENTE-STATUS
               END-IF
               CLOSE CLIENTE-MASTER
             END-IF.
             IF CLIENTE-STATUS NOT = 0
               DISPLAY '*** CLIENTE NAO CADASTRADO ***'
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-ALTERA-CONTRIBUICAO - NOVO VALOR E DIA; VALOR ZERO
      *>  SUSPENDE AS CONTRIBUICOES (O SALDO CONTINUA RENDENDO) E UM
      *>  VALOR NOVO REATIVA.
      *>  --------------------------------------------------------------
       2000-ALTERA-CONTRIBUICAO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO CERTIFICADO.....: '.
             ACCEPT PV-CERTIFICADO.
             READ PREV-PRIVADA
               INVALID KEY
                 DISPLAY '*** CERTIFICADO NAO ENCONTRADO ***'
               NOT INVALID KEY
                 IF PV-ACUMULANDO OR PV-SUSPENSO
                   DISPLAY 'CONTRIBUICAO ATUAL: ' PV-VL-MENSAL
                           ' DIA ' PV-DIA-DEBITO
                   DISPLAY 'NOVA CONTRIBUICAO (0=SUSPENDE): '
                   ACCEPT PV-VL-MENSAL
                   IF PV-VL-MENSAL = 0
                     MOVE 'S' TO PV-SITUACAO
                   ELSE
                     DISPLAY 'DIA DO MES (1 A 28).......: '
                     ACCEPT PV-DIA-DEBITO
                     IF PV-DIA-DEBITO < 1 OR PV-DIA-DEBITO > 28
                       MOVE 28 TO PV-DIA-DEBITO
                     END-IF
                     MOVE 'A' TO PV-SITUACAO
                   END-IF
                   REWRITE PREVPRIV-MASTER-REG
                   DISPLAY 'CERTIFICADO ' PV-CERTIFICADO ' ALTERADO'
                 ELSE
                   DISPLAY '*** CERTIFICADO FORA DA ACUMULACAO ***'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       2500-CONSULTA-CLIENTE.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE.........: '.
             ACCEPT WRK-CLI-ID.
             MOVE 0 TO WRK-QT-LISTADOS.
             MOVE WRK-CLI-ID TO PV-CLI-ID.
             START PREV-PRIVADA KEY IS EQUAL TO PV-CLI-ID
               INVALID KEY MOVE 10 TO PREVPRIV-STATUS
             END-START.
             IF PREVPRIV-STATUS NOT = 10
               READ PREV-PRIVADA NEXT
                 AT END MOVE 10 TO PREVPRIV-STATUS
               END-READ
             END-IF.
             PERFORM 2510-LISTA-UM
               UNTIL PREVPRIV-STATUS = 10
                  OR PV-CLI-ID NOT = WRK-CLI-ID.
             MOVE 0 TO PREVPRIV-STATUS.
             DISPLAY 'CERTIFICADOS DO CLIENTE: ' WRK-QT-LISTADOS.
      *>  --------------------------------------------------------------
       2510-LISTA-UM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADOS.
             DISPLAY PV-CERTIFICADO ' PLANO=' PV-PLANO
                     ' REGIME=' PV-REGIME ' SIT=' PV-SITUACAO
                     ' ADESAO=' PV-DT-ADESAO.
             DISPLAY '     SALDO=' PV-SALDO
                     ' CONTRIBUIDO=' PV-TOT-CONTRIB
                     ' MENSAL=' PV-VL-MENSAL ' DIA ' PV-DIA-DEBITO.
             IF PV-EM-RENDA OR PV-ENCERRADO
               DISPLAY '     RENDA=' PV-RENDA-MENSAL
                       ' PARCELAS ' PV-PARCELAS-PAGAS
                       ' DE ' PV-PRAZO-RENDA
             END-IF.
             READ PREV-PRIVADA NEXT
               AT END MOVE 10 TO PREVPRIV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-PROCESSA-DIA - SO RODA EM DIA UTIL; CADA CERTIFICADO
      *>  RECEBE UMA VEZ POR MES O RENDIMENTO E, EM ACUMULACAO, A
      *>  CONTRIBUICAO DO MES A PARTIR DO DIA PROGRAMADO.
      *>  --------------------------------------------------------------
       3000-PROCESSA-DIA.
      *>  --------------------------------------------------------------
             PERFORM 7000-CONFERE-DIA-UTIL.
             IF WRK-EH-UTIL = 'N'
               DISPLAY 'DIA NAO UTIL - CONTRIBUICOES REPROGRAMADAS'
                       ' PARA O PROXIMO DIA UTIL'
             ELSE
               MOVE 0 TO WRK-QT-CONTRIB WRK-QT-REND
               MOVE 0 TO WRK-TOT-CONTRIB WRK-TOT-REND
               OPEN OUTPUT RELAT-PREV
               MOVE SPACES TO RELAT-PREV-REG
               STRING 'PREVIDENCIA PRIVADA - PROCESSAMENTO DE '
                      WRK-DATA-HOJE ' (TAXA PGBL=' WRK-TAXA-PGBL
                      ' VGBL=' WRK-TAXA-VGBL ')'
                      DELIMITED BY SIZE INTO RELAT-PREV-REG
               WRITE RELAT-PREV-REG
               MOVE 0 TO PV-CERTIFICADO
               START PREV-PRIVADA KEY IS NOT LESS THAN PV-CERTIFICADO
                 INVALID KEY MOVE 10 TO PREVPRIV-STATUS
               END-START
               IF PREVPRIV-STATUS NOT = 10
                 READ PREV-PRIVADA NEXT
                   AT END MOVE 10 TO PREVPRIV-STATUS
                 END-READ
               END-IF
               PERFORM 3100-PROCESSA-UM UNTIL PREVPRIV-STATUS = 10
               MOVE 0 TO PREVPRIV-STATUS
               MOVE SPACES TO RELAT-PREV-REG
               STRING 'CONTRIBUICOES=' WRK-QT-CONTRIB
                      ' VALOR=' WRK-TOT-CONTRIB
                      ' RENDIMENTOS=' WRK-QT-REND
                      ' VALOR=' WRK-TOT-REND
                      DELIMITED BY SIZE INTO RELAT-PREV-REG
               WRITE RELAT-PREV-REG
               CLOSE RELAT-PREV
               DISPLAY 'CONTRIBUICOES: ' WRK-QT-CONTRIB
                       ' RENDIMENTOS: ' WRK-QT-REND
             END-IF.
      *>  --------------------------------------------------------------
       3100-PROCESSA-UM.
      *>  --------------------------------------------------------------
             IF (PV-ACUMULANDO OR PV-SUSPENSO OR PV-EM-RENDA)
                AND PV-MES-ULT-REND < WRK-MES-ATUAL
               PERFORM 3200-CREDITA-RENDIMENTO
             END-IF.
             IF PV-ACUMULANDO
                AND PV-MES-ULT-CONTRIB < WRK-MES-ATUAL
                AND WRK-DIA-HOJE >= PV-DIA-DEBITO
               PERFORM 3300-CREDITA-CONTRIBUICAO
             END-IF.
             READ PREV-PRIVADA NEXT
               AT END MOVE 10 TO PREVPRIV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3200-CREDITA-RENDIMENTO - A TAXA DO MES E A DE HOJE DO PLANO
      *>  E FICA NO CERTIFICADO PARA A PROJECAO DA RENDA.
      *>  --------------------------------------------------------------
       3200-CREDITA-RENDIMENTO.
      *>  --------------------------------------------------------------
             IF PV-PGBL
               MOVE WRK-TAXA-PGBL TO PV-TX-MENSAL
             ELSE
               MOVE WRK-TAXA-VGBL TO PV-TX-MENSAL
             END-IF.
             COMPUTE WRK-RENDIMENTO ROUNDED = PV-SALDO * PV-TX-MENSAL.
             ADD WRK-RENDIMENTO TO PV-SALDO.
             MOVE WRK-MES-ATUAL TO PV-MES-ULT-REND.
             REWRITE PREVPRIV-MASTER-REG.
             IF WRK-RENDIMENTO > 0
               ADD 1 TO WRK-QT-REND
               ADD WRK-RENDIMENTO TO WRK-TOT-REND
               MOVE SPACES TO RELAT-PREV-REG
               STRING 'CERTIFICADO=' PV-CERTIFICADO
                      ' CLIENTE=' PV-CLI-ID
                      ' RENDIMENTO=' WRK-RENDIMENTO
                      ' SALDO=' PV-SALDO
                      DELIMITED BY SIZE INTO RELAT-PREV-REG
               WRITE RELAT-PREV-REG
             END-IF.
      *>  --------------------------------------------------------------
       3300-CREDITA-CONTRIBUICAO.
      *>  --------------------------------------------------------------
             ADD PV-VL-MENSAL TO PV-SALDO PV-TOT-CONTRIB.
             COMPUTE PV-SOMA-PONDERADA = PV-SOMA-PONDERADA
                     + (PV-VL-MENSAL * WRK-IDX-MES).
             MOVE WRK-MES-ATUAL TO PV-MES-ULT-CONTRIB.
             REWRITE PREVPRIV-MASTER-REG.
             ADD 1 TO WRK-QT-CONTRIB.
             ADD PV-VL-MENSAL TO WRK-TOT-CONTRIB.
             MOVE SPACES TO RELAT-PREV-REG.
             STRING 'CERTIFICADO=' PV-CERTIFICADO
                    ' CLIENTE=' PV-CLI-ID
                    ' CONTRIBUICAO=' PV-VL-MENSAL
                    ' SALDO=' PV-SALDO
                    DELIMITED BY SIZE INTO RELAT-PREV-REG.
             WRITE RELAT-PREV-REG.
      *>  --------------------------------------------------------------
      *>  4000-CONVERTE-EM-RENDA - SALDO EM RENDA MENSAL POR PRAZO
      *>  CERTO (TABELA PRICE NA TAXA DO PLANO). NO REGIME REGRESSIVO
      *>  A ALIQUOTA SAI DO PRAZO MEDIO DAS CONTRIBUICOES (35% ATE 2
      *>  ANOS, CAINDO 5 PONTOS A CADA 2 ANOS ATE 10% ACIMA DE 10
      *>  ANOS) E FICA FIXA NA RENDA. NO VGBL SO O RENDIMENTO E
      *>  TRIBUTADO: A PARTE TRIBUTAVEL E A PROPORCAO DO SALDO QUE NAO
      *>  E CONTRIBUICAO.
      *>  --------------------------------------------------------------
       4000-CONVERTE-EM-RENDA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO CERTIFICADO.....: '.
             ACCEPT PV-CERTIFICADO.
             READ PREV-PRIVADA
               INVALID KEY
                 DISPLAY '*** CERTIFICADO NAO ENCONTRADO ***'
               NOT INVALID KEY
                 IF (PV-ACUMULANDO OR PV-SUSPENSO) AND PV-SALDO > 0
                   PERFORM 4100-CALCULA-RENDA
                 ELSE
                   DISPLAY '*** CERTIFICADO SEM SALDO EM ACUMULACAO ***'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       4100-CALCULA-RENDA.
      *>  --------------------------------------------------------------
             DISPLAY 'SALDO ACUMULADO...........: ' PV-SALDO.
             DISPLAY 'PRAZO DA RENDA (MESES)....: '.
             ACCEPT WRK-PRAZO.
             IF WRK-PRAZO = 0
               DISPLAY '*** PRAZO INVALIDO ***'
             ELSE
               MOVE WRK-PRAZO TO PV-PRAZO-RENDA
               IF PV-TX-MENSAL = 0
                 COMPUTE PV-RENDA-MENSAL ROUNDED =
                         PV-SALDO / PV-PRAZO-RENDA
               ELSE
                 COMPUTE WRK-FATOR =
                         (1 + PV-TX-MENSAL) ** PV-PRAZO-RENDA
                 COMPUTE PV-RENDA-MENSAL ROUNDED =
                         PV-SALDO * PV-TX-MENSAL * WRK-FATOR
                         / (WRK-FATOR - 1)
               END-IF
               PERFORM 4200-ALIQUOTA-REGRESSIVA
               IF PV-VGBL AND PV-SALDO > PV-TOT-CONTRIB
                 COMPUTE PV-PCT-TRIBUTAVEL ROUNDED =
                         (PV-SALDO - PV-TOT-CONTRIB) / PV-SALDO
               ELSE
                 IF PV-VGBL
                   MOVE 0 TO PV-PCT-TRIBUTAVEL
                 ELSE
                   MOVE 1 TO PV-PCT-TRIBUTAVEL
                 END-IF
               END-IF
               DISPLAY 'RENDA MENSAL BRUTA........: ' PV-RENDA-MENSAL
               DISPLAY 'PARTE TRIBUTAVEL..........: ' PV-PCT-TRIBUTAVEL
               IF PV-REGRESSIVO
                 DISPLAY 'ALIQUOTA REGRESSIVA.......: '
                         PV-ALIQ-REGRESSIVA
               ELSE
                 DISPLAY 'IR PELA TABELA PROGRESSIVA MENSAL'
               END-IF
               DISPLAY 'CONFIRMA A CONVERSAO (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                 MOVE 'R' TO PV-SITUACAO
                 MOVE WRK-DATA-HOJE TO PV-DT-CONVERSAO
                 MOVE 0 TO PV-PARCELAS-PAGAS PV-VL-MENSAL
                 REWRITE PREVPRIV-MASTER-REG
                 DISPLAY 'CERTIFICADO ' PV-CERTIFICADO
                         ' CONVERTIDO EM RENDA'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4200-ALIQUOTA-REGRESSIVA.
      *>  --------------------------------------------------------------
             MOVE 0 TO PV-ALIQ-REGRESSIVA.
             IF PV-REGRESSIVO
               MOVE 0 TO WRK-ANOS-ACUM
               IF PV-TOT-CONTRIB > 0
                 COMPUTE WRK-MES-MEDIO ROUNDED =
                         PV-SOMA-PONDERADA / PV-TOT-CONTRIB
                 IF WRK-MES-MEDIO < WRK-IDX-MES
                   COMPUTE WRK-ANOS-ACUM ROUNDED =
                           (WRK-IDX-MES - WRK-MES-MEDIO) / 12
                 END-IF
               END-IF
               EVALUATE TRUE
                 WHEN WRK-ANOS-ACUM <= 2
                   MOVE 0,3500 TO PV-ALIQ-REGRESSIVA
                 WHEN WRK-ANOS-ACUM <= 4
                   MOVE 0,3000 TO PV-ALIQ-REGRESSIVA
                 WHEN WRK-ANOS-ACUM <= 6
                   MOVE 0,2500 TO PV-ALIQ-REGRESSIVA
                 WHEN WRK-ANOS-ACUM <= 8
                   MOVE 0,2000 TO PV-ALIQ-REGRESSIVA
                 WHEN WRK-ANOS-ACUM <= 10
                   MOVE 0,1500 TO PV-ALIQ-REGRESSIVA
                 WHEN OTHER
                   MOVE 0,1000 TO PV-ALIQ-REGRESSIVA
               END-EVALUATE
             END-IF.
      *>  --------------------------------------------------------------
      *>  7000-CONFERE-DIA-UTIL - MESMA REGRA DO CALDIAS: SABADO,
      *>  DOMINGO (CONGRUENCIA DE ZELLER) OU DATA EM FERIADOS.TXT NAO
      *>  E DIA UTIL.
      *>  --------------------------------------------------------------
       7000-CONFERE-DIA-UTIL.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-EH-UTIL.
             PERFORM 7100-DIA-DA-SEMANA.
             IF WRK-DIA-SEMANA = 0 OR WRK-DIA-SEMANA = 1
               MOVE 'N' TO WRK-EH-UTIL
             END-IF.
             IF WRK-EH-UTIL = 'S'
               PERFORM 7200-CONFERE-FERIADO
             END-IF.
      *>  --------------------------------------------------------------
       7100-DIA-DA-SEMANA.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-HOJE BY 10000
               GIVING WRK-Z-ANO REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-Z-MES REMAINDER WRK-Z-DIA.
             MOVE WRK-Z-MES TO WRK-Z-MES-A.
             IF WRK-Z-MES < 3
               ADD 12 TO WRK-Z-MES-A
               SUBTRACT 1 FROM WRK-Z-ANO
             END-IF.
             DIVIDE WRK-Z-ANO BY 100
               GIVING WRK-Z-J REMAINDER WRK-Z-K.
             COMPUTE WRK-Z-AUX = 13 * (WRK-Z-MES-A + 1).
             DIVIDE WRK-Z-AUX BY 5
               GIVING WRK-Z-Q1 REMAINDER WRK-RESTO-X.
             DIVIDE WRK-Z-K BY 4
               GIVING WRK-Z-Q2 REMAINDER WRK-RESTO-X.
             DIVIDE WRK-Z-J BY 4
               GIVING WRK-Z-Q3 REMAINDER WRK-RESTO-X.
             COMPUTE WRK-Z-SOMA = WRK-Z-DIA + WRK-Z-Q1
                     + WRK-Z-K + WRK-Z-Q2 + WRK-Z-Q3
                     + (5 * WRK-Z-J).
             DIVIDE WRK-Z-SOMA BY 7
               GIVING WRK-Z-QUOC REMAINDER WRK-DIA-SEMANA.
      *>  --------------------------------------------------------------
       7200-CONFERE-FERIADO.
      *>  --------------------------------------------------------------
             OPEN INPUT FERIADOS.
             IF FERIADOS-STATUS = 0
               READ FERIADOS
                 AT END MOVE 10 TO FERIADOS-STATUS
               END-READ
               PERFORM 7210-CONFERE-UM UNTIL FERIADOS-STATUS = 10
               CLOSE FERIADOS
             END-IF.
             MOVE 0 TO FERIADOS-STATUS.
      *>  --------------------------------------------------------------
       7210-CONFERE-UM.
      *>  --------------------------------------------------------------
             IF FE-DATA = WRK-DATA-HOJE
               MOVE 'N' TO WRK-EH-UTIL
             END-IF.
             READ FERIADOS
               AT END MOVE 10 TO FERIADOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-CERTIFICADO.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ PREV-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE PREV-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE PREV-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-NUM-CERT.
      *>  --------------------------------------------------------------
