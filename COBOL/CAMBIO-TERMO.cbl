      ***   CONTRATADA, DATA DE LIQUIDACAO), COM MARGEM DE GARANTIA
      ***   DE 10 POR CENTO COBRADA NA CONTRATACAO. O PASSO DIARIO DA
      ***   CADEIA (PARM BATCH) LIQUIDA OS TERMOS VENCIDOS CONTRA A
      ***   ULTIMA COTACAO ACEITA DA MOEDA (TAXACTRL.TXT, LIDA PELO
      ***   SUBPROGRAMA TAXAMOED), POSTA A CONVERSAO NO LOG COMUM
      ***   (MOEDASLOG.TXT, NO MESMO DESENHO DO DESAFIO01) E REPORTA
      ***   O GANHO OU PERDA CONTRA O SPOT POR CONTRATO
      ***   (RELTERMO.TXT). A MOEDA E INFORMADA PELO CODIGO ISO OU
      ***   PELA SIGLA DO CADASTRO DE MOEDAS (MOEDAS.TXT).
      ***   O TERMO GUARDA O SENTIDO (C = CLIENTE COMPRA A MOEDA,
      ***   V = CLIENTE VENDE); NA LIQUIDACAO A TAXA CONTRATADA E A
      ***   TAXA MEIO E O CLIENTE PAGA OU RECEBE A TAXA COM O SPREAD DO
      ***   SEU SEGMENTO (PRECOFX); O LOG LEVA O SEGMENTO, A TAXA MEIO
      ***   E A RECEITA DE SPREAD.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT LOG-CONVERSAO ASSIGN TO 'C:\COBOL\MOEDASLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
            05 FT-SITUACAO     PIC X(01).
                88 FT-ABERTO       VALUE 'A'.
                88 FT-LIQUIDADO    VALUE 'L'.
            05 FT-SENTIDO      PIC X(01).
                88 FT-CLIENTE-COMPRA VALUE 'C' ' '.
                88 FT-CLIENTE-VENDE  VALUE 'V'.
       FD TERMO-CTRL.
       01 TERMO-CTRL-REG.
            05 CTRL-CHAVE      PIC 9(01).
            05 CTRL-ULTIMO-NUM PIC 9(06).
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG     PIC X(160).
       FD RELAT-TERMO.
       01 RELAT-TERMO-REG       PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 TERMO-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-VL-SPOT      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-LIQUIDADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TAXA-MEIO    PIC 9(5)V9999 VALUE ZEROS.
       01 WRK-PRECO-FX.
            05 WRK-PR-MOEDA        PIC X(05)    VALUE SPACES.
            05 WRK-PR-SENTIDO      PIC X(01)    VALUE SPACES.
            05 WRK-PR-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-PR-VALOR        PIC 9(11)V99 VALUE ZEROS.
            05 WRK-PR-TAXA-MEIO    PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-PR-SEGMENTO     PIC X(01)    VALUE SPACES.
            05 WRK-PR-PCT          PIC 9(02)V99 VALUE ZEROS.
            05 WRK-PR-TAXA-APLIC   PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-PR-RECEITA      PIC 9(07)V99 VALUE ZEROS.
            05 WRK-PR-RETORNO      PIC X(01)    VALUE SPACES.
       01 WRK-TAXA-MOEDA.
            05 WRK-TX-MOEDA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-CODIGO       PIC X(03)    VALUE SPACES.
            05 WRK-TX-SIGLA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-NOME         PIC X(20)    VALUE SPACES.
            05 WRK-TX-DECIMAIS     PIC 9(01)    VALUE ZEROS.
            05 WRK-TX-TAXA         PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-TX-DATA         PIC 9(08)    VALUE ZEROS.
            05 WRK-TX-RETORNO      PIC X(01)    VALUE SPACES.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-TERMOS.
             IF WRK-PARM-EXEC = 'BATCH'
               PERFORM 3000-LIQUIDA-VENCIDOS
             ELSE
               CLOSE TERMO-CTRL
               OPEN I-O TERMO-CTRL
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE..........: '.
             ACCEPT FT-CLI-ID.
             DISPLAY 'MOEDA (CODIGO ISO OU SIGLA): '.
             ACCEPT WRK-TX-MOEDA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             MOVE WRK-TX-SIGLA TO FT-MOEDA.
             DISPLAY 'VALOR NA MOEDA.............: '.
             ACCEPT FT-VALOR-ME.
             DISPLAY 'TAXA CONTRATADA............: '.
             ACCEPT FT-TAXA-CONTR.
             DISPLAY 'SENTIDO (C=CLIENTE COMPRA V=VENDE): '.
             ACCEPT FT-SENTIDO.
             DISPLAY 'DATA DE LIQUIDACAO (AAAAMMDD): '.
             ACCEPT FT-DT-LIQUIDA.
             IF FT-CLI-ID = 0 OR FT-VALOR-ME = 0
                OR FT-TAXA-CONTR = 0
                OR FT-DT-LIQUIDA <= WRK-DATA-HOJE
                OR (NOT FT-CLIENTE-COMPRA AND NOT FT-CLIENTE-VENDE)
                OR (WRK-TX-RETORNO NOT = 'C'
                    AND WRK-TX-RETORNO NOT = 'P')
               DISPLAY '*** DADOS DO TERMO INVALIDOS ***'
             ELSE
               PERFORM 9700-PROX-NUM-TERMO
             IF FT-ABERTO
               DISPLAY 'TERMO ' FT-NUMERO ' CLIENTE ' FT-CLI-ID
                       ' ' FT-MOEDA ' ' FT-VALOR-ME
                       ' TAXA ' FT-TAXA-CONTR ' ' FT-SENTIDO
                       ' LIQUIDA ' FT-DT-LIQUIDA
             END-IF.
             READ TERMO-CAMBIO NEXT
      *>  --------------------------------------------------------------
             IF FT-ABERTO AND FT-DT-LIQUIDA <= WRK-DATA-HOJE
               PERFORM 3200-TAXA-SPOT-DA-MOEDA
               PERFORM 3250-PRECO-LIQUIDACAO
               COMPUTE WRK-VL-CONTRATADO ROUNDED =
                       FT-VALOR-ME * WRK-PR-TAXA-APLIC
               COMPUTE WRK-VL-SPOT ROUNDED =
                       FT-VALOR-ME * WRK-TAXA-SPOT
               COMPUTE WRK-RESULTADO =
      *>  --------------------------------------------------------------
       3200-TAXA-SPOT-DA-MOEDA.
      *>  --------------------------------------------------------------
             MOVE FT-MOEDA TO WRK-TX-MOEDA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             IF WRK-TX-RETORNO = 'N' OR WRK-TX-TAXA = 0
               MOVE 1 TO WRK-TAXA-SPOT
             ELSE
               MOVE WRK-TX-TAXA TO WRK-TAXA-SPOT
             END-IF.
      *>  --------------------------------------------------------------
      *>  3250-PRECO-LIQUIDACAO - A TAXA CONTRATADA E A TAXA MEIO DO
      *>  TERMO; O CLIENTE LIQUIDA NELA MAIS O SPREAD QUANDO COMPRA A
      *>  MOEDA E MENOS QUANDO VENDE.
      *>  --------------------------------------------------------------
       3250-PRECO-LIQUIDACAO.
      *>  --------------------------------------------------------------
             MOVE FT-MOEDA TO WRK-PR-MOEDA.
             IF FT-CLIENTE-VENDE
               MOVE 'V' TO WRK-PR-SENTIDO
             ELSE
               MOVE 'C' TO WRK-PR-SENTIDO
             END-IF.
             MOVE FT-CLI-ID TO WRK-PR-CLI-ID.
             MOVE FT-VALOR-ME TO WRK-PR-VALOR.
             MOVE FT-TAXA-CONTR TO WRK-PR-TAXA-MEIO.
             CALL 'PRECOFX' USING WRK-PRECO-FX.
             MOVE FT-TAXA-CONTR TO WRK-TAXA-MEIO.
      *>  --------------------------------------------------------------
      *>  3300-POSTA-NO-LOG - A CONVERSAO DO TERMO ENTRA NO LOG COMUM
      *>  (MOEDASLOG.TXT) NO MESMO DESENHO DO CONVERSOR, COM A MARCA
             STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                    ' ORIGEM=' FT-MOEDA
                    ' VALOR=' FT-VALOR-ME
                    ' TAXA=' WRK-PR-TAXA-APLIC
                    ' CLIENTE=' FT-CLI-ID
                    ' TERMO=' FT-NUMERO
                    DELIMITED BY SIZE INTO LOG-CONVERSAO-REG.
             STRING ' SEG=' WRK-PR-SEGMENTO
                    ' MEIO=' WRK-TAXA-MEIO
                    ' SPREAD=' WRK-PR-RECEITA
                    DELIMITED BY SIZE
                    INTO LOG-CONVERSAO-REG(111:38).
             WRITE LOG-CONVERSAO-REG.
             CLOSE LOG-CONVERSAO.
      *>  --------------------------------------------------------------
