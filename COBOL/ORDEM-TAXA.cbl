      ***   RODA LOGO DEPOIS DA CARGA DE TAXAS DO DIA (TAXASCAM.TXT):
      ***   ORDEM CRUZADA OU EXECUTA NO LOG COMUM (MOEDASLOG.TXT) OU
      ***   ENTRA NA LISTA DE CONTATO (CONTATOS.TXT) COM O TELEFONE
      ***   DO CLIENTE (E NA FILA DE COMUNICACAO, COMUNFIL); ORDEM
      ***   VENCIDA E PURGADA COM RELATORIO (RELORDEM.TXT). O
      ***   POST-IT DO BALCAO APOSENTA.
      ***   A EXECUCAO SAI NA TAXA DO CLIENTE (PRECOFX): ORDEM DE
      ***   SUBIDA E VENDA DA MOEDA PELO CLIENTE (TAXA MEIO MENOS O
      ***   SPREAD), ORDEM DE QUEDA E COMPRA (MAIS O SPREAD); O LOG
      ***   LEVA O SEGMENTO, A TAXA MEIO E A RECEITA DE SPREAD.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT LOG-CONVERSAO ASSIGN TO 'C:\COBOL\MOEDASLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
       01 ORDEM-CTRL-REG.
            05 CTRL-CHAVE      PIC 9(01).
            05 CTRL-ULTIMO-NUM PIC 9(06).
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG     PIC X(160).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CONTATOS.
       01 RELAT-ORDEM-REG       PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 ORDEM-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CONTATOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-EXEC      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONTATO   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PURGADAS  PIC 9(05) VALUE ZEROS.
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
       01 WRK-COMUNICA.
            05 WRK-CM-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-CM-FINALIDADE   PIC X(01)    VALUE 'S'.
            05 WRK-CM-ORIGEM       PIC X(08)    VALUE 'FXORDEM'.
            05 WRK-CM-TEXTO        PIC X(80)    VALUE SPACES.
            05 WRK-CM-RESULTADO    PIC X(01)    VALUE SPACES.
            05 WRK-CM-NUMERO       PIC 9(08)    VALUE ZEROS.
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
             PERFORM 0050-ABRE-ORDENS.
             IF WRK-PARM-EXEC = 'BATCH'
               PERFORM 3000-CHECA-ORDENS
             ELSE
               CLOSE ORDEM-CTRL
               OPEN I-O ORDEM-CTRL
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE..........: '.
             ACCEPT OR-CLI-ID.
             DISPLAY 'MOEDA (CODIGO ISO OU SIGLA): '.
             ACCEPT WRK-TX-MOEDA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             MOVE WRK-TX-SIGLA TO OR-MOEDA.
             DISPLAY 'TAXA ALVO..................: '.
             ACCEPT OR-TAXA-ALVO.
             DISPLAY 'DIRECAO (A=SUBIR B=CAIR)...: '.
             IF OR-CLI-ID = 0 OR OR-TAXA-ALVO = 0 OR OR-VALOR = 0
                OR (OR-DIRECAO NOT = 'A' AND OR-DIRECAO NOT = 'B')
                OR (OR-ACAO NOT = 'E' AND OR-ACAO NOT = 'C')
                OR (WRK-TX-RETORNO NOT = 'C'
                    AND WRK-TX-RETORNO NOT = 'P')
               DISPLAY '*** DADOS DA ORDEM INVALIDOS ***'
             ELSE
               PERFORM 9700-PROX-NUM-ORDEM
             OPEN INPUT CLIENTE-MASTER.
             MOVE SPACES TO RELAT-ORDEM-REG.
             STRING 'CHECAGEM DE ORDENS DE TAXA - ' WRK-DATA-HOJE
                    ' (ULTIMA COTACAO ACEITA DE CADA MOEDA)'
                    DELIMITED BY SIZE INTO RELAT-ORDEM-REG.
             WRITE RELAT-ORDEM-REG.
             MOVE 0 TO OR-NUMERO.
       3200-CONFERE-CRUZAMENTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CRUZOU.
             MOVE OR-MOEDA TO WRK-TX-MOEDA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             IF WRK-TX-RETORNO = 'N' OR WRK-TX-TAXA = 0
               MOVE 1 TO WRK-TAXA-SPOT
             ELSE
               MOVE WRK-TX-TAXA TO WRK-TAXA-SPOT
             END-IF.
             IF (OR-DIRECAO = 'A' AND WRK-TAXA-SPOT >= OR-TAXA-ALVO)
                OR (OR-DIRECAO = 'B'
                    AND WRK-TAXA-SPOT <= OR-TAXA-ALVO)
      *>  --------------------------------------------------------------
       3300-EXECUTA-ORDEM.
      *>  --------------------------------------------------------------
             MOVE OR-MOEDA TO WRK-PR-MOEDA.
             IF OR-DIRECAO = 'A'
               MOVE 'V' TO WRK-PR-SENTIDO
             ELSE
               MOVE 'C' TO WRK-PR-SENTIDO
             END-IF.
             MOVE OR-CLI-ID TO WRK-PR-CLI-ID.
             MOVE OR-VALOR TO WRK-PR-VALOR.
             MOVE WRK-TAXA-SPOT TO WRK-PR-TAXA-MEIO.
             CALL 'PRECOFX' USING WRK-PRECO-FX.
             MOVE WRK-TAXA-SPOT TO WRK-TAXA-MEIO.
             OPEN EXTEND LOG-CONVERSAO.
             IF LOG-STATUS = 35
               OPEN OUTPUT LOG-CONVERSAO
             STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                    ' ORIGEM=' OR-MOEDA
                    ' VALOR=' OR-VALOR
                    ' TAXA=' WRK-PR-TAXA-APLIC
                    ' CLIENTE=' OR-CLI-ID
                    ' ORDEM=' OR-NUMERO
                    DELIMITED BY SIZE INTO LOG-CONVERSAO-REG.
             STRING ' SEG=' WRK-PR-SEGMENTO
                    ' MEIO=' WRK-TAXA-MEIO
                    ' SPREAD=' WRK-PR-RECEITA
                    DELIMITED BY SIZE
                    INTO LOG-CONVERSAO-REG(111:38).
             WRITE LOG-CONVERSAO-REG.
             CLOSE LOG-CONVERSAO.
             MOVE 'X' TO OR-SITUACAO.
             MOVE SPACES TO RELAT-ORDEM-REG.
             STRING 'ORDEM=' OR-NUMERO
                    ' CLIENTE=' OR-CLI-ID
                    ' EXECUTADA A ' WRK-PR-TAXA-APLIC
                    ' (MEIO ' WRK-TAXA-SPOT ' SPREAD ' WRK-PR-PCT '%)'
                    DELIMITED BY SIZE INTO RELAT-ORDEM-REG.
             WRITE RELAT-ORDEM-REG.
      *>  --------------------------------------------------------------
                    DELIMITED BY SIZE INTO CONTATOS-REG.
             WRITE CONTATOS-REG.
             CLOSE CONTATOS.
             MOVE OR-CLI-ID TO WRK-CM-CLI-ID.
             MOVE SPACES TO WRK-CM-TEXTO.
             STRING 'ORDEM DE CAMBIO ' OR-NUMERO ' MOEDA ' OR-MOEDA
                    ' ATINGIU O ALVO ' OR-TAXA-ALVO
                    DELIMITED BY SIZE INTO WRK-CM-TEXTO.
             CALL 'COMUNFIL' USING WRK-COMUNICA.
             MOVE 'X' TO OR-SITUACAO.
             REWRITE ORDEM-CAMBIO-REG.
             ADD 1 TO WRK-QT-CONTATO.
