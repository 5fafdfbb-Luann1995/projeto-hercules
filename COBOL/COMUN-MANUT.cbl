       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUNMAN.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONSENTIMENTO DE CONTATO E FILA
      ***   UNICA DE COMUNICACAO COM O CLIENTE. MANTEM O REGISTRO DE
      ***   CONSENTIMENTO POR CLIENTE E FINALIDADE (CONSENT.TXT) COM O
      ***   CANAL PREFERIDO. O DESPACHO DIARIO (PARM DESPACHA) LE AS
      ***   COMUNICACOES PENDENTES DE COMUNFIL.TXT (GRAVADAS PELO
      ***   SUBPROGRAMA COMUNFIL), CONFERE DE NOVO O CONSENTIMENTO DO
      ***   MARKETING, MONTA O ENVIO COM ENDERECO OU TELEFONE DO
      ***   CADASTRO (COMUNENV.TXT) E GRAVA A SITUACAO DE ENTREGA; A
      ***   DEVOLUCAO E REGISTRADA NO MENU. O RELATORIO MENSAL (PARM
      ***   RELMES, MES ANTERIOR; NO MENU, QUALQUER MES) TRAZ O VOLUME
      ***   DE CONTATOS POR FINALIDADE E SITUACAO E AS RETIRADAS DE
      ***   CONSENTIMENTO (RELCOMUN.TXT).
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
           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONSENT-STATUS
             RECORD KEY IS CS-CHAVE.
           SELECT COMUNICACOES ASSIGN TO 'C:\COBOL\COMUNFIL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COMUN-STATUS
             RECORD KEY IS CF-NUMERO.
           SELECT COMUN-ENVIO ASSIGN TO 'C:\COBOL\COMUNENV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ENVIO-STATUS.
           SELECT RELAT-COMUN ASSIGN TO 'C:\COBOL\RELCOMUN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CONSENTIMENTOS.
       COPY 'CONSENT-MASTER.CBL'.
       FD COMUNICACOES.
       COPY 'COMUNFIL-MASTER.CBL'.
       FD COMUN-ENVIO.
       01 COMUN-ENVIO-REG         PIC X(200).
       FD RELAT-COMUN.
       01 RELAT-COMUN-REG         PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CONSENT-STATUS   PIC 9(02) VALUE ZEROS.
       77 COMUN-STATUS     PIC 9(02) VALUE ZEROS.
       77 ENVIO-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE     PIC 9(02) VALUE ZEROS.
       77 WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       77 WRK-MES-DATA     PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-DATA     PIC 9(02) VALUE ZEROS.
       77 WRK-CLIENTE-OK   PIC X(01) VALUE 'N'.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-NUMERO       PIC 9(08) VALUE ZEROS.
       77 WRK-FINALIDADE   PIC X(01) VALUE SPACES.
       77 WRK-CONSENTE     PIC X(01) VALUE SPACES.
       77 WRK-CANAL        PIC X(01) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(20) VALUE SPACES.
       77 WRK-DS-CANAL     PIC X(08) VALUE SPACES.
       77 WRK-IDX          PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-SIT      PIC 9(01) VALUE ZEROS.
       77 WRK-QT-ENVIADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FALHAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUPRIMIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADAS  PIC 9(05) VALUE ZEROS.
       01 WRK-PARM-EXEC    PIC X(08) VALUE SPACES.
       01 WRK-MES-QUEBRA.
            05 WRK-MQ-ANO          PIC 9(04).
            05 WRK-MQ-MES          PIC 9(02).
       01 WRK-MES-QUEBRA-NUM REDEFINES WRK-MES-QUEBRA PIC 9(06).
      *>  --------------------------------------------------------------
      *>  ACUMULADORES DO RELATORIO MENSAL POR FINALIDADE (1 MARKETING,
      *>  2 SERVICO, 3 COBRANCA) E SITUACAO (1 PENDENTE, 2 SUPRIMIDA,
      *>  3 ENVIADA, 4 FALHA).
      *>  --------------------------------------------------------------
       01 WRK-TAB-FINALIDADES.
            05 WRK-FN-ITEM OCCURS 3 TIMES.
                10 WRK-FN-CODIGO     PIC X(01).
                10 WRK-FN-NOME       PIC X(10).
                10 WRK-FN-QT-SIT OCCURS 4 TIMES PIC 9(06).
                10 WRK-FN-QT-TOTAL   PIC 9(06).
                10 WRK-FN-QT-OPTOUT  PIC 9(06).
                10 WRK-FN-QT-ADESAO  PIC 9(06).
                10 WRK-FN-QT-AUTORIZ PIC 9(06).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             EVALUATE WRK-PARM-EXEC
               WHEN 'DESPACHA'
                 PERFORM 1000-DESPACHA
               WHEN 'RELMES'
                 PERFORM 0080-MES-ANTERIOR
                 PERFORM 3000-RELATORIO-MES
               WHEN OTHER
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE CONSENTIMENTOS COMUNICACOES.
             IF WRK-CLIENTE-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O CONSENTIMENTOS.
             IF CONSENT-STATUS = 35
               OPEN OUTPUT CONSENTIMENTOS
               CLOSE CONSENTIMENTOS
               OPEN I-O CONSENTIMENTOS
             END-IF.
             OPEN I-O COMUNICACOES.
             IF COMUN-STATUS = 35
               OPEN OUTPUT COMUNICACOES
               CLOSE COMUNICACOES
               OPEN I-O COMUNICACOES
             END-IF.
             MOVE 'N' TO WRK-CLIENTE-OK.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLIENTE-OK
             END-IF.
             MOVE 0 TO CLIENTE-STATUS CONSENT-STATUS COMUN-STATUS.
      *>  --------------------------------------------------------------
       0080-MES-ANTERIOR.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-QUEBRA-NUM
               REMAINDER WRK-DIA-HOJE.
             IF WRK-MQ-MES = 1
               MOVE 12 TO WRK-MQ-MES
               SUBTRACT 1 FROM WRK-MQ-ANO
             ELSE
               SUBTRACT 1 FROM WRK-MQ-MES
             END-IF.
             MOVE WRK-MES-QUEBRA-NUM TO WRK-MES-REF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'CONSENTIMENTO E COMUNICACAO COM O CLIENTE'.
             DISPLAY '1 - CONSULTAR CONSENTIMENTOS DO CLIENTE'.
             DISPLAY '2 - REGISTRAR CONSENTIMENTO'.
             DISPLAY '3 - REGISTRAR RETORNO DE ENTREGA'.
             DISPLAY '4 - LISTAR COMUNICACOES PENDENTES'.
             DISPLAY '5 - DESPACHAR A FILA AGORA'.
             DISPLAY '6 - RELATORIO MENSAL'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 5000-CONSULTA-CONSENTIMENTO
               WHEN 2
                 PERFORM 5100-REGISTRA-CONSENTIMENTO
               WHEN 3
                 PERFORM 5200-REGISTRA-RETORNO
               WHEN 4
                 PERFORM 5300-LISTA-PENDENTES
               WHEN 5
                 PERFORM 1000-DESPACHA
               WHEN 6
                 DISPLAY 'MES DE REFERENCIA (AAAAMM)..: '
                 ACCEPT WRK-MES-REF
                 PERFORM 3000-RELATORIO-MES
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-DESPACHA - COMUNICACAO PENDENTE SAI NO CANAL DA FILA COM
      *>  O ENDERECO OU TELEFONE ATUAL DO CADASTRO. MARKETING CUJO
      *>  CONSENTIMENTO FOI RETIRADO DEPOIS DA GERACAO E SUPRIMIDO AQUI.
      *>  --------------------------------------------------------------
       1000-DESPACHA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ENVIADAS WRK-QT-FALHAS WRK-QT-SUPRIMIDAS.
             OPEN OUTPUT COMUN-ENVIO.
             MOVE 0 TO CF-NUMERO.
             START COMUNICACOES KEY IS NOT LESS THAN CF-NUMERO
               INVALID KEY MOVE 10 TO COMUN-STATUS
             END-START.
             IF COMUN-STATUS NOT = 10
               READ COMUNICACOES NEXT
                 AT END MOVE 10 TO COMUN-STATUS
               END-READ
             END-IF.
             PERFORM 1100-DESPACHA-UMA UNTIL COMUN-STATUS = 10.
             MOVE 0 TO COMUN-STATUS.
             CLOSE COMUN-ENVIO.
             DISPLAY 'COMUNICACOES ENVIADAS...: ' WRK-QT-ENVIADAS.
             DISPLAY 'FALHAS DE ENTREGA.......: ' WRK-QT-FALHAS.
             DISPLAY 'SUPRIMIDAS NO DESPACHO..: ' WRK-QT-SUPRIMIDAS.
      *>  --------------------------------------------------------------
       1100-DESPACHA-UMA.
      *>  --------------------------------------------------------------
             IF CF-PENDENTE
               MOVE SPACES TO WRK-RESULTADO WRK-MOTIVO
               IF CF-MARKETING
                 MOVE CF-CLI-ID TO WRK-CLI-ID
                 MOVE 'M' TO WRK-FINALIDADE
                 PERFORM 8100-LE-CONSENTE
                 IF WRK-CONSENTE NOT = 'S'
                   MOVE 'S' TO WRK-RESULTADO
                   MOVE 'CONSENTIMENTO RETIR.' TO WRK-MOTIVO
                 END-IF
               END-IF
               IF WRK-RESULTADO = SPACES
                 PERFORM 1200-MONTA-ENVIO
               END-IF
               MOVE WRK-RESULTADO TO CF-SITUACAO
               MOVE WRK-DATA-HOJE TO CF-DT-SITUACAO
               MOVE WRK-MOTIVO TO CF-MOTIVO
               REWRITE COMUNFIL-MASTER-REG
               EVALUATE WRK-RESULTADO
                 WHEN 'E'
                   ADD 1 TO WRK-QT-ENVIADAS
                 WHEN 'F'
                   ADD 1 TO WRK-QT-FALHAS
                 WHEN OTHER
                   ADD 1 TO WRK-QT-SUPRIMIDAS
               END-EVALUATE
             END-IF.
             READ COMUNICACOES NEXT
               AT END MOVE 10 TO COMUN-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-MONTA-ENVIO.
      *>  --------------------------------------------------------------
             MOVE 'F' TO WRK-RESULTADO.
             IF WRK-CLIENTE-OK = 'N'
               MOVE 'CADASTRO INDISPON.' TO WRK-MOTIVO
             ELSE
               MOVE CF-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   MOVE 'CLIENTE SEM CADASTRO' TO WRK-MOTIVO
                 NOT INVALID KEY
                   PERFORM 1210-CONFERE-CANAL
               END-READ
               MOVE 0 TO CLIENTE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1210-CONFERE-CANAL.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN CLI-EXCLUIDO OR CLI-FALECIDO
                 MOVE 'CLIENTE INATIVO' TO WRK-MOTIVO
               WHEN CF-CANAL = 'C' AND CLI-ENDERECO = SPACES
                 MOVE 'SEM ENDERECO' TO WRK-MOTIVO
               WHEN CF-CANAL NOT = 'C' AND CLI-TELEFONE = 0
                 MOVE 'SEM TELEFONE' TO WRK-MOTIVO
               WHEN OTHER
                 MOVE 'E' TO WRK-RESULTADO
                 EVALUATE CF-CANAL
                   WHEN 'S'
                     MOVE 'SMS' TO WRK-DS-CANAL
                   WHEN 'T'
                     MOVE 'TELEFONE' TO WRK-DS-CANAL
                   WHEN OTHER
                     MOVE 'CARTA' TO WRK-DS-CANAL
                 END-EVALUATE
                 MOVE SPACES TO COMUN-ENVIO-REG
                 IF CF-CANAL = 'C'
                   STRING CF-NUMERO ' ' WRK-DS-CANAL
                          ' ' CLI-NOME ' ' CLI-ENDERECO
                          ' ' CLI-CIDADE ' ' CLI-UF ' ' CLI-CEP
                          ' ' CF-TEXTO
                          DELIMITED BY SIZE INTO COMUN-ENVIO-REG
                 ELSE
                   STRING CF-NUMERO ' ' WRK-DS-CANAL
                          ' ' CLI-NOME ' ' CLI-TELEFONE
                          ' ' CF-TEXTO
                          DELIMITED BY SIZE INTO COMUN-ENVIO-REG
                 END-IF
                 WRITE COMUN-ENVIO-REG
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3000-RELATORIO-MES - VOLUME DE CONTATOS GERADOS NO MES POR
      *>  FINALIDADE E SITUACAO ATUAL, ADESOES E RETIRADAS DE
      *>  CONSENTIMENTO NO MES E A BASE AUTORIZADA DE HOJE.
      *>  --------------------------------------------------------------
       3000-RELATORIO-MES.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-FINALIDADES.
             MOVE 'M' TO WRK-FN-CODIGO(1).
             MOVE 'MARKETING' TO WRK-FN-NOME(1).
             MOVE 'S' TO WRK-FN-CODIGO(2).
             MOVE 'SERVICO' TO WRK-FN-NOME(2).
             MOVE 'C' TO WRK-FN-CODIGO(3).
             MOVE 'COBRANCA' TO WRK-FN-NOME(3).
             MOVE 0 TO CF-NUMERO.
             START COMUNICACOES KEY IS NOT LESS THAN CF-NUMERO
               INVALID KEY MOVE 10 TO COMUN-STATUS
             END-START.
             IF COMUN-STATUS NOT = 10
               READ COMUNICACOES NEXT
                 AT END MOVE 10 TO COMUN-STATUS
               END-READ
             END-IF.
             PERFORM 3100-CONTA-COMUNICACAO UNTIL COMUN-STATUS = 10.
             MOVE 0 TO COMUN-STATUS.
             MOVE 0 TO CS-CLI-ID.
             MOVE SPACES TO CS-FINALIDADE.
             START CONSENTIMENTOS KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY MOVE 10 TO CONSENT-STATUS
             END-START.
             IF CONSENT-STATUS NOT = 10
               READ CONSENTIMENTOS NEXT
                 AT END MOVE 10 TO CONSENT-STATUS
               END-READ
             END-IF.
             PERFORM 3200-CONTA-CONSENTIMENTO
               UNTIL CONSENT-STATUS = 10.
             MOVE 0 TO CONSENT-STATUS.
             OPEN OUTPUT RELAT-COMUN.
             MOVE SPACES TO RELAT-COMUN-REG.
             STRING 'COMUNICACAO COM CLIENTES - MES ' WRK-MES-REF
                    ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-COMUN-REG.
             WRITE RELAT-COMUN-REG.
             MOVE SPACES TO RELAT-COMUN-REG.
             WRITE RELAT-COMUN-REG.
             PERFORM 3300-LINHA-FINALIDADE
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3.
             CLOSE RELAT-COMUN.
             DISPLAY 'RELATORIO DE COMUNICACAO ' WRK-MES-REF
                     ' GERADO (RELCOMUN.TXT)'.
      *>  --------------------------------------------------------------
       3100-CONTA-COMUNICACAO.
      *>  --------------------------------------------------------------
             DIVIDE CF-DT-GERACAO BY 100 GIVING WRK-MES-DATA
               REMAINDER WRK-DIA-DATA.
             IF WRK-MES-DATA = WRK-MES-REF
               MOVE CF-FINALIDADE TO WRK-FINALIDADE
               PERFORM 8200-INDICE-FINALIDADE
               EVALUATE TRUE
                 WHEN CF-PENDENTE
                   MOVE 1 TO WRK-IDX-SIT
                 WHEN CF-SUPRIMIDA
                   MOVE 2 TO WRK-IDX-SIT
                 WHEN CF-ENVIADA
                   MOVE 3 TO WRK-IDX-SIT
                 WHEN OTHER
                   MOVE 4 TO WRK-IDX-SIT
               END-EVALUATE
               IF WRK-IDX > 0
                 ADD 1 TO WRK-FN-QT-SIT(WRK-IDX, WRK-IDX-SIT)
                 ADD 1 TO WRK-FN-QT-TOTAL(WRK-IDX)
               END-IF
             END-IF.
             READ COMUNICACOES NEXT
               AT END MOVE 10 TO COMUN-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-CONTA-CONSENTIMENTO.
      *>  --------------------------------------------------------------
             MOVE CS-FINALIDADE TO WRK-FINALIDADE.
             PERFORM 8200-INDICE-FINALIDADE.
             IF WRK-IDX > 0
               DIVIDE CS-DT-OPTOUT BY 100 GIVING WRK-MES-DATA
                 REMAINDER WRK-DIA-DATA
               IF WRK-MES-DATA = WRK-MES-REF
                 ADD 1 TO WRK-FN-QT-OPTOUT(WRK-IDX)
               END-IF
               DIVIDE CS-DT-CONSENTIMENTO BY 100 GIVING WRK-MES-DATA
                 REMAINDER WRK-DIA-DATA
               IF WRK-MES-DATA = WRK-MES-REF
                 ADD 1 TO WRK-FN-QT-ADESAO(WRK-IDX)
               END-IF
               IF CS-AUTORIZADO
                 ADD 1 TO WRK-FN-QT-AUTORIZ(WRK-IDX)
               END-IF
             END-IF.
             READ CONSENTIMENTOS NEXT
               AT END MOVE 10 TO CONSENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3300-LINHA-FINALIDADE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-COMUN-REG.
             STRING WRK-FN-NOME(WRK-IDX)
                    ' CONTATOS=' WRK-FN-QT-TOTAL(WRK-IDX)
                    ' ENVIADOS=' WRK-FN-QT-SIT(WRK-IDX, 3)
                    ' FALHAS=' WRK-FN-QT-SIT(WRK-IDX, 4)
                    ' SUPRIMIDOS=' WRK-FN-QT-SIT(WRK-IDX, 2)
                    ' PENDENTES=' WRK-FN-QT-SIT(WRK-IDX, 1)
                    DELIMITED BY SIZE INTO RELAT-COMUN-REG.
             WRITE RELAT-COMUN-REG.
             MOVE SPACES TO RELAT-COMUN-REG.
             STRING '          ADESOES NO MES='
                    WRK-FN-QT-ADESAO(WRK-IDX)
                    ' RETIRADAS (OPT-OUT)=' WRK-FN-QT-OPTOUT(WRK-IDX)
                    ' AUTORIZADOS HOJE=' WRK-FN-QT-AUTORIZ(WRK-IDX)
                    DELIMITED BY SIZE INTO RELAT-COMUN-REG.
             WRITE RELAT-COMUN-REG.
      *>  --------------------------------------------------------------
       5000-CONSULTA-CONSENTIMENTO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE..............: '.
             ACCEPT WRK-CLI-ID.
             MOVE WRK-CLI-ID TO CS-CLI-ID.
             MOVE SPACES TO CS-FINALIDADE.
             MOVE 0 TO WRK-QT-LISTADAS.
             START CONSENTIMENTOS KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY MOVE 10 TO CONSENT-STATUS
             END-START.
             IF CONSENT-STATUS NOT = 10
               READ CONSENTIMENTOS NEXT
                 AT END MOVE 10 TO CONSENT-STATUS
               END-READ
             END-IF.
             PERFORM 5010-MOSTRA-CONSENTIMENTO
               UNTIL CONSENT-STATUS = 10
                  OR CS-CLI-ID NOT = WRK-CLI-ID.
             MOVE 0 TO CONSENT-STATUS.
             IF WRK-QT-LISTADAS = 0
               DISPLAY 'SEM CONSENTIMENTO REGISTRADO - MARKETING '
                       'SUPRIMIDO, DEMAIS POR CARTA'
             END-IF.
      *>  --------------------------------------------------------------
       5010-MOSTRA-CONSENTIMENTO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADAS.
             DISPLAY 'FINALIDADE ' CS-FINALIDADE ' CONSENTE '
                     CS-CONSENTE ' CANAL ' CS-CANAL ' DESDE '
                     CS-DT-CONSENTIMENTO ' OPT-OUT ' CS-DT-OPTOUT.
             READ CONSENTIMENTOS NEXT
               AT END MOVE 10 TO CONSENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  5100-REGISTRA-CONSENTIMENTO - ADESAO GUARDA A DATA DO
      *>  CONSENTIMENTO; RECUSA DE QUEM ESTAVA AUTORIZADO (OU PRIMEIRA
      *>  RESPOSTA N) GUARDA A DATA DA RETIRADA.
      *>  --------------------------------------------------------------
       5100-REGISTRA-CONSENTIMENTO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE..............: '.
             ACCEPT WRK-CLI-ID.
             DISPLAY 'FINALIDADE (M-MARKETING S-SERVICO C-COBRANCA): '.
             ACCEPT WRK-FINALIDADE.
             DISPLAY 'CONSENTE (S/N).................: '.
             ACCEPT WRK-CONSENTE.
             DISPLAY 'CANAL (C-CARTA S-SMS T-TELEFONE): '.
             ACCEPT WRK-CANAL.
             IF (WRK-FINALIDADE NOT = 'M' AND NOT = 'S' AND NOT = 'C')
                OR (WRK-CONSENTE NOT = 'S' AND NOT = 'N')
                OR (WRK-CANAL NOT = 'C' AND NOT = 'S' AND NOT = 'T')
               DISPLAY '*** FINALIDADE, RESPOSTA OU CANAL INVALIDO ***'
             ELSE
               MOVE WRK-CLI-ID TO CS-CLI-ID
               MOVE WRK-FINALIDADE TO CS-FINALIDADE
               READ CONSENTIMENTOS
                 INVALID KEY
                   INITIALIZE CONSENT-MASTER-REG
                   MOVE WRK-CLI-ID TO CS-CLI-ID
                   MOVE WRK-FINALIDADE TO CS-FINALIDADE
                   PERFORM 5110-ATUALIZA-CONSENTIMENTO
                   WRITE CONSENT-MASTER-REG
                 NOT INVALID KEY
                   PERFORM 5110-ATUALIZA-CONSENTIMENTO
                   REWRITE CONSENT-MASTER-REG
               END-READ
               IF CONSENT-STATUS = 0
                 DISPLAY 'CONSENTIMENTO REGISTRADO'
               ELSE
                 DISPLAY '*** CONSENTIMENTO NAO GRAVADO - STATUS '
                         CONSENT-STATUS
               END-IF
             END-IF.
             MOVE 0 TO CONSENT-STATUS.
      *>  --------------------------------------------------------------
       5110-ATUALIZA-CONSENTIMENTO.
      *>  --------------------------------------------------------------
             IF WRK-CONSENTE = 'S' AND NOT CS-AUTORIZADO
               MOVE WRK-DATA-HOJE TO CS-DT-CONSENTIMENTO
             END-IF.
             IF WRK-CONSENTE = 'N' AND NOT CS-RECUSADO
               MOVE WRK-DATA-HOJE TO CS-DT-OPTOUT
             END-IF.
             MOVE WRK-CONSENTE TO CS-CONSENTE.
             MOVE WRK-CANAL TO CS-CANAL.
             MOVE WRK-DATA-HOJE TO CS-DT-ATUALIZACAO.
      *>  --------------------------------------------------------------
       5200-REGISTRA-RETORNO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA COMUNICACAO..........: '.
             ACCEPT WRK-NUMERO.
             MOVE WRK-NUMERO TO CF-NUMERO.
             READ COMUNICACOES
               INVALID KEY
                 DISPLAY '*** COMUNICACAO NAO ENCONTRADA ***'
               NOT INVALID KEY
                 DISPLAY 'CLIENTE ' CF-CLI-ID ' FINALIDADE '
                         CF-FINALIDADE ' SITUACAO ' CF-SITUACAO
                 DISPLAY CF-TEXTO
                 IF NOT CF-ENVIADA
                   DISPLAY '*** SO COMUNICACAO ENVIADA TEM RETORNO ***'
                 ELSE
                   DISPLAY 'MOTIVO DA DEVOLUCAO............: '
                   ACCEPT WRK-MOTIVO
                   IF WRK-MOTIVO = SPACES
                     DISPLAY '*** INFORME O MOTIVO ***'
                   ELSE
                     MOVE 'F' TO CF-SITUACAO
                     MOVE WRK-DATA-HOJE TO CF-DT-SITUACAO
                     MOVE WRK-MOTIVO TO CF-MOTIVO
                     REWRITE COMUNFIL-MASTER-REG
                     DISPLAY 'DEVOLUCAO REGISTRADA'
                   END-IF
                 END-IF
             END-READ.
             MOVE 0 TO COMUN-STATUS.
      *>  --------------------------------------------------------------
       5300-LISTA-PENDENTES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADAS.
             MOVE 0 TO CF-NUMERO.
             START COMUNICACOES KEY IS NOT LESS THAN CF-NUMERO
               INVALID KEY MOVE 10 TO COMUN-STATUS
             END-START.
             IF COMUN-STATUS NOT = 10
               READ COMUNICACOES NEXT
                 AT END MOVE 10 TO COMUN-STATUS
               END-READ
             END-IF.
             PERFORM 5310-LISTA-UMA UNTIL COMUN-STATUS = 10.
             MOVE 0 TO COMUN-STATUS.
             DISPLAY 'PENDENTES: ' WRK-QT-LISTADAS.
      *>  --------------------------------------------------------------
       5310-LISTA-UMA.
      *>  --------------------------------------------------------------
             IF CF-PENDENTE
               ADD 1 TO WRK-QT-LISTADAS
               DISPLAY CF-NUMERO ' ' CF-CLI-ID ' ' CF-FINALIDADE ' '
                       CF-CANAL ' ' CF-ORIGEM ' ' CF-TEXTO(1:40)
             END-IF.
             READ COMUNICACOES NEXT
               AT END MOVE 10 TO COMUN-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8100-LE-CONSENTE.
      *>  --------------------------------------------------------------
             MOVE SPACE TO WRK-CONSENTE.
             MOVE WRK-CLI-ID TO CS-CLI-ID.
             MOVE WRK-FINALIDADE TO CS-FINALIDADE.
             READ CONSENTIMENTOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CS-CONSENTE TO WRK-CONSENTE
             END-READ.
             MOVE 0 TO CONSENT-STATUS.
      *>  --------------------------------------------------------------
       8200-INDICE-FINALIDADE.
      *>  --------------------------------------------------------------
             EVALUATE WRK-FINALIDADE
               WHEN 'M'
                 MOVE 1 TO WRK-IDX
               WHEN 'S'
                 MOVE 2 TO WRK-IDX
               WHEN 'C'
                 MOVE 3 TO WRK-IDX
               WHEN OTHER
                 MOVE 0 TO WRK-IDX
             END-EVALUATE.
      *>  --------------------------------------------------------------
