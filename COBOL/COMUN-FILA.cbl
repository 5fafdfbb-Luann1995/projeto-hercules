       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUNFIL.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DA FILA UNICA DE
      ***   COMUNICACAO COM O CLIENTE: RECEBE CLIENTE, FINALIDADE (M
      ***   MARKETING, S SERVICO, C COBRANCA), PROGRAMA DE ORIGEM E O
      ***   TEXTO, CONFERE O CONSENTIMENTO (CONSENT.TXT) E GRAVA A
      ***   COMUNICACAO EM COMUNFIL.TXT NO CANAL PREFERIDO DO CLIENTE
      ***   (CARTA QUANDO NAO HA PREFERENCIA). MARKETING SEM
      ***   CONSENTIMENTO S E GRAVADO JA SUPRIMIDO E DEVOLVE RESULTADO
      ***   S, PARA O CHAMADOR NAO PUBLICAR O CONTATO NA LISTA PROPRIA;
      ***   COMUNICACAO ACEITA DEVOLVE P (PENDENTE DE ENVIO) E O
      ***   NUMERO NA FILA; FILA INDISPONIVEL DEVOLVE E.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CONSENT-STATUS
             RECORD KEY IS CS-CHAVE.
           SELECT COMUNICACOES ASSIGN TO 'C:\COBOL\COMUNFIL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS COMUN-STATUS
             RECORD KEY IS CF-NUMERO.
           SELECT COMUN-CTRL ASSIGN TO 'C:\COBOL\COMUNFCT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD CONSENTIMENTOS.
       COPY 'CONSENT-MASTER.CBL'.
       FD COMUNICACOES.
       COPY 'COMUNFIL-MASTER.CBL'.
       FD COMUN-CTRL.
       01 COMUN-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(08).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CONSENT-STATUS   PIC 9(02) VALUE ZEROS.
       77 COMUN-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CONSENTE     PIC X(01) VALUE SPACES.
       77 WRK-CANAL        PIC X(01) VALUE SPACES.
       LINKAGE SECTION.
       01 LNK-COMUNICA.
            05 LNK-CM-CLI-ID       PIC 9(05).
            05 LNK-CM-FINALIDADE   PIC X(01).
            05 LNK-CM-ORIGEM       PIC X(08).
            05 LNK-CM-TEXTO        PIC X(80).
            05 LNK-CM-RESULTADO    PIC X(01).
            05 LNK-CM-NUMERO       PIC 9(08).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-COMUNICA.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE 0 TO LNK-CM-NUMERO.
             PERFORM 1000-LE-CONSENTIMENTO.
             PERFORM 2000-GRAVA-COMUNICACAO.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-LE-CONSENTIMENTO.
      *>  --------------------------------------------------------------
             MOVE SPACE TO WRK-CONSENTE.
             MOVE 'C' TO WRK-CANAL.
             OPEN INPUT CONSENTIMENTOS.
             IF CONSENT-STATUS = 0
               MOVE LNK-CM-CLI-ID TO CS-CLI-ID
               MOVE LNK-CM-FINALIDADE TO CS-FINALIDADE
               READ CONSENTIMENTOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CS-CONSENTE TO WRK-CONSENTE
                   IF CS-CANAL-CARTA OR CS-CANAL-SMS
                      OR CS-CANAL-TELEFONE
                     MOVE CS-CANAL TO WRK-CANAL
                   END-IF
               END-READ
               CLOSE CONSENTIMENTOS
             END-IF.
             MOVE 0 TO CONSENT-STATUS.
             IF LNK-CM-FINALIDADE = 'M' AND WRK-CONSENTE NOT = 'S'
               MOVE 'S' TO LNK-CM-RESULTADO
             ELSE
               MOVE 'P' TO LNK-CM-RESULTADO
             END-IF.
      *>  --------------------------------------------------------------
       2000-GRAVA-COMUNICACAO.
      *>  --------------------------------------------------------------
             OPEN I-O COMUNICACOES.
             IF COMUN-STATUS = 35
               OPEN OUTPUT COMUNICACOES
               CLOSE COMUNICACOES
               OPEN I-O COMUNICACOES
             END-IF.
             OPEN I-O COMUN-CTRL.
             IF CTRL-STATUS = 35
               OPEN OUTPUT COMUN-CTRL
               CLOSE COMUN-CTRL
               OPEN I-O COMUN-CTRL
             END-IF.
             IF COMUN-STATUS NOT = 0 OR CTRL-STATUS NOT = 0
               MOVE 'E' TO LNK-CM-RESULTADO
             ELSE
               PERFORM 2100-PROX-NUMERO
               MOVE SPACES TO COMUNFIL-MASTER-REG
               MOVE LNK-CM-NUMERO     TO CF-NUMERO
               MOVE LNK-CM-CLI-ID     TO CF-CLI-ID
               MOVE LNK-CM-FINALIDADE TO CF-FINALIDADE
               MOVE LNK-CM-ORIGEM     TO CF-ORIGEM
               MOVE WRK-CANAL         TO CF-CANAL
               MOVE WRK-DATA-HOJE     TO CF-DT-GERACAO
               MOVE LNK-CM-TEXTO      TO CF-TEXTO
               MOVE LNK-CM-RESULTADO  TO CF-SITUACAO
               MOVE WRK-DATA-HOJE     TO CF-DT-SITUACAO
               IF CF-SUPRIMIDA
                 MOVE 'SEM CONSENTIMENTO' TO CF-MOTIVO
               END-IF
               WRITE COMUNFIL-MASTER-REG
                 INVALID KEY
                   MOVE 'E' TO LNK-CM-RESULTADO
               END-WRITE
             END-IF.
             IF COMUN-STATUS = 0 OR COMUN-STATUS = 22
               CLOSE COMUNICACOES
             END-IF.
             IF CTRL-STATUS = 0 OR CTRL-STATUS = 23
               CLOSE COMUN-CTRL
             END-IF.
             MOVE 0 TO COMUN-STATUS CTRL-STATUS.
      *>  --------------------------------------------------------------
       2100-PROX-NUMERO.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ COMUN-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE COMUN-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE COMUN-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO LNK-CM-NUMERO.
      *>  --------------------------------------------------------------
