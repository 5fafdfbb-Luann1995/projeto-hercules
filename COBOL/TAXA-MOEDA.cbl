       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXAMOED.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DE CONSULTA DE MOEDA E
      ***   COTACAO PARA OS PROGRAMAS DE CAMBIO: RECEBE O CODIGO ISO
      ***   (USD) OU A SIGLA (DOLAR) DA MOEDA, LOCALIZA A MOEDA NO
      ***   CADASTRO (MOEDAS.TXT) E DEVOLVE CODIGO, SIGLA, NOME, CASAS
      ***   DECIMAIS E A ULTIMA COTACAO ACEITA PELO CONVERSOR
      ***   (TAXACTRL.TXT), EM REAIS POR UNIDADE. RETORNO C = COTACAO
      ***   DO CONTROLE, P = TAXA PADRAO DO CADASTRO (MOEDA AINDA SEM
      ***   COTACAO ACEITA), I = MOEDA INATIVA (A COTACAO VOLTA
      ***   PREENCHIDA, PARA LIQUIDAR O QUE JA FOI CONTRATADO), N =
      ***   MOEDA NAO CADASTRADA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOEDAS ASSIGN TO 'C:\COBOL\MOEDAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS MOEDAS-STATUS
             RECORD KEY IS MO-CODIGO
             ALTERNATE RECORD KEY IS MO-SIGLA.
           SELECT TAXA-CTRL ASSIGN TO 'C:\COBOL\TAXACTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS TX-MOEDA.
       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
       FD TAXA-CTRL.
       COPY 'TAXACTRL-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MOEDAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01 LNK-TAXA-MOEDA.
            05 LNK-TX-MOEDA        PIC X(05).
            05 LNK-TX-CODIGO       PIC X(03).
            05 LNK-TX-SIGLA        PIC X(05).
            05 LNK-TX-NOME         PIC X(20).
            05 LNK-TX-DECIMAIS     PIC 9(01).
            05 LNK-TX-TAXA         PIC 9(3)V9999.
            05 LNK-TX-DATA         PIC 9(08).
            05 LNK-TX-RETORNO      PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-TAXA-MOEDA.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO LNK-TX-CODIGO LNK-TX-SIGLA LNK-TX-NOME.
             MOVE 0 TO LNK-TX-DECIMAIS LNK-TX-TAXA LNK-TX-DATA.
             MOVE 'N' TO LNK-TX-RETORNO.
             PERFORM 1000-LOCALIZA-MOEDA.
             IF WRK-ACHOU = 'S'
               PERFORM 2000-LE-COTACAO
               IF MO-INATIVA
                 MOVE 'I' TO LNK-TX-RETORNO
               END-IF
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-LOCALIZA-MOEDA - PROCURA PRIMEIRO PELO CODIGO ISO E,
      *>  NAO ACHANDO, PELA SIGLA (CHAVE ALTERNADA), PARA OS PROGRAMAS
      *>  QUE GUARDAM A SIGLA NOS SEUS ARQUIVOS.
      *>  --------------------------------------------------------------
       1000-LOCALIZA-MOEDA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             OPEN INPUT MOEDAS.
             IF MOEDAS-STATUS = 0
               MOVE LNK-TX-MOEDA(1:3) TO MO-CODIGO
               IF LNK-TX-MOEDA(4:2) = SPACES
                 READ MOEDAS
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE 'S' TO WRK-ACHOU
                 END-READ
               END-IF
               IF WRK-ACHOU = 'N'
                 MOVE LNK-TX-MOEDA TO MO-SIGLA
                 READ MOEDAS KEY IS MO-SIGLA
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE 'S' TO WRK-ACHOU
                 END-READ
               END-IF
               CLOSE MOEDAS
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
             IF WRK-ACHOU = 'S'
               MOVE MO-CODIGO    TO LNK-TX-CODIGO
               MOVE MO-SIGLA     TO LNK-TX-SIGLA
               MOVE MO-NOME      TO LNK-TX-NOME
               MOVE MO-DECIMAIS  TO LNK-TX-DECIMAIS
             END-IF.
      *>  --------------------------------------------------------------
       2000-LE-COTACAO.
      *>  --------------------------------------------------------------
             MOVE 'P' TO LNK-TX-RETORNO.
             MOVE MO-TAXA-PADRAO TO LNK-TX-TAXA.
             OPEN INPUT TAXA-CTRL.
             IF CTRL-STATUS = 0
               MOVE MO-CODIGO TO TX-MOEDA
               READ TAXA-CTRL
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF TX-TAXA > 0
                     MOVE TX-TAXA TO LNK-TX-TAXA
                     MOVE TX-DATA TO LNK-TX-DATA
                     MOVE 'C' TO LNK-TX-RETORNO
                   END-IF
               END-READ
               CLOSE TAXA-CTRL
             END-IF.
             MOVE 0 TO CTRL-STATUS.
      *>  --------------------------------------------------------------
