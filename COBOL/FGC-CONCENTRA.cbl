       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVFGC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DE CONCENTRACAO POR
      ***   EMISSOR PARA A GARANTIA DO FGC: RECEBE CLIENTE, CODIGO DA
      ***   EMISSAO (EMISPROD.TXT) E VALOR DO NOVO APORTE, SOMA O
      ***   SALDO DAS POSICOES ATIVAS DO CLIENTE (INVPOSIC.TXT) CUJA
      ***   EMISSAO (POSEMIS.TXT) E DO MESMO EMISSOR E COBERTA PELO
      ***   FGC, E DEVOLVE SE O SALDO COBERTO PASSARIA DO LIMITE DE
      ***   R$ 250 MIL POR EMISSOR (RESULTADO A) - O QUE PASSA DO
      ***   LIMITE FICA SEM GARANTIA. EMISSAO INEXISTENTE OU INATIVA
      ***   VOLTA N. CHAMADO PELO APORTE DO DESAFIO06 E PELO APORTE
      ***   PROGRAMADO (INVAPORT), QUE DECIDEM ENTRE AVISAR E BLOQUEAR.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISSOES ASSIGN TO 'C:\COBOL\EMISPROD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS EMISSOES-STATUS
             RECORD KEY IS EM-CODIGO.
           SELECT POSICAO-EMISSAO ASSIGN TO 'C:\COBOL\POSEMIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS POSEMIS-STATUS
             RECORD KEY IS PE-CHAVE.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD EMISSOES.
       COPY 'EMISPROD-MASTER.CBL'.
       FD POSICAO-EMISSAO.
       COPY 'POSEMIS-MASTER.CBL'.
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
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 EMISSOES-STATUS  PIC 9(02) VALUE ZEROS.
       77 POSEMIS-STATUS   PIC 9(02) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-LIMITE-FGC   PIC 9(09)V99 VALUE 250000,00.
       77 WRK-CNPJ-ALVO    PIC 9(14) VALUE ZEROS.
      *>  --------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-FGC.
            05 LNK-FG-CLI-ID       PIC 9(05).
            05 LNK-FG-EMISPROD     PIC 9(04).
            05 LNK-FG-VALOR        PIC 9(07)V99.
            05 LNK-FG-TIPO         PIC 9(01).
            05 LNK-FG-EMISSOR      PIC X(30).
            05 LNK-FG-COBERTO      PIC X(01).
            05 LNK-FG-SALDO        PIC 9(11)V99.
            05 LNK-FG-LIMITE       PIC 9(09)V99.
            05 LNK-FG-RESULTADO    PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-FGC.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO LNK-FG-TIPO LNK-FG-SALDO.
             MOVE SPACES TO LNK-FG-EMISSOR.
             MOVE 'N' TO LNK-FG-COBERTO.
             MOVE WRK-LIMITE-FGC TO LNK-FG-LIMITE.
             MOVE 'N' TO LNK-FG-RESULTADO.
             OPEN INPUT EMISSOES.
             IF EMISSOES-STATUS = 0
               PERFORM 1000-LE-EMISSAO
               IF LNK-FG-RESULTADO = 'L' AND LNK-FG-COBERTO = 'S'
                 PERFORM 2000-SOMA-SALDO-EMISSOR
                 IF LNK-FG-SALDO + LNK-FG-VALOR > WRK-LIMITE-FGC
                   MOVE 'A' TO LNK-FG-RESULTADO
                 END-IF
               END-IF
               CLOSE EMISSOES
             END-IF.
             MOVE 0 TO EMISSOES-STATUS.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-LE-EMISSAO.
      *>  --------------------------------------------------------------
             MOVE LNK-FG-EMISPROD TO EM-CODIGO.
             READ EMISSOES
               INVALID KEY
                 MOVE 'N' TO LNK-FG-RESULTADO
               NOT INVALID KEY
                 IF EM-ATIVO
                   MOVE 'L' TO LNK-FG-RESULTADO
                   MOVE EM-TIPO-PRODUTO TO LNK-FG-TIPO
                   MOVE EM-EMISSOR-NOME TO LNK-FG-EMISSOR
                   MOVE EM-FGC TO LNK-FG-COBERTO
                   MOVE EM-EMISSOR-CNPJ TO WRK-CNPJ-ALVO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-SOMA-SALDO-EMISSOR - POSICOES ATIVAS DO CLIENTE NA ORDEM
      *>  DA CHAVE; CADA UMA COM VINCULO A UMA EMISSAO COBERTA DO MESMO
      *>  EMISSOR SOMA O SALDO.
      *>  --------------------------------------------------------------
       2000-SOMA-SALDO-EMISSOR.
      *>  --------------------------------------------------------------
             OPEN INPUT INVEST-POSICAO.
             OPEN INPUT POSICAO-EMISSAO.
             IF POSICAO-STATUS = 0 AND POSEMIS-STATUS = 0
               MOVE LNK-FG-CLI-ID TO IP-CLI-ID
               MOVE 0 TO IP-SEQ
               START INVEST-POSICAO KEY IS NOT LESS THAN IP-CHAVE
                 INVALID KEY MOVE 10 TO POSICAO-STATUS
               END-START
               IF POSICAO-STATUS NOT = 10
                 READ INVEST-POSICAO NEXT
                   AT END MOVE 10 TO POSICAO-STATUS
                 END-READ
               END-IF
               PERFORM 2100-SOMA-UMA
                 UNTIL POSICAO-STATUS = 10
                    OR IP-CLI-ID NOT = LNK-FG-CLI-ID
               CLOSE INVEST-POSICAO POSICAO-EMISSAO
             ELSE
               IF POSICAO-STATUS = 0
                 CLOSE INVEST-POSICAO
               END-IF
               IF POSEMIS-STATUS = 0
                 CLOSE POSICAO-EMISSAO
               END-IF
             END-IF.
             MOVE 0 TO POSICAO-STATUS POSEMIS-STATUS.
      *>  --------------------------------------------------------------
       2100-SOMA-UMA.
      *>  --------------------------------------------------------------
             IF IP-SITUACAO = 'A'
               MOVE IP-CHAVE TO PE-CHAVE
               READ POSICAO-EMISSAO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE PE-EMISPROD TO EM-CODIGO
                   READ EMISSOES
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF EM-EMISSOR-CNPJ = WRK-CNPJ-ALVO
                          AND EM-COBERTO-FGC
                         ADD IP-SALDO TO LNK-FG-SALDO
                       END-IF
                   END-READ
               END-READ
             END-IF.
             READ INVEST-POSICAO NEXT
               AT END MOVE 10 TO POSICAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
