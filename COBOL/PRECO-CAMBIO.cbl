       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOFX.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DE PRECIFICACAO DAS
      ***   OPERACOES DE CAMBIO COM CLIENTE: RECEBE A MOEDA (CODIGO
      ***   ISO OU SIGLA), O SENTIDO (C CLIENTE COMPRA A MOEDA, V
      ***   CLIENTE VENDE), O CLIENTE (ZERO = BALCAO), O VALOR NA
      ***   MOEDA E A TAXA MEIO (ZERO = ULTIMA COTACAO ACEITA, PELO
      ***   TAXAMOED; O PROGRAMA QUE JA TEM A COTACAO NA MAO PASSA O
      ***   CODIGO ISO E A TAXA E O TAXAMOED NAO E CHAMADO). PROCURA
      ***   O SPREAD DA MOEDA, SENTIDO E SEGMENTO DO CLIENTE NA FAIXA
      ***   DE VOLUME DA OPERACAO (SPREAD.TXT) E
      ***   DEVOLVE O SEGMENTO, O PERCENTUAL, A TAXA APLICADA (MEIO
      ***   MAIS O SPREAD NA COMPRA, MENOS NA VENDA) E A RECEITA DE
      ***   SPREAD EM REAIS. SEM LINHA PARA O SEGMENTO VALE A DO
      ***   VAREJO; SEM NENHUMA, A OPERACAO SAI NA TAXA MEIO. RETORNO
      ***   S = SPREAD DA TABELA, Z = SEM SPREAD CADASTRADO (OU REAL),
      ***   N = MOEDA NAO CADASTRADA.
      ***   O SEGMENTO SAI DO CADASTRO DE CLIENTES: BALCAO E CLIENTE
      ***   SEM CADASTRO SAO VAREJO; CLIENTE JA SEGMENTADO PELO SEGCLI
      ***   USA O CLI-SEGMENTO; SEM SEGMENTO GRAVADO, BENS A PARTIR DE
      ***   R$ 1.000.000,00 SAO PRIVATE; RENDA A PARTIR DE
      ***   R$ 20.000,00 OU BENS A PARTIR DE R$ 300.000,00 SAO ALTA
      ***   RENDA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPREADS ASSIGN TO 'C:\COBOL\SPREAD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SPREAD-STATUS
             RECORD KEY IS SP-CHAVE.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
       DATA DIVISION.
       FILE SECTION.
       FD SPREADS.
       COPY 'SPREAD-MASTER.CBL'.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SPREAD-STATUS    PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-IDX-FX       PIC 9(01) VALUE ZEROS.
       77 WRK-VL-REAIS     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DIF-TAXA     PIC 9(3)V9999 VALUE ZEROS.
       77 WRK-PCT-ULTIMA   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-BENS-PRIVATE PIC 9(07)V99 VALUE 1000000,00.
       77 WRK-BENS-ALTA    PIC 9(07)V99 VALUE 0300000,00.
       77 WRK-RENDA-ALTA   PIC 9(07)V99 VALUE 0020000,00.
       01 WRK-TAXA-MOEDA.
            05 WRK-TX-MOEDA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-CODIGO       PIC X(03)    VALUE SPACES.
            05 WRK-TX-SIGLA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-NOME         PIC X(20)    VALUE SPACES.
            05 WRK-TX-DECIMAIS     PIC 9(01)    VALUE ZEROS.
            05 WRK-TX-TAXA         PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-TX-DATA         PIC 9(08)    VALUE ZEROS.
            05 WRK-TX-RETORNO      PIC X(01)    VALUE SPACES.
       LINKAGE SECTION.
       01 LNK-PRECO.
            05 LNK-PR-MOEDA        PIC X(05).
            05 LNK-PR-SENTIDO      PIC X(01).
            05 LNK-PR-CLI-ID       PIC 9(05).
            05 LNK-PR-VALOR        PIC 9(11)V99.
            05 LNK-PR-TAXA-MEIO    PIC 9(3)V9999.
            05 LNK-PR-SEGMENTO     PIC X(01).
            05 LNK-PR-PCT          PIC 9(02)V99.
            05 LNK-PR-TAXA-APLIC   PIC 9(3)V9999.
            05 LNK-PR-RECEITA      PIC 9(07)V99.
            05 LNK-PR-RETORNO      PIC X(01).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-PRECO.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO LNK-PR-PCT LNK-PR-RECEITA.
             MOVE 'Z' TO LNK-PR-RETORNO.
             IF LNK-PR-TAXA-MEIO = 0
                OR LNK-PR-MOEDA(4:2) NOT = SPACES
               MOVE LNK-PR-MOEDA TO WRK-TX-MOEDA
               CALL 'TAXAMOED' USING WRK-TAXA-MOEDA
               IF LNK-PR-TAXA-MEIO = 0
                 MOVE WRK-TX-TAXA TO LNK-PR-TAXA-MEIO
               END-IF
             ELSE
               MOVE LNK-PR-MOEDA(1:3) TO WRK-TX-CODIGO
               MOVE 'S' TO WRK-TX-RETORNO
             END-IF.
             PERFORM 1000-SEGMENTO-CLIENTE.
             IF WRK-TX-RETORNO = 'N'
               MOVE 'N' TO LNK-PR-RETORNO
             ELSE
               IF WRK-TX-CODIGO NOT = 'BRL'
                 PERFORM 2000-LE-SPREAD
               END-IF
             END-IF.
             PERFORM 3000-APLICA-SPREAD.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-SEGMENTO-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE 'V' TO LNK-PR-SEGMENTO.
             IF LNK-PR-CLI-ID NOT = 0
               OPEN INPUT CLIENTE-MASTER
               IF CLIENTE-STATUS = 0
                 MOVE LNK-PR-CLI-ID TO CLI-ID
                 READ CLIENTE-MASTER
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     EVALUATE TRUE
                       WHEN NOT CLI-SEM-SEGMENTO
                         MOVE CLI-SEGMENTO TO LNK-PR-SEGMENTO
                       WHEN CLI-BENS >= WRK-BENS-PRIVATE
                         MOVE 'P' TO LNK-PR-SEGMENTO
                       WHEN CLI-RENDA >= WRK-RENDA-ALTA
                            OR CLI-BENS >= WRK-BENS-ALTA
                         MOVE 'A' TO LNK-PR-SEGMENTO
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                 END-READ
                 CLOSE CLIENTE-MASTER
               END-IF
             END-IF.
             MOVE 0 TO CLIENTE-STATUS.
      *>  --------------------------------------------------------------
      *>  2000-LE-SPREAD - LINHA DO SEGMENTO; NAO HAVENDO, A DO VAREJO.
      *>  A FAIXA E ESCOLHIDA PELO VOLUME EM REAIS NA TAXA MEIO; ACIMA
      *>  DO TETO DA ULTIMA FAIXA VALE O PERCENTUAL DELA.
      *>  --------------------------------------------------------------
       2000-LE-SPREAD.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             OPEN INPUT SPREADS.
             IF SPREAD-STATUS = 0
               MOVE WRK-TX-CODIGO TO SP-MOEDA
               MOVE LNK-PR-SENTIDO TO SP-SENTIDO
               MOVE LNK-PR-SEGMENTO TO SP-SEGMENTO
               READ SPREADS
                 INVALID KEY
                   MOVE 'V' TO SP-SEGMENTO
                   READ SPREADS
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                   END-READ
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
               END-READ
               CLOSE SPREADS
             END-IF.
             MOVE 0 TO SPREAD-STATUS.
             IF WRK-ACHOU = 'S'
               COMPUTE WRK-VL-REAIS ROUNDED =
                       LNK-PR-VALOR * LNK-PR-TAXA-MEIO
               MOVE 0 TO WRK-PCT-ULTIMA
               PERFORM 2100-CONFERE-FAIXA
                 VARYING WRK-IDX-FX FROM 1 BY 1
                 UNTIL WRK-IDX-FX > 4 OR LNK-PR-RETORNO = 'S'
               IF LNK-PR-RETORNO NOT = 'S'
                 MOVE WRK-PCT-ULTIMA TO LNK-PR-PCT
                 MOVE 'S' TO LNK-PR-RETORNO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2100-CONFERE-FAIXA.
      *>  --------------------------------------------------------------
             IF SP-FX-ATE(WRK-IDX-FX) > 0
               MOVE SP-FX-PCT(WRK-IDX-FX) TO WRK-PCT-ULTIMA
             END-IF.
             IF SP-FX-ATE(WRK-IDX-FX) = 0
                OR WRK-VL-REAIS <= SP-FX-ATE(WRK-IDX-FX)
               MOVE SP-FX-PCT(WRK-IDX-FX) TO LNK-PR-PCT
               MOVE 'S' TO LNK-PR-RETORNO
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-APLICA-SPREAD - NA COMPRA PELO CLIENTE A TAXA SOBE, NA
      *>  VENDA DESCE; A RECEITA E O VALOR NA MOEDA VEZES A DIFERENCA.
      *>  --------------------------------------------------------------
       3000-APLICA-SPREAD.
      *>  --------------------------------------------------------------
             IF LNK-PR-SENTIDO = 'C'
               COMPUTE LNK-PR-TAXA-APLIC ROUNDED =
                       LNK-PR-TAXA-MEIO * (1 + LNK-PR-PCT / 100)
               COMPUTE WRK-DIF-TAXA =
                       LNK-PR-TAXA-APLIC - LNK-PR-TAXA-MEIO
             ELSE
               COMPUTE LNK-PR-TAXA-APLIC ROUNDED =
                       LNK-PR-TAXA-MEIO * (1 - LNK-PR-PCT / 100)
               COMPUTE WRK-DIF-TAXA =
                       LNK-PR-TAXA-MEIO - LNK-PR-TAXA-APLIC
             END-IF.
             COMPUTE LNK-PR-RECEITA ROUNDED =
                     LNK-PR-VALOR * WRK-DIF-TAXA.
