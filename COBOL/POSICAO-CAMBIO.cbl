      ***   SOMA AS OPERACOES DO DIA POR MOEDA A PARTIR DO LOG DE
      ***   CONVERSOES (MOEDASLOG.TXT, PERNA DE ORIGEM DE CADA
      ***   OPERACAO), ACUMULA A POSICAO CORRENTE DIA A DIA EM
      ***   POSCAMB.TXT, REAVALIA PELA ULTIMA COTACAO ACEITA DE CADA
      ***   MOEDA (TAXACTRL.TXT, LIDA PELO TAXAMOED) E CONFERE CADA
      ***   MOEDA CONTRA O LIMITE DE EXPOSICAO DO PARAMETRO
      ***   (LIMCAMB.TXT, POR CODIGO ISO). AS MOEDAS ACOMPANHADAS SAO
      ***   AS DO CADASTRO (MOEDAS.TXT), MENOS O REAL. O RELATORIO
      ***   SAI EM RELPOSC.TXT E QUALQUER ESTOURO DE LIMITE DEVOLVE
      ***   RETURN-CODE 8 PARA TRAVAR A CADEIA.
      ***   A REMESSA AO EXTERIOR (MARCA REMESSA= NO LOG, GRAVADA PELO
      ***   FXREMESS) E VENDA DA MOEDA PELA CASA E REDUZ A POSICAO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ACCESS MODE IS RANDOM
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS PC-MOEDA.
           SELECT MOEDAS ASSIGN TO 'C:\COBOL\MOEDAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MOEDAS-STATUS
             RECORD KEY IS MO-CODIGO
             ALTERNATE RECORD KEY IS MO-SIGLA.
           SELECT LIMITE-CAMBIO ASSIGN TO 'C:\COBOL\LIMCAMB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIMITE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG     PIC X(160).
       FD POSICAO-CAMBIO.
       01 POSICAO-CAMBIO-REG.
            05 PC-MOEDA        PIC X(05).
            05 PC-POSICAO      PIC S9(09)V99.
            05 PC-DT-ULT       PIC 9(08).
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
       FD LIMITE-CAMBIO.
       01 LIMITE-CAMBIO-REG.
            05 LM-MOEDA        PIC X(03).
            05 LM-LIMITE       PIC 9(09)V99.
       FD RELAT-POSICAO.
       01 RELAT-POSICAO-REG     PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 MOEDAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 LIMITE-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-P-VALOR-INT  PIC 9(07) VALUE ZEROS.
       77 WRK-VENDA        PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-QT-MOEDAS    PIC 9(02) VALUE ZEROS.
       77 WRK-ESTOURO      PIC X(01) VALUE 'N'.
       77 WRK-TAXA-FECHO   PIC 9(3)V9999 VALUE ZEROS.
       77 WRK-VL-REAVALIADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VL-ABSOLUTO  PIC 9(11)V99 VALUE ZEROS.
       01 WRK-LINHA        PIC X(160) VALUE SPACES.
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
      *>  MOEDAS ACOMPANHADAS (CADASTRO DE MOEDAS, MENOS O REAL):
      *>  CODIGO ISO, SIGLA DO LOG, MOVIMENTO DO DIA, POSICAO ACUMULADA,
      *>  LIMITE DE EXPOSICAO (EM REAIS REAVALIADOS) E TAXA DE FECHO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-MOEDAS.
            05 WRK-MO-ITEM OCCURS 20 TIMES.
                10 WRK-MO-CODIGO   PIC X(03).
                10 WRK-MO-NOME     PIC X(05).
                10 WRK-MO-DIA      PIC S9(09)V99.
                10 WRK-MO-POSICAO  PIC S9(09)V99.
                10 WRK-MO-LIMITE   PIC 9(09)V99.
                10 WRK-MO-TEM-LIM  PIC X(01).
                10 WRK-MO-TAXA     PIC 9(3)V9999.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             INITIALIZE WRK-TAB-MOEDAS.
             PERFORM 0050-CARREGA-MOEDAS.
             IF WRK-QT-MOEDAS = 0
               DISPLAY '*** CADASTRO DE MOEDAS (MOEDAS.TXT) VAZIO OU'
                       ' INDISPONIVEL ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF.
             PERFORM 0100-CARREGA-LIMITES.
             PERFORM 1000-SOMA-DIA.
             PERFORM 2000-ATUALIZA-POSICOES.
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-CARREGA-MOEDAS - MONTA A TABELA COM AS MOEDAS DO CADASTRO
      *>  (MENOS O REAL, MOEDA BASE) E A TAXA DE FECHO DE CADA UMA.
      *>  --------------------------------------------------------------
       0050-CARREGA-MOEDAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-MOEDAS.
             OPEN INPUT MOEDAS.
             IF MOEDAS-STATUS = 0
               READ MOEDAS
                 AT END MOVE 10 TO MOEDAS-STATUS
               END-READ
               PERFORM 0060-GUARDA-MOEDA UNTIL MOEDAS-STATUS = 10
               CLOSE MOEDAS
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
             PERFORM 0070-CARREGA-FECHO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MOEDAS.
      *>  --------------------------------------------------------------
       0060-GUARDA-MOEDA.
      *>  --------------------------------------------------------------
             IF MO-CODIGO NOT = 'BRL' AND WRK-QT-MOEDAS < 20
               ADD 1 TO WRK-QT-MOEDAS
               MOVE MO-CODIGO TO WRK-MO-CODIGO(WRK-QT-MOEDAS)
               MOVE MO-SIGLA  TO WRK-MO-NOME(WRK-QT-MOEDAS)
               MOVE 'N'       TO WRK-MO-TEM-LIM(WRK-QT-MOEDAS)
             END-IF.
             READ MOEDAS
               AT END MOVE 10 TO MOEDAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0070-CARREGA-FECHO.
      *>  --------------------------------------------------------------
             MOVE WRK-MO-CODIGO(WRK-IDX) TO WRK-TX-MOEDA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             MOVE WRK-TX-TAXA TO WRK-MO-TAXA(WRK-IDX).
      *>  --------------------------------------------------------------
      *>  0100-CARREGA-LIMITES - LIMITES DE EXPOSICAO POR MOEDA (CODIGO
      *>  ISO); NA PRIMEIRA EXECUCAO O PARAMETRO E CRIADO COM O LIMITE
      *>  PADRAO DE R$ 500.000,00 POR MOEDA, E MOEDA DO CADASTRO AINDA
      *>  SEM LINHA NO PARAMETRO FICA COM ESSE MESMO LIMITE PADRAO.
      *>  --------------------------------------------------------------
       0100-CARREGA-LIMITES.
      *>  --------------------------------------------------------------
             PERFORM 0110-GUARDA-LIMITE UNTIL LIMITE-STATUS = 10.
             CLOSE LIMITE-CAMBIO.
             MOVE 0 TO LIMITE-STATUS.
             PERFORM 0130-LIMITE-PADRAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MOEDAS.
      *>  --------------------------------------------------------------
       0110-GUARDA-LIMITE.
      *>  --------------------------------------------------------------
             PERFORM 0120-APLICA-LIMITE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MOEDAS.
             READ LIMITE-CAMBIO
               AT END MOVE 10 TO LIMITE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0120-APLICA-LIMITE.
      *>  --------------------------------------------------------------
             IF WRK-MO-CODIGO(WRK-IDX) = LM-MOEDA
               MOVE LM-LIMITE TO WRK-MO-LIMITE(WRK-IDX)
               MOVE 'S' TO WRK-MO-TEM-LIM(WRK-IDX)
             END-IF.
      *>  --------------------------------------------------------------
       0130-LIMITE-PADRAO.
      *>  --------------------------------------------------------------
             IF WRK-MO-TEM-LIM(WRK-IDX) = 'N'
               MOVE 500000,00 TO WRK-MO-LIMITE(WRK-IDX)
             END-IF.
      *>  --------------------------------------------------------------
       0150-CRIA-LIMITES-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT LIMITE-CAMBIO.
             PERFORM 0155-GRAVA-LIMITE-PADRAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MOEDAS.
             CLOSE LIMITE-CAMBIO.
      *>  --------------------------------------------------------------
       0155-GRAVA-LIMITE-PADRAO.
      *>  --------------------------------------------------------------
             MOVE WRK-MO-CODIGO(WRK-IDX) TO LM-MOEDA.
             MOVE 500000,00 TO LM-LIMITE.
             WRITE LIMITE-CAMBIO-REG.
      *>  --------------------------------------------------------------
      *>  1000-SOMA-DIA - MOVIMENTO DO DIA POR MOEDA, LIDO DO LOG DE
      *>  CONVERSOES: DATA EM 1-8, MOEDA DE ORIGEM EM 26-30 E VALOR EM
      *>  38-44, OS MESMOS DESLOCAMENTOS QUE O KPIMES USA. A LINHA DE
      *>  REMESSA (REMESSA= NA COLUNA 86) ENTRA COM SINAL NEGATIVO.
      *>  --------------------------------------------------------------
       1000-SOMA-DIA.
      *>  --------------------------------------------------------------
                AND WRK-LINHA(31:7) = ' VALOR='
                AND WRK-LINHA(38:7) IS NUMERIC
               MOVE WRK-LINHA(38:7) TO WRK-P-VALOR-INT
               MOVE 'N' TO WRK-VENDA
               IF WRK-LINHA(86:9) = ' REMESSA='
                 MOVE 'S' TO WRK-VENDA
               END-IF
               PERFORM 1200-SOMA-NA-MOEDA
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-MOEDAS
             END-IF.
             READ LOG-CONVERSAO
               AT END MOVE 10 TO LOG-STATUS
       1200-SOMA-NA-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-LINHA(26:5) = WRK-MO-NOME(WRK-IDX)
               IF WRK-VENDA = 'S'
                 COMPUTE WRK-MO-DIA(WRK-IDX) =
                         WRK-MO-DIA(WRK-IDX)
                         - (WRK-P-VALOR-INT / 100)
               ELSE
                 COMPUTE WRK-MO-DIA(WRK-IDX) =
                         WRK-MO-DIA(WRK-IDX)
                         + (WRK-P-VALOR-INT / 100)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-ATUALIZA-POSICOES - POSICAO CORRENTE = POSICAO DO DIA
             END-IF.
             PERFORM 2100-ATUALIZA-UMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MOEDAS.
             CLOSE POSICAO-CAMBIO.
      *>  --------------------------------------------------------------
       2100-ATUALIZA-UMA.
             WRITE RELAT-POSICAO-REG.
             PERFORM 3100-LINHA-MOEDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MOEDAS.
             CLOSE RELAT-POSICAO.
             DISPLAY 'POSICAO DE CAMBIO GRAVADA EM RELPOSC.TXT'.
      *>  --------------------------------------------------------------
       3100-LINHA-MOEDA.
      *>  --------------------------------------------------------------
             MOVE WRK-MO-TAXA(WRK-IDX) TO WRK-TAXA-FECHO.
             COMPUTE WRK-VL-REAVALIADO ROUNDED =
                     WRK-MO-POSICAO(WRK-IDX) * WRK-TAXA-FECHO.
             IF WRK-VL-REAVALIADO < 0
