       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXSPREAD.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RECEITA DE SPREAD DE CAMBIO DO DIA:
      ***   LE AS OPERACOES DE HOJE NO LOG DE CONVERSOES
      ***   (MOEDASLOG.TXT) QUE TRAZEM O BLOCO DE PRECIFICACAO (SEG=,
      ***   MEIO=, SPREAD= NA COLUNA 111, GRAVADO PELO DESAFIO01, PELO
      ***   FXORDEM E PELO FXTERMO), SOMA A RECEITA POR MOEDA E
      ***   SEGMENTO DO CLIENTE, IMPRIME O RELATORIO (RELSPRD.TXT) E
      ***   GRAVA O RESUMO DO DIA (SPRDDIA.TXT) QUE O RAZAODIA LANCA
      ***   NO DIARIO. RODA DEPOIS DOS PASSOS DE CAMBIO E ANTES DO
      ***   RAZAODIA; PODE SER REEXECUTADO NO MESMO DIA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-CONVERSAO ASSIGN TO 'C:\COBOL\MOEDASLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT SPREAD-DIA ASSIGN TO 'C:\COBOL\SPRDDIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SPRDDIA-STATUS
             RECORD KEY IS RD-CHAVE.
           SELECT RELAT-SPREAD ASSIGN TO 'C:\COBOL\RELSPRD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG     PIC X(160).
       FD SPREAD-DIA.
       COPY 'SPRDDIA-MASTER.CBL'.
       FD RELAT-SPREAD.
       01 RELAT-SPREAD-REG      PIC X(100).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 SPRDDIA-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-RECEITA-INT  PIC 9(09) VALUE ZEROS.
       77 WRK-RECEITA      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ACHADO   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ITENS     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-FORA      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-OPERACOES PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-RECEITA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-NOME-SEG     PIC X(10) VALUE SPACES.
       01 WRK-LINHA        PIC X(160) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  RECEITA DO DIA POR MOEDA (SIGLA DO LOG) E SEGMENTO: ATE 20
      *>  MOEDAS NOS 3 SEGMENTOS.
      *>  --------------------------------------------------------------
       01 WRK-TAB-RECEITA.
            05 WRK-RC-ITEM OCCURS 60 TIMES.
                10 WRK-RC-MOEDA    PIC X(05).
                10 WRK-RC-SEGMENTO PIC X(01).
                10 WRK-RC-QT       PIC 9(05).
                10 WRK-RC-RECEITA  PIC 9(09)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             INITIALIZE WRK-TAB-RECEITA.
             MOVE 0 TO WRK-QT-ITENS WRK-QT-FORA.
             PERFORM 1000-SOMA-DIA.
             PERFORM 2000-GRAVA-RESUMO.
             PERFORM 3000-RELATORIO.
             IF WRK-QT-FORA > 0
               DISPLAY '*** ' WRK-QT-FORA ' OPERACOES FORA DA TABELA'
                       ' DE RECEITA ***'
               MOVE 4 TO RETURN-CODE
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-SOMA-DIA - LINHAS DE HOJE COM O BLOCO DE PRECIFICACAO:
      *>  MOEDA DE ORIGEM EM 26-30, SEGMENTO EM 116 E RECEITA DE SPREAD
      *>  (2 DECIMAIS) EM 140-148.
      *>  --------------------------------------------------------------
       1000-SOMA-DIA.
      *>  --------------------------------------------------------------
             OPEN INPUT LOG-CONVERSAO.
             IF LOG-STATUS = 0
               READ LOG-CONVERSAO
                 AT END MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 1100-SOMA-UMA UNTIL LOG-STATUS = 10
               CLOSE LOG-CONVERSAO
             END-IF.
             MOVE 0 TO LOG-STATUS.
      *>  --------------------------------------------------------------
       1100-SOMA-UMA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE LOG-CONVERSAO-REG TO WRK-LINHA.
             IF WRK-LINHA(1:8) = WRK-DATA-HOJE
                AND WRK-LINHA(111:5) = ' SEG='
                AND WRK-LINHA(132:8) = ' SPREAD='
                AND WRK-LINHA(140:9) IS NUMERIC
               MOVE WRK-LINHA(140:9) TO WRK-RECEITA-INT
               COMPUTE WRK-RECEITA = WRK-RECEITA-INT / 100
               PERFORM 1200-LOCALIZA-ITEM
               IF WRK-IDX-ACHADO = 0
                 ADD 1 TO WRK-QT-FORA
               ELSE
                 ADD 1 TO WRK-RC-QT(WRK-IDX-ACHADO)
                 ADD WRK-RECEITA TO WRK-RC-RECEITA(WRK-IDX-ACHADO)
               END-IF
             END-IF.
             READ LOG-CONVERSAO
               AT END MOVE 10 TO LOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1200-LOCALIZA-ITEM - MOEDA + SEGMENTO JA NA TABELA OU NOVA
      *>  POSICAO; TABELA CHEIA DEVOLVE ZERO.
      *>  --------------------------------------------------------------
       1200-LOCALIZA-ITEM.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHADO.
             PERFORM 1210-CONFERE-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-ITENS OR WRK-IDX-ACHADO > 0.
             IF WRK-IDX-ACHADO = 0 AND WRK-QT-ITENS < 60
               ADD 1 TO WRK-QT-ITENS
               MOVE WRK-QT-ITENS TO WRK-IDX-ACHADO
               MOVE WRK-LINHA(26:5) TO WRK-RC-MOEDA(WRK-IDX-ACHADO)
               MOVE WRK-LINHA(116:1)
                 TO WRK-RC-SEGMENTO(WRK-IDX-ACHADO)
             END-IF.
      *>  --------------------------------------------------------------
       1210-CONFERE-ITEM.
      *>  --------------------------------------------------------------
             IF WRK-RC-MOEDA(WRK-IDX) = WRK-LINHA(26:5)
                AND WRK-RC-SEGMENTO(WRK-IDX) = WRK-LINHA(116:1)
               MOVE WRK-IDX TO WRK-IDX-ACHADO
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-GRAVA-RESUMO - UM REGISTRO POR DATA + MOEDA + SEGMENTO;
      *>  NA REEXECUCAO DO DIA O REGISTRO E REGRAVADO COM A SOMA NOVA.
      *>  --------------------------------------------------------------
       2000-GRAVA-RESUMO.
      *>  --------------------------------------------------------------
             OPEN I-O SPREAD-DIA.
             IF SPRDDIA-STATUS = 35
               OPEN OUTPUT SPREAD-DIA
               CLOSE SPREAD-DIA
               OPEN I-O SPREAD-DIA
             END-IF.
             PERFORM 2100-GRAVA-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-ITENS.
             CLOSE SPREAD-DIA.
             MOVE 0 TO SPRDDIA-STATUS.
      *>  --------------------------------------------------------------
       2100-GRAVA-UM.
      *>  --------------------------------------------------------------
             MOVE SPACES TO SPRDDIA-MASTER-REG.
             MOVE WRK-DATA-HOJE TO RD-DATA.
             MOVE WRK-RC-MOEDA(WRK-IDX) TO RD-MOEDA.
             MOVE WRK-RC-SEGMENTO(WRK-IDX) TO RD-SEGMENTO.
             MOVE WRK-RC-QT(WRK-IDX) TO RD-QT-OPERACOES.
             MOVE WRK-RC-RECEITA(WRK-IDX) TO RD-RECEITA.
             WRITE SPRDDIA-MASTER-REG
               INVALID KEY
                 REWRITE SPRDDIA-MASTER-REG
                 END-REWRITE
             END-WRITE.
      *>  --------------------------------------------------------------
       3000-RELATORIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TOT-OPERACOES WRK-TOT-RECEITA.
             OPEN OUTPUT RELAT-SPREAD.
             MOVE SPACES TO RELAT-SPREAD-REG.
             STRING 'RECEITA DE SPREAD DE CAMBIO - ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-SPREAD-REG.
             WRITE RELAT-SPREAD-REG.
             PERFORM 3100-LINHA-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-ITENS.
             MOVE SPACES TO RELAT-SPREAD-REG.
             STRING 'TOTAL OPERACOES=' WRK-TOT-OPERACOES
                    ' RECEITA=' WRK-TOT-RECEITA
                    DELIMITED BY SIZE INTO RELAT-SPREAD-REG.
             WRITE RELAT-SPREAD-REG.
             CLOSE RELAT-SPREAD.
             DISPLAY 'RECEITA DE SPREAD GRAVADA EM RELSPRD.TXT'.
      *>  --------------------------------------------------------------
       3100-LINHA-ITEM.
      *>  --------------------------------------------------------------
             EVALUATE WRK-RC-SEGMENTO(WRK-IDX)
               WHEN 'P'
                 MOVE 'PRIVATE'    TO WRK-NOME-SEG
               WHEN 'A'
                 MOVE 'ALTA RENDA' TO WRK-NOME-SEG
               WHEN OTHER
                 MOVE 'VAREJO'     TO WRK-NOME-SEG
             END-EVALUATE.
             ADD WRK-RC-QT(WRK-IDX) TO WRK-TOT-OPERACOES.
             ADD WRK-RC-RECEITA(WRK-IDX) TO WRK-TOT-RECEITA.
             MOVE SPACES TO RELAT-SPREAD-REG.
             STRING 'MOEDA=' WRK-RC-MOEDA(WRK-IDX)
                    ' SEGMENTO=' WRK-NOME-SEG
                    ' OPERACOES=' WRK-RC-QT(WRK-IDX)
                    ' RECEITA=' WRK-RC-RECEITA(WRK-IDX)
                    DELIMITED BY SIZE INTO RELAT-SPREAD-REG.
             WRITE RELAT-SPREAD-REG.
