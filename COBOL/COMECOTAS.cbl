       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCOMEC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = COME-COTAS SEMESTRAL DOS FUNDOS:
      ***   NO ULTIMO DIA UTIL DE MAIO E DE NOVEMBRO (FIM DE SEMANA
      ***   E FERIADOS DE FERIADOS.TXT NAO CONTAM, MESMA REGRA DO
      ***   CALDIAS) CALCULA, EM CADA POSICAO ATIVA DE FUNDO
      ***   (PRODUTOS 3 FUNDO IMOBILIARIO E 4 FUNDO HEDGE DE
      ***   INVPOSIC.TXT), O RENDIMENTO DESDE O ULTIMO EVENTO, RETEM O
      ***   IR ANTECIPADO REDUZINDO O SALDO DE COTAS (IP-SALDO) E
      ***   GUARDA O EVENTO NO CONTROLE POR POSICAO (COMECOTA.TXT) E NO
      ***   REGISTRO DE EVENTOS (COMECLOG.TXT), LIDO PELO INFORMIR E
      ***   PELO RAZAODIA. O RESGATE DO DESAFIO06 DESCONTA O IR JA
      ***   RETIDO. RODA TODO DIA NA CADEIA E SO ATUA NA DATA CERTA;
      ***   PARM FORCA RETEM NO DIA (REPROCESSAMENTO), SEM REPETIR
      ***   POSICAO JA TRIBUTADA NA MESMA DATA. RELATORIO EM
      ***   RELCOMEC.TXT.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT COMECOTA ASSIGN TO 'C:\COBOL\COMECOTA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS COMECOTA-STATUS
             RECORD KEY IS CC-CHAVE.
           SELECT COMECOTA-LOG ASSIGN TO 'C:\COBOL\COMECLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COMECLOG-STATUS.
           SELECT FERIADOS ASSIGN TO 'C:\COBOL\FERIADOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FERIADOS-STATUS.
           SELECT RELAT-COMECOTA ASSIGN TO 'C:\COBOL\RELCOMEC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD COMECOTA.
       COPY 'COMECOTA-MASTER.CBL'.
       FD COMECOTA-LOG.
       01 COMECOTA-LOG-REG.
            05 CL-DATA         PIC 9(08).
            05 CL-CLI-ID       PIC 9(05).
            05 CL-SEQ          PIC 9(03).
            05 CL-PRODUTO      PIC 9(01).
            05 CL-RENDIMENTO   PIC 9(09)V99.
            05 CL-IR           PIC 9(07)V99.
            05 CL-SALDO        PIC 9(09)V99.
       FD FERIADOS.
       01 FERIADOS-REG.
            05 FE-DATA         PIC 9(08).
            05 FE-DESCRICAO    PIC X(30).
       FD RELAT-COMECOTA.
       01 RELAT-COMECOTA-REG      PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 COMECOTA-STATUS  PIC 9(02) VALUE ZEROS.
       77 COMECLOG-STATUS  PIC 9(02) VALUE ZEROS.
       77 FERIADOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-HOJE     PIC 9(04) VALUE ZEROS.
       77 WRK-MES-HOJE     PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-HOJE     PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-HOJE   PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-UTIL    PIC 9(08) VALUE ZEROS.
       77 WRK-EH-UTIL      PIC X(01) VALUE 'S'.
       77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROS.
       77 WRK-PROCESSA     PIC X(01) VALUE 'N'.
       77 WRK-CC-EXISTE    PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  ALIQUOTA DO COME-COTAS DOS FUNDOS DE LONGO PRAZO; A
      *>  DIFERENCA PARA A TABELA REGRESSIVA E COBRADA NO RESGATE.
      *>  --------------------------------------------------------------
       77 WRK-TX-COMECOTAS PIC 9V999 VALUE 0,150.
       77 WRK-RENDIMENTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IR-RETIDO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-LIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-REND     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IR       PIC 9(11)V99 VALUE ZEROS.
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
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 10000
               GIVING WRK-ANO-HOJE REMAINDER WRK-RESTO-HOJE.
             DIVIDE WRK-RESTO-HOJE BY 100
               GIVING WRK-MES-HOJE REMAINDER WRK-DIA-HOJE.
             IF WRK-PARM-EXEC = 'FORCA'
               MOVE 'S' TO WRK-PROCESSA
             ELSE
               PERFORM 1000-CONFERE-DATA-EVENTO
             END-IF.
             IF WRK-PROCESSA = 'S'
               PERFORM 2000-PROCESSA-COMECOTAS
             ELSE
               DISPLAY 'COME-COTAS: ' WRK-DATA-HOJE
                       ' NAO E O ULTIMO DIA UTIL DE MAIO/NOVEMBRO'
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONFERE-DATA-EVENTO - EM MAIO (31) E NOVEMBRO (30) PARTE
      *>  DO ULTIMO DIA DO MES E RECUA ATE O DIA UTIL; O EVENTO SO
      *>  RODA SE ESSE DIA FOR HOJE.
      *>  --------------------------------------------------------------
       1000-CONFERE-DATA-EVENTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-PROCESSA.
             IF WRK-MES-HOJE = 5 OR WRK-MES-HOJE = 11
               IF WRK-MES-HOJE = 5
                 COMPUTE WRK-DATA-UTIL = (WRK-ANO-HOJE * 10000) + 0531
               ELSE
                 COMPUTE WRK-DATA-UTIL = (WRK-ANO-HOJE * 10000) + 1130
               END-IF
               PERFORM 1100-TESTA-DIA-UTIL
               PERFORM 1050-RECUA-ATE-UTIL UNTIL WRK-EH-UTIL = 'S'
               IF WRK-DATA-UTIL = WRK-DATA-HOJE
                 MOVE 'S' TO WRK-PROCESSA
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1050-RECUA-ATE-UTIL.
      *>  --------------------------------------------------------------
             SUBTRACT 1 FROM WRK-DATA-UTIL.
             PERFORM 1100-TESTA-DIA-UTIL.
      *>  --------------------------------------------------------------
       1100-TESTA-DIA-UTIL.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-EH-UTIL.
             PERFORM 1200-DIA-DA-SEMANA.
             IF WRK-DIA-SEMANA = 0 OR WRK-DIA-SEMANA = 1
               MOVE 'N' TO WRK-EH-UTIL
             END-IF.
             IF WRK-EH-UTIL = 'S'
               PERFORM 1300-CONFERE-FERIADO
             END-IF.
      *>  --------------------------------------------------------------
       1200-DIA-DA-SEMANA.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-UTIL BY 10000
               GIVING WRK-Z-ANO REMAINDER WRK-Z-RESTO.
             DIVIDE WRK-Z-RESTO BY 100
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
               GIVING WRK-Z-Q1 REMAINDER WRK-Z-RESTO.
             DIVIDE WRK-Z-K BY 4
               GIVING WRK-Z-Q2 REMAINDER WRK-Z-RESTO.
             DIVIDE WRK-Z-J BY 4
               GIVING WRK-Z-Q3 REMAINDER WRK-Z-RESTO.
             COMPUTE WRK-Z-SOMA = WRK-Z-DIA + WRK-Z-Q1
                     + WRK-Z-K + WRK-Z-Q2 + WRK-Z-Q3
                     + (5 * WRK-Z-J).
             DIVIDE WRK-Z-SOMA BY 7
               GIVING WRK-Z-QUOC REMAINDER WRK-DIA-SEMANA.
      *>  --------------------------------------------------------------
       1300-CONFERE-FERIADO.
      *>  --------------------------------------------------------------
             OPEN INPUT FERIADOS.
             IF FERIADOS-STATUS = 0
               READ FERIADOS
                 AT END MOVE 10 TO FERIADOS-STATUS
               END-READ
               PERFORM 1310-CONFERE-UM UNTIL FERIADOS-STATUS = 10
               CLOSE FERIADOS
             END-IF.
             MOVE 0 TO FERIADOS-STATUS.
      *>  --------------------------------------------------------------
       1310-CONFERE-UM.
      *>  --------------------------------------------------------------
             IF FE-DATA = WRK-DATA-UTIL
               MOVE 'N' TO WRK-EH-UTIL
             END-IF.
             READ FERIADOS
               AT END MOVE 10 TO FERIADOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2000-PROCESSA-COMECOTAS.
      *>  --------------------------------------------------------------
             OPEN I-O INVEST-POSICAO.
             IF POSICAO-STATUS NOT = 0
               DISPLAY '*** CARTEIRA DE POSICOES INDISPONIVEL ***'
               MOVE 0 TO POSICAO-STATUS
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 2010-ABRE-CONTROLES
               MOVE 0 TO IP-CLI-ID IP-SEQ
               START INVEST-POSICAO KEY IS NOT LESS THAN IP-CHAVE
                 INVALID KEY MOVE 10 TO POSICAO-STATUS
               END-START
               IF POSICAO-STATUS NOT = 10
                 READ INVEST-POSICAO NEXT
                   AT END MOVE 10 TO POSICAO-STATUS
                 END-READ
               END-IF
               PERFORM 2100-AVALIA-POSICAO UNTIL POSICAO-STATUS = 10
               MOVE 0 TO POSICAO-STATUS
               PERFORM 2900-TOTAIS
               CLOSE INVEST-POSICAO COMECOTA COMECOTA-LOG
                     RELAT-COMECOTA
               DISPLAY 'COME-COTAS ' WRK-DATA-HOJE ': '
                       WRK-QT-RETIDAS ' POSICOES, IR RETIDO '
                       WRK-TOT-IR ' (RELCOMEC.TXT)'
             END-IF.
      *>  --------------------------------------------------------------
       2010-ABRE-CONTROLES.
      *>  --------------------------------------------------------------
             OPEN I-O COMECOTA.
             IF COMECOTA-STATUS = 35
               OPEN OUTPUT COMECOTA
               CLOSE COMECOTA
               OPEN I-O COMECOTA
             END-IF.
             OPEN EXTEND COMECOTA-LOG.
             IF COMECLOG-STATUS = 35
               OPEN OUTPUT COMECOTA-LOG
               CLOSE COMECOTA-LOG
               OPEN EXTEND COMECOTA-LOG
             END-IF.
             OPEN OUTPUT RELAT-COMECOTA.
             MOVE SPACES TO RELAT-COMECOTA-REG.
             STRING 'COME-COTAS SEMESTRAL DOS FUNDOS - ' WRK-DATA-HOJE
                    ' - ALIQUOTA ' WRK-TX-COMECOTAS
                    DELIMITED BY SIZE INTO RELAT-COMECOTA-REG.
             WRITE RELAT-COMECOTA-REG.
      *>  --------------------------------------------------------------
       2100-AVALIA-POSICAO.
      *>  --------------------------------------------------------------
             IF IP-SITUACAO = 'A'
                AND (IP-PRODUTO = 3 OR IP-PRODUTO = 4)
               ADD 1 TO WRK-QT-LIDAS
               PERFORM 2200-RETEM-POSICAO
             END-IF.
             READ INVEST-POSICAO NEXT
               AT END MOVE 10 TO POSICAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2200-RETEM-POSICAO - RENDIMENTO = SALDO ATUAL MENOS A BASE
      *>  (SALDO APOS O ULTIMO EVENTO OU, NO PRIMEIRO, O VALOR
      *>  APLICADO). SEM RENDIMENTO NAO HA RETENCAO; POSICAO JA
      *>  TRIBUTADA HOJE (REPROCESSAMENTO) E IGNORADA.
      *>  --------------------------------------------------------------
       2200-RETEM-POSICAO.
      *>  --------------------------------------------------------------
             MOVE IP-CLI-ID TO CC-CLI-ID.
             MOVE IP-SEQ TO CC-SEQ.
             READ COMECOTA
               INVALID KEY
                 MOVE 'N' TO WRK-CC-EXISTE
                 MOVE IP-VL-APLICADO TO CC-SALDO-BASE
                 MOVE ZEROS TO CC-REND-ACUM CC-IR-ACUM
                 MOVE ZEROS TO CC-DT-ULTIMO CC-QT-EVENTOS
               NOT INVALID KEY
                 MOVE 'S' TO WRK-CC-EXISTE
             END-READ.
             MOVE ZEROS TO WRK-RENDIMENTO WRK-IR-RETIDO.
             IF CC-DT-ULTIMO NOT = WRK-DATA-HOJE
                AND IP-SALDO > CC-SALDO-BASE
               COMPUTE WRK-RENDIMENTO = IP-SALDO - CC-SALDO-BASE
               COMPUTE WRK-IR-RETIDO ROUNDED =
                       WRK-RENDIMENTO * WRK-TX-COMECOTAS
             END-IF.
             IF WRK-IR-RETIDO > 0
               SUBTRACT WRK-IR-RETIDO FROM IP-SALDO
               REWRITE INVEST-POSICAO-REG
               MOVE IP-SALDO TO CC-SALDO-BASE
               ADD WRK-RENDIMENTO TO CC-REND-ACUM
               ADD WRK-IR-RETIDO TO CC-IR-ACUM
               MOVE WRK-DATA-HOJE TO CC-DT-ULTIMO
               ADD 1 TO CC-QT-EVENTOS
               IF WRK-CC-EXISTE = 'S'
                 REWRITE COMECOTA-MASTER-REG
               ELSE
                 WRITE COMECOTA-MASTER-REG
               END-IF
               PERFORM 2300-GRAVA-EVENTO
             END-IF.
      *>  --------------------------------------------------------------
       2300-GRAVA-EVENTO.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE  TO CL-DATA.
             MOVE IP-CLI-ID      TO CL-CLI-ID.
             MOVE IP-SEQ         TO CL-SEQ.
             MOVE IP-PRODUTO     TO CL-PRODUTO.
             MOVE WRK-RENDIMENTO TO CL-RENDIMENTO.
             MOVE WRK-IR-RETIDO  TO CL-IR.
             MOVE IP-SALDO       TO CL-SALDO.
             WRITE COMECOTA-LOG-REG.
             ADD 1 TO WRK-QT-RETIDAS.
             ADD WRK-RENDIMENTO TO WRK-TOT-REND.
             ADD WRK-IR-RETIDO TO WRK-TOT-IR.
             MOVE SPACES TO RELAT-COMECOTA-REG.
             STRING 'POSICAO=' IP-CLI-ID '/' IP-SEQ
                    ' PRODUTO=' IP-PRODUTO
                    ' RENDIMENTO=' WRK-RENDIMENTO
                    ' IR=' WRK-IR-RETIDO
                    ' NOVO SALDO=' IP-SALDO
                    ' IR ACUMULADO=' CC-IR-ACUM
                    DELIMITED BY SIZE INTO RELAT-COMECOTA-REG.
             WRITE RELAT-COMECOTA-REG.
      *>  --------------------------------------------------------------
       2900-TOTAIS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-COMECOTA-REG.
             STRING 'POSICOES DE FUNDO=' WRK-QT-LIDAS
                    ' COM RETENCAO=' WRK-QT-RETIDAS
                    ' RENDIMENTO=' WRK-TOT-REND
                    ' IR RETIDO=' WRK-TOT-IR
                    DELIMITED BY SIZE INTO RELAT-COMECOTA-REG.
             WRITE RELAT-COMECOTA-REG.
      *>  --------------------------------------------------------------
