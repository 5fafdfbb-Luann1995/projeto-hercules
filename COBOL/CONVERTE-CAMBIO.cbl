       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCAMB.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DOS ARQUIVOS DE
      ***   TAXAS DE CAMBIO DO FORMATO ANTIGO, COM UMA COLUNA FIXA POR
      ***   MOEDA (DOLAR, EURO, YUAN, WON), PARA O FORMATO POR CODIGO
      ***   ISO DA MOEDA. CRIA O CADASTRO DE MOEDAS (MOEDAS.TXT) COM
      ***   O REAL E AS QUATRO MOEDAS ANTIGAS, NAS TAXAS DE REFERENCIA
      ***   QUE ERAM FIXAS NO PROGRAMA (MOEDA JA CADASTRADA E MANTIDA).
      ***   ANTES DE RODAR, A OPERACAO RENOMEIA OS ARQUIVOS ANTIGOS:
      ***   TAXAHIST.TXT PARA TAXAHANT.TXT (HISTORICO DIARIO, VIRA UM
      ***   REGISTRO POR DATA + MOEDA), TAXACTRL.TXT PARA TAXACANT.TXT
      ***   (ULTIMA COTACAO ACEITA, VIRA UM REGISTRO POR MOEDA) E
      ***   LIMCAMB.TXT PARA LIMCANT.TXT (LIMITES DE EXPOSICAO, A
      ***   SIGLA VIRA O CODIGO ISO). TAXA ZERADA NO ARQUIVO ANTIGO NAO
      ***   E CONVERTIDA. LINHA SEM DATA OU LIMITE DE MOEDA DESCONHECIDA
      ***   VAI PARA O RELATORIO CONVCAMB.TXT E CONTA COMO REJEITADA NO
      ***   CTRLTOT.
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
           SELECT HIST-ANTIGO ASSIGN TO 'C:\COBOL\TAXAHANT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HISTANT-STATUS.
           SELECT TAXA-HISTORICO ASSIGN TO 'C:\COBOL\TAXAHIST.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS TH-CHAVE.
           SELECT CTRL-ANTIGO ASSIGN TO 'C:\COBOL\TAXACANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRLANT-STATUS
             RECORD KEY IS CA-CHAVE.
           SELECT TAXA-CTRL ASSIGN TO 'C:\COBOL\TAXACTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS TX-MOEDA.
           SELECT LIMITE-ANTIGO ASSIGN TO 'C:\COBOL\LIMCANT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIMANT-STATUS.
           SELECT LIMITE-CAMBIO ASSIGN TO 'C:\COBOL\LIMCAMB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIMITE-STATUS.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVCAMB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
       FD HIST-ANTIGO.
       01 HIST-ANTIGO-REG.
            05 HA-DATA          PIC 9(08).
            05 HA-TAXA          PIC 9(3)V9999 OCCURS 4 TIMES.
       FD TAXA-HISTORICO.
       COPY 'TAXAHIST-MASTER.CBL'.
       FD CTRL-ANTIGO.
       01 CTRL-ANTIGO-REG.
            05 CA-CHAVE         PIC 9(01).
            05 CA-TAXA          PIC 9(3)V9999 OCCURS 4 TIMES.
            05 CA-DATA          PIC 9(08).
       FD TAXA-CTRL.
       COPY 'TAXACTRL-MASTER.CBL'.
       FD LIMITE-ANTIGO.
       01 LIMITE-ANTIGO-REG.
            05 LA-MOEDA         PIC X(05).
            05 LA-LIMITE        PIC 9(09)V99.
       FD LIMITE-CAMBIO.
       01 LIMITE-CAMBIO-REG.
            05 LM-MOEDA         PIC X(03).
            05 LM-LIMITE        PIC 9(09)V99.
       FD RELATORIO.
       01 RELATORIO-REG            PIC X(100).
       FD CONTROLE-TOTAIS.
       01 CONTROLE-TOTAIS-REG.
            05 CT-PROGRAMA     PIC X(09).
            05 CT-DATA         PIC 9(08).
            05 CT-LIDOS        PIC 9(07).
            05 CT-PROCESSADOS  PIC 9(07).
            05 CT-REJEITADOS   PIC 9(07).
            05 CT-VALOR-IN     PIC 9(11)V99.
            05 CT-VALOR-OUT    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MOEDAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 HISTANT-STATUS   PIC 9(02) VALUE ZEROS.
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 CTRLANT-STATUS   PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 LIMANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 LIMITE-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX          PIC 9(01) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-LINHA        PIC X(60) VALUE SPACES.
       77 WRK-QT-MOEDAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-HISTORICO PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CONTROLE  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIMITES   PIC 9(03) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-PROCESSADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  MOEDAS DO LAYOUT ANTIGO, NA ORDEM DAS COLUNAS (DOLAR, EURO,
      *>  YUAN, WON); O REAL, MOEDA BASE, SO ENTRA NO CADASTRO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-ANTIGAS.
            05 WRK-AN-ITEM OCCURS 4 TIMES.
                10 WRK-AN-CODIGO     PIC X(03).
                10 WRK-AN-SIGLA      PIC X(05).
       01 WRK-MOEDA-NOVA.
            05 WRK-NV-CODIGO       PIC X(03).
            05 WRK-NV-SIGLA        PIC X(05).
            05 WRK-NV-NOME         PIC X(20).
            05 WRK-NV-DECIMAIS     PIC 9(01).
            05 WRK-NV-LOTE         PIC 9(01).
            05 WRK-NV-TAXA         PIC 9(3)V9999.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE 'USD' TO WRK-AN-CODIGO(1).
             MOVE 'DOLAR' TO WRK-AN-SIGLA(1).
             MOVE 'EUR' TO WRK-AN-CODIGO(2).
             MOVE 'EURO' TO WRK-AN-SIGLA(2).
             MOVE 'CNY' TO WRK-AN-CODIGO(3).
             MOVE 'YUAN' TO WRK-AN-SIGLA(3).
             MOVE 'KRW' TO WRK-AN-CODIGO(4).
             MOVE 'WON' TO WRK-AN-SIGLA(4).
             OPEN OUTPUT RELATORIO.
             PERFORM 1000-CRIA-MOEDAS.
             PERFORM 2000-CONVERTE-HISTORICO.
             PERFORM 3000-CONVERTE-CONTROLE.
             PERFORM 4000-CONVERTE-LIMITES.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'MOEDAS: ' WRK-QT-MOEDAS
                    ' HISTORICO: ' WRK-QT-HISTORICO
                    ' ULTIMAS COTACOES: ' WRK-QT-CONTROLE
                    ' LIMITES: ' WRK-QT-LIMITES
                    ' REJEITADAS: ' WRK-CT-REJEITADOS
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - MOEDAS: ' WRK-QT-MOEDAS
                     ' HISTORICO: ' WRK-QT-HISTORICO
                     ' COTACOES: ' WRK-QT-CONTROLE
                     ' LIMITES: ' WRK-QT-LIMITES
                     ' REJEITADAS: ' WRK-CT-REJEITADOS.
             IF WRK-CT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CRIA-MOEDAS - CADASTRO INICIAL COM AS TAXAS DE
      *>  REFERENCIA ANTIGAS E OS CODIGOS DE MOEDA DO LOTE MOEDASTR
      *>  (1 REAL, 2 DOLAR, 3 EURO, 4 YUAN, 5 WON).
      *>  --------------------------------------------------------------
       1000-CRIA-MOEDAS.
      *>  --------------------------------------------------------------
             OPEN I-O MOEDAS.
             IF MOEDAS-STATUS = 35
               OPEN OUTPUT MOEDAS
               CLOSE MOEDAS
               OPEN I-O MOEDAS
             END-IF.
             MOVE 'BRL'  TO WRK-NV-CODIGO.
             MOVE 'REAL' TO WRK-NV-SIGLA.
             MOVE 'REAL BRASILEIRO' TO WRK-NV-NOME.
             MOVE 2 TO WRK-NV-DECIMAIS.
             MOVE 1 TO WRK-NV-LOTE.
             MOVE 1,0000 TO WRK-NV-TAXA.
             PERFORM 1100-GRAVA-MOEDA.
             MOVE 'USD'   TO WRK-NV-CODIGO.
             MOVE 'DOLAR' TO WRK-NV-SIGLA.
             MOVE 'DOLAR AMERICANO' TO WRK-NV-NOME.
             MOVE 2 TO WRK-NV-DECIMAIS.
             MOVE 2 TO WRK-NV-LOTE.
             MOVE 5,0000 TO WRK-NV-TAXA.
             PERFORM 1100-GRAVA-MOEDA.
             MOVE 'EUR'  TO WRK-NV-CODIGO.
             MOVE 'EURO' TO WRK-NV-SIGLA.
             MOVE 'EURO' TO WRK-NV-NOME.
             MOVE 2 TO WRK-NV-DECIMAIS.
             MOVE 3 TO WRK-NV-LOTE.
             MOVE 5,4000 TO WRK-NV-TAXA.
             PERFORM 1100-GRAVA-MOEDA.
             MOVE 'CNY'  TO WRK-NV-CODIGO.
             MOVE 'YUAN' TO WRK-NV-SIGLA.
             MOVE 'YUAN CHINES' TO WRK-NV-NOME.
             MOVE 2 TO WRK-NV-DECIMAIS.
             MOVE 4 TO WRK-NV-LOTE.
             MOVE 0,7000 TO WRK-NV-TAXA.
             PERFORM 1100-GRAVA-MOEDA.
             MOVE 'KRW' TO WRK-NV-CODIGO.
             MOVE 'WON' TO WRK-NV-SIGLA.
             MOVE 'WON SUL-COREANO' TO WRK-NV-NOME.
             MOVE 0 TO WRK-NV-DECIMAIS.
             MOVE 5 TO WRK-NV-LOTE.
             MOVE 0,0038 TO WRK-NV-TAXA.
             PERFORM 1100-GRAVA-MOEDA.
             CLOSE MOEDAS.
             MOVE 0 TO MOEDAS-STATUS.
      *>  --------------------------------------------------------------
       1100-GRAVA-MOEDA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO MOEDA-MASTER-REG.
             MOVE WRK-NV-CODIGO   TO MO-CODIGO.
             MOVE WRK-NV-SIGLA    TO MO-SIGLA.
             MOVE WRK-NV-NOME     TO MO-NOME.
             MOVE WRK-NV-DECIMAIS TO MO-DECIMAIS.
             MOVE 'A'             TO MO-SITUACAO.
             MOVE WRK-NV-LOTE     TO MO-NUM-LOTE.
             MOVE WRK-NV-TAXA     TO MO-TAXA-PADRAO.
             MOVE WRK-DATA-HOJE   TO MO-DT-CADASTRO.
             WRITE MOEDA-MASTER-REG
               INVALID KEY
                 MOVE SPACES TO RELATORIO-REG
                 STRING 'MOEDA JA CADASTRADA, MANTIDA: ' WRK-NV-CODIGO
                        DELIMITED BY SIZE INTO RELATORIO-REG
                 WRITE RELATORIO-REG
                 END-WRITE
               NOT INVALID KEY
                 ADD 1 TO WRK-QT-MOEDAS
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  2000-CONVERTE-HISTORICO - RECRIA O HISTORICO INDEXADO; CADA
      *>  LINHA ANTIGA VIRA ATE QUATRO REGISTROS. DATA REPETIDA NO
      *>  ARQUIVO ANTIGO FICA COM A ULTIMA LINHA, COMO NO DESAFIO01.
      *>  --------------------------------------------------------------
       2000-CONVERTE-HISTORICO.
      *>  --------------------------------------------------------------
             OPEN INPUT HIST-ANTIGO.
             IF HISTANT-STATUS NOT = 0
               DISPLAY '*** TAXAHANT.TXT NAO ENCONTRADO - HISTORICO'
                       ' NAO CONVERTIDO ***'
               MOVE 0 TO HISTANT-STATUS
             ELSE
               OPEN OUTPUT TAXA-HISTORICO
               CLOSE TAXA-HISTORICO
               OPEN I-O TAXA-HISTORICO
               READ HIST-ANTIGO
                 AT END MOVE 10 TO HISTANT-STATUS
               END-READ
               PERFORM 2100-PROCESSA-HISTORICO
                 UNTIL HISTANT-STATUS = 10
               CLOSE HIST-ANTIGO TAXA-HISTORICO
               MOVE 0 TO HISTANT-STATUS HIST-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2100-PROCESSA-HISTORICO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             IF HA-DATA NOT NUMERIC OR HA-DATA = 0
               MOVE 'LINHA DE HISTORICO SEM DATA' TO WRK-MOTIVO
             ELSE
               PERFORM 2200-GRAVA-HISTORICO
                 VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
             END-IF.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
             ELSE
               MOVE HIST-ANTIGO-REG TO WRK-LINHA
               PERFORM 9000-REJEITA-LINHA
             END-IF.
             READ HIST-ANTIGO
               AT END MOVE 10 TO HISTANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2200-GRAVA-HISTORICO.
      *>  --------------------------------------------------------------
             IF HA-TAXA(WRK-IDX) NUMERIC AND HA-TAXA(WRK-IDX) > 0
               MOVE SPACES TO TAXA-HISTORICO-REG
               MOVE HA-DATA TO TH-DATA
               MOVE WRK-AN-CODIGO(WRK-IDX) TO TH-MOEDA
               MOVE HA-TAXA(WRK-IDX) TO TH-TAXA
               WRITE TAXA-HISTORICO-REG
                 INVALID KEY
                   REWRITE TAXA-HISTORICO-REG
                   END-REWRITE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-HISTORICO
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-CONVERTE-CONTROLE - O REGISTRO UNICO (CHAVE 1) DA ULTIMA
      *>  COTACAO ACEITA VIRA UM REGISTRO POR MOEDA, COM A MESMA DATA.
      *>  --------------------------------------------------------------
       3000-CONVERTE-CONTROLE.
      *>  --------------------------------------------------------------
             OPEN INPUT CTRL-ANTIGO.
             IF CTRLANT-STATUS NOT = 0
               DISPLAY '*** TAXACANT.TXT NAO ENCONTRADO - ULTIMAS'
                       ' COTACOES NAO CONVERTIDAS ***'
               MOVE 0 TO CTRLANT-STATUS
             ELSE
               OPEN OUTPUT TAXA-CTRL
               MOVE 1 TO CA-CHAVE
               READ CTRL-ANTIGO
                 INVALID KEY
                   DISPLAY '*** TAXACANT.TXT SEM O REGISTRO DE'
                           ' CONTROLE ***'
                 NOT INVALID KEY
                   ADD 1 TO WRK-CT-LIDOS
                   ADD 1 TO WRK-CT-PROCESSADOS
                   PERFORM 3100-GRAVA-CONTROLE
                     VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
               END-READ
               CLOSE CTRL-ANTIGO TAXA-CTRL
               MOVE 0 TO CTRLANT-STATUS CTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3100-GRAVA-CONTROLE.
      *>  --------------------------------------------------------------
             IF CA-TAXA(WRK-IDX) > 0
               MOVE SPACES TO TAXA-CTRL-REG
               MOVE WRK-AN-CODIGO(WRK-IDX) TO TX-MOEDA
               MOVE CA-TAXA(WRK-IDX) TO TX-TAXA
               MOVE CA-DATA TO TX-DATA
               WRITE TAXA-CTRL-REG
               ADD 1 TO WRK-QT-CONTROLE
             END-IF.
      *>  --------------------------------------------------------------
      *>  4000-CONVERTE-LIMITES - A SIGLA ANTIGA E TROCADA PELO CODIGO
      *>  ISO; O VALOR DO LIMITE NAO MUDA.
      *>  --------------------------------------------------------------
       4000-CONVERTE-LIMITES.
      *>  --------------------------------------------------------------
             OPEN INPUT LIMITE-ANTIGO.
             IF LIMANT-STATUS NOT = 0
               DISPLAY '*** LIMCANT.TXT NAO ENCONTRADO - LIMITES'
                       ' NAO CONVERTIDOS ***'
               MOVE 0 TO LIMANT-STATUS
             ELSE
               OPEN OUTPUT LIMITE-CAMBIO
               READ LIMITE-ANTIGO
                 AT END MOVE 10 TO LIMANT-STATUS
               END-READ
               PERFORM 4100-PROCESSA-LIMITE
                 UNTIL LIMANT-STATUS = 10
               CLOSE LIMITE-ANTIGO LIMITE-CAMBIO
               MOVE 0 TO LIMANT-STATUS LIMITE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       4100-PROCESSA-LIMITE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO LM-MOEDA.
             PERFORM 4200-LOCALIZA-SIGLA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4.
             IF LM-MOEDA = SPACES
               MOVE 'LIMITE DE MOEDA DESCONHECIDA' TO WRK-MOTIVO
               MOVE LIMITE-ANTIGO-REG TO WRK-LINHA
               PERFORM 9000-REJEITA-LINHA
             ELSE
               MOVE LA-LIMITE TO LM-LIMITE
               WRITE LIMITE-CAMBIO-REG
               ADD 1 TO WRK-QT-LIMITES
               ADD 1 TO WRK-CT-PROCESSADOS
               ADD LA-LIMITE TO WRK-CT-VALOR-IN
               ADD LM-LIMITE TO WRK-CT-VALOR-OUT
             END-IF.
             READ LIMITE-ANTIGO
               AT END MOVE 10 TO LIMANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4200-LOCALIZA-SIGLA.
      *>  --------------------------------------------------------------
             IF LA-MOEDA = WRK-AN-SIGLA(WRK-IDX)
               MOVE WRK-AN-CODIGO(WRK-IDX) TO LM-MOEDA
             END-IF.
      *>  --------------------------------------------------------------
       9000-REJEITA-LINHA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-REJEITADOS.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'REJEITADA: ' WRK-MOTIVO ' - ' WRK-LINHA
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'CONVCAMB ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
