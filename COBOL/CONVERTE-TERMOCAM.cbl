       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVTERM.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DOS CONTRATOS DE
      ***   CAMBIO A TERMO (TERMOCAM.TXT) DO LAYOUT ANTIGO DE 56
      ***   POSICOES PARA O ATUAL, COM O SENTIDO DO CONTRATO
      ***   (FT-SENTIDO) NO FIM DO REGISTRO (FD DO FXTERMO E DO TESALM).
      ***   ANTES DE RODAR, A OPERACAO RENOMEIA O TERMOCAM.TXT ANTIGO
      ***   PARA TERMOANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   TERMOCAM.TXT NOVO. O SENTIDO FICA EM BRANCO, QUE O FXTERMO
      ***   TRATA COMO CLIENTE COMPRA - O UNICO SENTIDO QUE EXISTIA
      ***   ANTES. DEPOIS DE GRAVADO, O ARQUIVO NOVO E RELIDO DO DISCO E
      ***   CONFERIDO CONTRA O ANTIGO (LIDOS = GRAVADOS + REJEITADOS,
      ***   RELIDOS = GRAVADOS E SOMA DE VALOR EM MOEDA ESTRANGEIRA),
      ***   UMA LINHA NO RELATORIO CONVTERM.TXT, ONDE TAMBEM SAI CADA
      ***   REGISTRO REJEITADO. NO CTRLTOT, LIDOS/PROCESSADOS/REJEITADOS
      ***   SAO REGISTROS E VALOR-IN/VALOR-OUT A SOMA DE VALOR EM MOEDA
      ***   ESTRANGEIRA GRAVADA E RELIDA. REJEICAO OU DIVERGENCIA
      ***   DEVOLVE RC 4. TERMOANT.TXT NAO ENCONTRADO NAO MEXE NO
      ***   ARQUIVO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMO-ANTIGO ASSIGN TO 'C:\COBOL\TERMOANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TERMANT-STATUS
             RECORD KEY IS FTA-NUMERO.
           SELECT TERMO-CAMBIO ASSIGN TO 'C:\COBOL\TERMOCAM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TERMO-STATUS
             RECORD KEY IS FT-NUMERO.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVTERM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERMO-ANTIGO.
       01 TERMO-ANTIGO-REG.
            05 FTA-NUMERO       PIC 9(06).
            05 FTA-CLI-ID       PIC 9(05).
            05 FTA-MOEDA        PIC X(05).
            05 FTA-VALOR-ME     PIC 9(05)V99.
            05 FTA-TAXA-CONTR   PIC 9(3)V9999.
            05 FTA-DT-CONTRATO  PIC 9(08).
            05 FTA-DT-LIQUIDA   PIC 9(08).
            05 FTA-MARGEM       PIC 9(07)V99.
            05 FTA-SITUACAO     PIC X(01).
       FD TERMO-CAMBIO.
       01 TERMO-CAMBIO-REG.
            05 FT-NUMERO       PIC 9(06).
            05 FT-CLI-ID       PIC 9(05).
            05 FT-MOEDA        PIC X(05).
            05 FT-VALOR-ME     PIC 9(05)V99.
            05 FT-TAXA-CONTR   PIC 9(3)V9999.
            05 FT-DT-CONTRATO  PIC 9(08).
            05 FT-DT-LIQUIDA   PIC 9(08).
            05 FT-MARGEM       PIC 9(07)V99.
            05 FT-SITUACAO     PIC X(01).
            05 FT-SENTIDO      PIC X(01).
       FD RELATORIO.
       01 RELATORIO-REG            PIC X(180).
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
       77 TERMANT-STATUS   PIC 9(02) VALUE ZEROS.
       77 TERMO-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-LINHA        PIC X(60) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(11) VALUE SPACES.
       77 WRK-CT-CONFERIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-PROCESSADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN OUTPUT RELATORIO.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'CONVERSAO DOS CONTRATOS DE CAMBIO A TERMO PARA'
                    ' O LAYOUT COM SENTIDO - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-CONTRATOS.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - CONTRATOS: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-CONTRATOS - RECRIA O TERMOCAM.TXT NO LAYOUT NOVO
      *>  A PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-CONTRATOS.
      *>  --------------------------------------------------------------
             OPEN INPUT TERMO-ANTIGO.
             IF TERMANT-STATUS NOT = 0
               DISPLAY '*** TERMOANT.TXT NAO ENCONTRADO - '
                       'CONTRATOS NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'TERMOANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO TERMANT-STATUS
             ELSE
               OPEN OUTPUT TERMO-CAMBIO
               READ TERMO-ANTIGO
                 AT END MOVE 10 TO TERMANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-CONTRATO
                 UNTIL TERMANT-STATUS = 10
               CLOSE TERMO-ANTIGO TERMO-CAMBIO
               OPEN INPUT TERMO-CAMBIO
               READ TERMO-CAMBIO NEXT
                 AT END MOVE 10 TO TERMO-STATUS
               END-READ
               PERFORM 1200-CONFERE-CONTRATO
                 UNTIL TERMO-STATUS = 10
               CLOSE TERMO-CAMBIO
               MOVE 0 TO TERMANT-STATUS TERMO-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
       1100-GRAVA-CONTRATO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO TERMO-CAMBIO-REG.
             MOVE FTA-NUMERO       TO FT-NUMERO.
             MOVE FTA-CLI-ID       TO FT-CLI-ID.
             MOVE FTA-MOEDA        TO FT-MOEDA.
             MOVE FTA-VALOR-ME     TO FT-VALOR-ME.
             MOVE FTA-TAXA-CONTR   TO FT-TAXA-CONTR.
             MOVE FTA-DT-CONTRATO  TO FT-DT-CONTRATO.
             MOVE FTA-DT-LIQUIDA   TO FT-DT-LIQUIDA.
             MOVE FTA-MARGEM       TO FT-MARGEM.
             MOVE FTA-SITUACAO     TO FT-SITUACAO.
             MOVE SPACES           TO FT-SENTIDO.
             WRITE TERMO-CAMBIO-REG
               INVALID KEY
                 MOVE 'CONTRATO REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
               ADD FT-VALOR-ME TO WRK-CT-VALOR-IN
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'CONTRATO=' FTA-NUMERO ' CLIENTE=' FTA-CLI-ID
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ TERMO-ANTIGO
               AT END MOVE 10 TO TERMANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-CONTRATO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             ADD FT-VALOR-ME TO WRK-CT-VALOR-OUT.
             READ TERMO-CAMBIO NEXT
               AT END MOVE 10 TO TERMO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-CONVERSAO - TODO REGISTRO LIDO NO ANTIGO FOI
      *>  GRAVADO OU REJEITADO, E O NOVO RELIDO TEM OS GRAVADOS
      *>  COM A MESMA SOMA DE VALOR EM MOEDA ESTRANGEIRA.
      *>  --------------------------------------------------------------
       8200-FECHA-CONVERSAO.
      *>  --------------------------------------------------------------
             IF WRK-CT-LIDOS = WRK-CT-PROCESSADOS + WRK-CT-REJEITADOS
                AND WRK-CT-CONFERIDOS = WRK-CT-PROCESSADOS
                AND WRK-CT-VALOR-IN = WRK-CT-VALOR-OUT
               MOVE 'CONFERE' TO WRK-SITUACAO
             ELSE
               MOVE '*** DIVERGE' TO WRK-SITUACAO
             END-IF.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'ARQUIVO=TERMOCAM'
                    ' LIDOS=' WRK-CT-LIDOS
                    ' GRAVADOS=' WRK-CT-PROCESSADOS
                    ' REJEITADOS=' WRK-CT-REJEITADOS
                    ' RELIDOS=' WRK-CT-CONFERIDOS
                    ' VALOR-ME-GRAVADO=' WRK-CT-VALOR-IN
                    ' VALOR-ME-RELIDO=' WRK-CT-VALOR-OUT
                    ' ' WRK-SITUACAO
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
      *>  --------------------------------------------------------------
       8300-REJEITA-REGISTRO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-REJEITADOS.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'REJEITADO: ' WRK-MOTIVO ' - ' WRK-LINHA
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
             MOVE 'CONVTERM ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
