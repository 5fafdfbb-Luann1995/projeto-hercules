       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAPOR.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DAS ORDENS DE APORTE
      ***   PROGRAMADO (APORTPRG.TXT) DO LAYOUT ANTIGO DE 41 POSICOES
      ***   PARA O ATUAL, COM O TERMO DE CIENCIA DE SUITABILITY
      ***   (AO-TERMO), O EMISSOR DO PRODUTO (AO-EMISPROD) E A CIENCIA
      ***   DO EXCEDENTE SEM FGC (AO-FGC-CIENTE) NO FIM DO REGISTRO.
      ***   ANTES DE RODAR, A OPERACAO RENOMEIA O APORTPRG.TXT ANTIGO
      ***   PARA APORTANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   APORTPRG.TXT NOVO. TERMO E CIENCIA FGC FICAM EM BRANCO (SEM
      ***   TERMO ASSINADO, O SUITAB DECIDE PELO PERFIL) E O EMISSOR
      ***   ZERADO (ORDEM ANTERIOR AO CADASTRO DE EMISSORES NAO PASSA
      ***   PELA CONFERENCIA DO INVFGC). DEPOIS DE GRAVADO, O ARQUIVO
      ***   NOVO E RELIDO DO DISCO E CONFERIDO CONTRA O ANTIGO (LIDOS =
      ***   GRAVADOS + REJEITADOS, RELIDOS = GRAVADOS E SOMA DE VALOR DO
      ***   APORTE), UMA LINHA NO RELATORIO CONVAPOR.TXT, ONDE TAMBEM
      ***   SAI CADA REGISTRO REJEITADO. NO CTRLTOT,
      ***   LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS E
      ***   VALOR-IN/VALOR-OUT A SOMA DE VALOR DO APORTE GRAVADA E
      ***   RELIDA. REJEICAO OU DIVERGENCIA DEVOLVE RC 4. APORTANT.TXT
      ***   NAO ENCONTRADO NAO MEXE NO ARQUIVO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-ANTIGO ASSIGN TO 'C:\COBOL\APORTANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ORDANT-STATUS
             RECORD KEY IS AOA-NUMERO.
           SELECT APORTE-ORDENS ASSIGN TO 'C:\COBOL\APORTPRG.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ORDENS-STATUS
             RECORD KEY IS AO-NUMERO.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVAPOR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENS-ANTIGO.
       01 ORDENS-ANTIGO-REG.
            05 AOA-NUMERO       PIC 9(06).
            05 AOA-CLI-ID       PIC 9(05).
            05 AOA-PRODUTO      PIC 9(01).
            05 AOA-VALOR        PIC 9(07)V99.
            05 AOA-DIA-MES      PIC 9(02).
            05 AOA-MESES        PIC 9(03).
            05 AOA-DT-FIM       PIC 9(08).
            05 AOA-MES-ULT-EXEC PIC 9(06).
            05 AOA-SITUACAO     PIC X(01).
       FD APORTE-ORDENS.
       01 APORTE-ORDENS-REG.
            05 AO-NUMERO       PIC 9(06).
            05 AO-CLI-ID       PIC 9(05).
            05 AO-PRODUTO      PIC 9(01).
            05 AO-VALOR        PIC 9(07)V99.
            05 AO-DIA-MES      PIC 9(02).
            05 AO-MESES        PIC 9(03).
            05 AO-DT-FIM       PIC 9(08).
            05 AO-MES-ULT-EXEC PIC 9(06).
            05 AO-SITUACAO     PIC X(01).
            05 AO-TERMO        PIC X(01).
            05 AO-EMISPROD     PIC 9(04).
            05 AO-FGC-CIENTE   PIC X(01).
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
       77 ORDANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 ORDENS-STATUS    PIC 9(02) VALUE ZEROS.
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
             STRING 'CONVERSAO DAS ORDENS DE APORTE PROGRAMADO PARA'
                    ' O LAYOUT COM TERMO, EMISSOR E CIENCIA FGC - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-ORDENS.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - ORDENS: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-ORDENS - RECRIA O APORTPRG.TXT NO LAYOUT NOVO A
      *>  PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-ORDENS.
      *>  --------------------------------------------------------------
             OPEN INPUT ORDENS-ANTIGO.
             IF ORDANT-STATUS NOT = 0
               DISPLAY '*** APORTANT.TXT NAO ENCONTRADO - '
                       'ORDENS NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'APORTANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO ORDANT-STATUS
             ELSE
               OPEN OUTPUT APORTE-ORDENS
               READ ORDENS-ANTIGO
                 AT END MOVE 10 TO ORDANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-ORDEM
                 UNTIL ORDANT-STATUS = 10
               CLOSE ORDENS-ANTIGO APORTE-ORDENS
               OPEN INPUT APORTE-ORDENS
               READ APORTE-ORDENS NEXT
                 AT END MOVE 10 TO ORDENS-STATUS
               END-READ
               PERFORM 1200-CONFERE-ORDEM
                 UNTIL ORDENS-STATUS = 10
               CLOSE APORTE-ORDENS
               MOVE 0 TO ORDANT-STATUS ORDENS-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
       1100-GRAVA-ORDEM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO APORTE-ORDENS-REG.
             MOVE AOA-NUMERO       TO AO-NUMERO.
             MOVE AOA-CLI-ID       TO AO-CLI-ID.
             MOVE AOA-PRODUTO      TO AO-PRODUTO.
             MOVE AOA-VALOR        TO AO-VALOR.
             MOVE AOA-DIA-MES      TO AO-DIA-MES.
             MOVE AOA-MESES        TO AO-MESES.
             MOVE AOA-DT-FIM       TO AO-DT-FIM.
             MOVE AOA-MES-ULT-EXEC TO AO-MES-ULT-EXEC.
             MOVE AOA-SITUACAO     TO AO-SITUACAO.
             MOVE SPACES           TO AO-TERMO AO-FGC-CIENTE.
             MOVE ZEROS            TO AO-EMISPROD.
             WRITE APORTE-ORDENS-REG
               INVALID KEY
                 MOVE 'ORDEM REPETIDA' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
               ADD AO-VALOR TO WRK-CT-VALOR-IN
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'ORDEM=' AOA-NUMERO ' CLIENTE=' AOA-CLI-ID
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ ORDENS-ANTIGO
               AT END MOVE 10 TO ORDANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-ORDEM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             ADD AO-VALOR TO WRK-CT-VALOR-OUT.
             READ APORTE-ORDENS NEXT
               AT END MOVE 10 TO ORDENS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-CONVERSAO - TODO REGISTRO LIDO NO ANTIGO FOI
      *>  GRAVADO OU REJEITADO, E O NOVO RELIDO TEM OS GRAVADOS
      *>  COM A MESMA SOMA DE VALOR DO APORTE.
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
             STRING 'ARQUIVO=APORTPRG'
                    ' LIDOS=' WRK-CT-LIDOS
                    ' GRAVADOS=' WRK-CT-PROCESSADOS
                    ' REJEITADOS=' WRK-CT-REJEITADOS
                    ' RELIDOS=' WRK-CT-CONFERIDOS
                    ' VALOR-GRAVADO=' WRK-CT-VALOR-IN
                    ' VALOR-RELIDO=' WRK-CT-VALOR-OUT
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
             MOVE 'CONVAPOR ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
