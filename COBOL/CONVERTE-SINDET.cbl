       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSDET.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO DETALHE DE
      ***   SINISTROS (SINDET.TXT) DO LAYOUT ANTIGO DE 41 POSICOES PARA
      ***   O ATUAL, COM A DATA DE REGISTRO (SD-DT-REGISTRO) NO FIM DO
      ***   REGISTRO. ANTES DE RODAR, A OPERACAO RENOMEIA O SINDET.TXT
      ***   ANTIGO PARA SINDEANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E
      ***   GRAVA O SINDET.TXT NOVO. A DATA DE REGISTRO FICA ZERADA: O
      ***   SEGPROV CONTA O SINISTRO SEM DATA DE REGISTRO COMO
      ***   REGISTRADO NO MES DA OCORRENCIA. DEPOIS DE GRAVADO, O
      ***   ARQUIVO NOVO E RELIDO DO DISCO E CONFERIDO CONTRA O ANTIGO
      ***   (LIDOS = GRAVADOS + REJEITADOS, RELIDOS = GRAVADOS E SOMA DE
      ***   VALOR ESTIMADO), UMA LINHA NO RELATORIO CONVSDET.TXT, ONDE
      ***   TAMBEM SAI CADA REGISTRO REJEITADO. NO CTRLTOT,
      ***   LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS E
      ***   VALOR-IN/VALOR-OUT A SOMA DE VALOR ESTIMADO GRAVADA E
      ***   RELIDA. REJEICAO OU DIVERGENCIA DEVOLVE RC 4. SINDEANT.TXT
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
           SELECT DETALHE-ANTIGO ASSIGN TO 'C:\COBOL\SINDEANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DETANT-STATUS
             RECORD KEY IS SDA-NUMERO.
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DETALHE-STATUS
             RECORD KEY IS SD-NUMERO.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVSDET.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DETALHE-ANTIGO.
       01 DETALHE-ANTIGO-REG.
            05 SDA-NUMERO          PIC 9(08).
            05 SDA-CLI-ID          PIC 9(05).
            05 SDA-DATA            PIC 9(08).
            05 SDA-TIPO            PIC 9(01).
            05 SDA-VALOR-ESTIMADO  PIC 9(07)V99.
            05 SDA-CUSTO-REPARO    PIC 9(07)V99.
            05 SDA-SITUACAO        PIC X(01).
       FD SINISTROS-DETALHE.
       01 SINISTROS-DETALHE-REG.
            05 SD-NUMERO           PIC 9(08).
            05 SD-CLI-ID           PIC 9(05).
            05 SD-DATA             PIC 9(08).
            05 SD-TIPO             PIC 9(01).
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
            05 SD-DT-REGISTRO      PIC 9(08).
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
       77 DETANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
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
             STRING 'CONVERSAO DO DETALHE DE SINISTROS PARA O'
                    ' LAYOUT COM DATA DE REGISTRO - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-SINISTROS.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - SINISTROS: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-SINISTROS - RECRIA O SINDET.TXT NO LAYOUT NOVO A
      *>  PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-SINISTROS.
      *>  --------------------------------------------------------------
             OPEN INPUT DETALHE-ANTIGO.
             IF DETANT-STATUS NOT = 0
               DISPLAY '*** SINDEANT.TXT NAO ENCONTRADO - '
                       'SINISTROS NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'SINDEANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO DETANT-STATUS
             ELSE
               OPEN OUTPUT SINISTROS-DETALHE
               READ DETALHE-ANTIGO
                 AT END MOVE 10 TO DETANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-SINISTRO
                 UNTIL DETANT-STATUS = 10
               CLOSE DETALHE-ANTIGO SINISTROS-DETALHE
               OPEN INPUT SINISTROS-DETALHE
               READ SINISTROS-DETALHE NEXT
                 AT END MOVE 10 TO DETALHE-STATUS
               END-READ
               PERFORM 1200-CONFERE-SINISTRO
                 UNTIL DETALHE-STATUS = 10
               CLOSE SINISTROS-DETALHE
               MOVE 0 TO DETANT-STATUS DETALHE-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
       1100-GRAVA-SINISTRO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO SINISTROS-DETALHE-REG.
             MOVE SDA-NUMERO          TO SD-NUMERO.
             MOVE SDA-CLI-ID          TO SD-CLI-ID.
             MOVE SDA-DATA            TO SD-DATA.
             MOVE SDA-TIPO            TO SD-TIPO.
             MOVE SDA-VALOR-ESTIMADO  TO SD-VALOR-ESTIMADO.
             MOVE SDA-CUSTO-REPARO    TO SD-CUSTO-REPARO.
             MOVE SDA-SITUACAO        TO SD-SITUACAO.
             MOVE ZEROS               TO SD-DT-REGISTRO.
             WRITE SINISTROS-DETALHE-REG
               INVALID KEY
                 MOVE 'SINISTRO REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
               ADD SD-VALOR-ESTIMADO TO WRK-CT-VALOR-IN
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'SINISTRO=' SDA-NUMERO ' CLIENTE=' SDA-CLI-ID
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ DETALHE-ANTIGO
               AT END MOVE 10 TO DETANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-SINISTRO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             ADD SD-VALOR-ESTIMADO TO WRK-CT-VALOR-OUT.
             READ SINISTROS-DETALHE NEXT
               AT END MOVE 10 TO DETALHE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-CONVERSAO - TODO REGISTRO LIDO NO ANTIGO FOI
      *>  GRAVADO OU REJEITADO, E O NOVO RELIDO TEM OS GRAVADOS
      *>  COM A MESMA SOMA DE VALOR ESTIMADO.
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
             STRING 'ARQUIVO=SINDET'
                    ' LIDOS=' WRK-CT-LIDOS
                    ' GRAVADOS=' WRK-CT-PROCESSADOS
                    ' REJEITADOS=' WRK-CT-REJEITADOS
                    ' RELIDOS=' WRK-CT-CONFERIDOS
                    ' ESTIMADO-GRAVADO=' WRK-CT-VALOR-IN
                    ' ESTIMADO-RELIDO=' WRK-CT-VALOR-OUT
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
             MOVE 'CONVSDET ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
