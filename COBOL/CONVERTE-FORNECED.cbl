       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFORN.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO CADASTRO DE
      ***   FORNECEDORES (FORNECED.TXT) DO LAYOUT ANTIGO DE 34 POSICOES
      ***   PARA O ATUAL, COM CNPJ, BANCO, AGENCIA, CONTA E PRAZO DE
      ***   GARANTIA NO FIM DO REGISTRO (FD DO COMPRAS, DESAFIO11,
      ***   NFFORNEC, OSREPARO, PAGLOTE, FORNSCOR E BKPMAST). ANTES DE
      ***   RODAR, A OPERACAO RENOMEIA O FORNECED.TXT ANTIGO PARA
      ***   FORNEANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   FORNECED.TXT NOVO. CNPJ, BANCO, AGENCIA E GARANTIA FICAM
      ***   ZERADOS E A CONTA EM BRANCO: ATE O CADASTRO SER COMPLETADO
      ***   NO DESAFIO11, O TITULO DO FORNECEDOR FICA EM ABERTO NO
      ***   PAGLOTE E SAI NO RELPAGTO COMO FAVORECIDO SEM DADOS
      ***   BANCARIOS. DEPOIS DE GRAVADO, O ARQUIVO NOVO E RELIDO DO
      ***   DISCO E CONFERIDO CONTRA O ANTIGO (LIDOS = GRAVADOS +
      ***   REJEITADOS, RELIDOS = GRAVADOS), UMA LINHA NO RELATORIO
      ***   CONVFORN.TXT, ONDE TAMBEM SAI CADA REGISTRO REJEITADO. NO
      ***   CTRLTOT, LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS.
      ***   REJEICAO OU DIVERGENCIA DEVOLVE RC 4. FORNEANT.TXT NAO
      ***   ENCONTRADO NAO MEXE NO ARQUIVO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR-ANTIGO ASSIGN TO 'C:\COBOL\FORNEANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FORNANT-STATUS
             RECORD KEY IS FA-COD.
           SELECT FORNECEDOR ASSIGN TO 'C:\COBOL\FORNECED.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORN-STATUS
             RECORD KEY IS FORN-COD.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVFORN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDOR-ANTIGO.
       01 FORNECEDOR-ANTIGO-REG.
            05 FA-COD              PIC 9(4).
            05 FA-NOME             PIC X(30).
       FD FORNECEDOR.
       01 FORNECEDOR-REG.
            05 FORN-COD            PIC 9(4).
            05 FORN-NOME           PIC X(30).
            05 FORN-CNPJ           PIC 9(14).
            05 FORN-BANCO          PIC 9(3).
            05 FORN-AGENCIA        PIC 9(4).
            05 FORN-CONTA          PIC X(12).
            05 FORN-GARANTIA-DIAS  PIC 9(3).
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
       77 FORNANT-STATUS   PIC 9(02) VALUE ZEROS.
       77 FORN-STATUS      PIC 9(02) VALUE ZEROS.
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
             STRING 'CONVERSAO DO CADASTRO DE FORNECEDORES PARA O'
                    ' LAYOUT COM DADOS BANCARIOS, FISCAIS E'
                    ' GARANTIA - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-FORNECEDORES.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - FORNECEDORES: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-FORNECEDORES - RECRIA O FORNECED.TXT NO LAYOUT
      *>  NOVO A PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-FORNECEDORES.
      *>  --------------------------------------------------------------
             OPEN INPUT FORNECEDOR-ANTIGO.
             IF FORNANT-STATUS NOT = 0
               DISPLAY '*** FORNEANT.TXT NAO ENCONTRADO - '
                       'FORNECEDORES NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'FORNEANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO FORNANT-STATUS
             ELSE
               OPEN OUTPUT FORNECEDOR
               READ FORNECEDOR-ANTIGO
                 AT END MOVE 10 TO FORNANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-FORNECEDOR
                 UNTIL FORNANT-STATUS = 10
               CLOSE FORNECEDOR-ANTIGO FORNECEDOR
               OPEN INPUT FORNECEDOR
               READ FORNECEDOR NEXT
                 AT END MOVE 10 TO FORN-STATUS
               END-READ
               PERFORM 1200-CONFERE-FORNECEDOR
                 UNTIL FORN-STATUS = 10
               CLOSE FORNECEDOR
               MOVE 0 TO FORNANT-STATUS FORN-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
       1100-GRAVA-FORNECEDOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO FORNECEDOR-REG.
             MOVE FA-COD              TO FORN-COD.
             MOVE FA-NOME             TO FORN-NOME.
             MOVE ZEROS TO FORN-CNPJ FORN-BANCO FORN-AGENCIA
                           FORN-GARANTIA-DIAS.
             MOVE SPACES TO FORN-CONTA.
             WRITE FORNECEDOR-REG
               INVALID KEY
                 MOVE 'FORNECEDOR REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'FORNECEDOR=' FA-COD ' NOME=' FA-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ FORNECEDOR-ANTIGO
               AT END MOVE 10 TO FORNANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-FORNECEDOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             READ FORNECEDOR NEXT
               AT END MOVE 10 TO FORN-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-CONVERSAO - TODO REGISTRO LIDO NO ANTIGO FOI
      *>  GRAVADO OU REJEITADO, E O NOVO RELIDO TEM OS GRAVADOS.
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
             STRING 'ARQUIVO=FORNECED'
                    ' LIDOS=' WRK-CT-LIDOS
                    ' GRAVADOS=' WRK-CT-PROCESSADOS
                    ' REJEITADOS=' WRK-CT-REJEITADOS
                    ' RELIDOS=' WRK-CT-CONFERIDOS
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
             MOVE 'CONVFORN ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
