       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCORR.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO CADASTRO DE
      ***   CORRETORES (CORRETOR.TXT) DO LAYOUT ANTIGO DE 43 POSICOES
      ***   PARA O ATUAL, COM CPF/CNPJ, BANCO, AGENCIA E CONTA NO FIM DO
      ***   REGISTRO (FD DO CORRCOMI, PAGLOTE E DESAFIO08). ANTES DE
      ***   RODAR, A OPERACAO RENOMEIA O CORRETOR.TXT ANTIGO PARA
      ***   CORREANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   CORRETOR.TXT NOVO. CPF/CNPJ, BANCO E AGENCIA FICAM ZERADOS E
      ***   A CONTA EM BRANCO: ATE O CADASTRO SER COMPLETADO NO
      ***   CORRCOMI, A COMISSAO DO CORRETOR FICA EM ABERTO NO PAGLOTE E
      ***   SAI NO RELPAGTO COMO FAVORECIDO SEM DADOS BANCARIOS. DEPOIS
      ***   DE GRAVADO, O ARQUIVO NOVO E RELIDO DO DISCO E CONFERIDO
      ***   CONTRA O ANTIGO (LIDOS = GRAVADOS + REJEITADOS, RELIDOS =
      ***   GRAVADOS), UMA LINHA NO RELATORIO CONVCORR.TXT, ONDE TAMBEM
      ***   SAI CADA REGISTRO REJEITADO. NO CTRLTOT,
      ***   LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS. REJEICAO OU
      ***   DIVERGENCIA DEVOLVE RC 4. CORREANT.TXT NAO ENCONTRADO NAO
      ***   MEXE NO ARQUIVO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRETOR-ANTIGO ASSIGN TO 'C:\COBOL\CORREANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CORANT-STATUS
             RECORD KEY IS CRA-COD.
           SELECT CORRETORES ASSIGN TO 'C:\COBOL\CORRETOR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CORRETOR-STATUS
             RECORD KEY IS COR-COD.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVCORR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CORRETOR-ANTIGO.
       01 CORRETOR-ANTIGO-REG.
            05 CRA-COD             PIC 9(04).
            05 CRA-NOME            PIC X(30).
            05 CRA-PCT-AUTO        PIC 9(02)V99.
            05 CRA-PCT-RESID       PIC 9(02)V99.
            05 CRA-SITUACAO        PIC X(01).
       FD CORRETORES.
       01 CORRETORES-REG.
            05 COR-COD             PIC 9(04).
            05 COR-NOME            PIC X(30).
            05 COR-PCT-AUTO        PIC 9(02)V99.
            05 COR-PCT-RESID       PIC 9(02)V99.
            05 COR-SITUACAO        PIC X(01).
            05 COR-CPF-CNPJ        PIC 9(14).
            05 COR-BANCO           PIC 9(03).
            05 COR-AGENCIA         PIC 9(04).
            05 COR-CONTA           PIC X(12).
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
       77 CORANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 CORRETOR-STATUS  PIC 9(02) VALUE ZEROS.
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
             STRING 'CONVERSAO DO CADASTRO DE CORRETORES PARA O'
                    ' LAYOUT COM DADOS BANCARIOS E FISCAIS - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-CORRETORES.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - CORRETORES: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-CORRETORES - RECRIA O CORRETOR.TXT NO LAYOUT
      *>  NOVO A PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-CORRETORES.
      *>  --------------------------------------------------------------
             OPEN INPUT CORRETOR-ANTIGO.
             IF CORANT-STATUS NOT = 0
               DISPLAY '*** CORREANT.TXT NAO ENCONTRADO - '
                       'CORRETORES NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'CORREANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO CORANT-STATUS
             ELSE
               OPEN OUTPUT CORRETORES
               READ CORRETOR-ANTIGO
                 AT END MOVE 10 TO CORANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-CORRETOR
                 UNTIL CORANT-STATUS = 10
               CLOSE CORRETOR-ANTIGO CORRETORES
               OPEN INPUT CORRETORES
               READ CORRETORES NEXT
                 AT END MOVE 10 TO CORRETOR-STATUS
               END-READ
               PERFORM 1200-CONFERE-CORRETOR
                 UNTIL CORRETOR-STATUS = 10
               CLOSE CORRETORES
               MOVE 0 TO CORANT-STATUS CORRETOR-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
       1100-GRAVA-CORRETOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO CORRETORES-REG.
             MOVE CRA-COD             TO COR-COD.
             MOVE CRA-NOME            TO COR-NOME.
             MOVE CRA-PCT-AUTO        TO COR-PCT-AUTO.
             MOVE CRA-PCT-RESID       TO COR-PCT-RESID.
             MOVE CRA-SITUACAO        TO COR-SITUACAO.
             MOVE ZEROS TO COR-CPF-CNPJ COR-BANCO COR-AGENCIA.
             MOVE SPACES TO COR-CONTA.
             WRITE CORRETORES-REG
               INVALID KEY
                 MOVE 'CORRETOR REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'CORRETOR=' CRA-COD ' NOME=' CRA-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ CORRETOR-ANTIGO
               AT END MOVE 10 TO CORANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-CORRETOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             READ CORRETORES NEXT
               AT END MOVE 10 TO CORRETOR-STATUS
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
             STRING 'ARQUIVO=CORRETOR'
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
             MOVE 'CONVCORR ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
