       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFUNC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO CADASTRO DE
      ***   FUNCIONARIOS PARA O LAYOUT COM NIVEL (FUNCION-MASTER.CBL).
      ***   ANTES DE RODAR, A OPERACAO RENOMEIA O FUNCION.TXT ANTIGO
      ***   PARA FUNCANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   FUNCION.TXT NOVO. TODO FUNCIONARIO ENTRA NO NIVEL 01, PARA O
      ***   RH AJUSTAR DEPOIS. DEPOIS DE GRAVADO, O ARQUIVO NOVO E
      ***   RELIDO DO DISCO E CONFERIDO CONTRA O ANTIGO (LIDOS =
      ***   GRAVADOS + REJEITADOS, RELIDOS = GRAVADOS E SOMA DE
      ***   SALARIO), UMA LINHA NO RELATORIO CONVFUNC.TXT, ONDE TAMBEM
      ***   SAI CADA REGISTRO REJEITADO. NO CTRLTOT,
      ***   LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS E
      ***   VALOR-IN/VALOR-OUT A SOMA DE SALARIO GRAVADA E RELIDA.
      ***   REJEICAO OU DIVERGENCIA DEVOLVE RC 4. FUNCANT.TXT NAO
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
           SELECT FUNCIONARIO-ANTIGO ASSIGN TO 'C:\COBOL\FUNCANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FUNCANT-STATUS
             RECORD KEY IS FA-MATRICULA.
           SELECT FUNCIONARIOS ASSIGN TO 'C:\COBOL\FUNCION.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FUNC-STATUS
             RECORD KEY IS FU-MATRICULA.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVFUNC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIO-ANTIGO.
       01 FUNCIONARIO-ANTIGO-REG.
            05 FA-MATRICULA       PIC 9(06).
            05 FA-NOME            PIC X(30).
            05 FA-DEPARTAMENTO    PIC X(10).
            05 FA-DT-ADMISSAO     PIC 9(08).
            05 FA-SALARIO         PIC 9(07)V99.
            05 FA-SITUACAO        PIC X(01).
            05 FA-DT-DESLIGAMENTO PIC 9(08).
            05 FA-MOTIVO-DESLIG   PIC X(03).
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
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
       77 FUNCANT-STATUS   PIC 9(02) VALUE ZEROS.
       77 FUNC-STATUS      PIC 9(02) VALUE ZEROS.
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
             STRING 'CONVERSAO DO CADASTRO DE FUNCIONARIOS PARA O'
                    ' LAYOUT COM NIVEL - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-FUNCIONARIOS.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - FUNCIONARIOS: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-FUNCIONARIOS - RECRIA O FUNCION.TXT NO LAYOUT
      *>  NOVO A PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-FUNCIONARIOS.
      *>  --------------------------------------------------------------
             OPEN INPUT FUNCIONARIO-ANTIGO.
             IF FUNCANT-STATUS NOT = 0
               DISPLAY '*** FUNCANT.TXT NAO ENCONTRADO - '
                       'FUNCIONARIOS NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'FUNCANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO FUNCANT-STATUS
             ELSE
               OPEN OUTPUT FUNCIONARIOS
               READ FUNCIONARIO-ANTIGO
                 AT END MOVE 10 TO FUNCANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-FUNCIONARIO
                 UNTIL FUNCANT-STATUS = 10
               CLOSE FUNCIONARIO-ANTIGO FUNCIONARIOS
               OPEN INPUT FUNCIONARIOS
               READ FUNCIONARIOS NEXT
                 AT END MOVE 10 TO FUNC-STATUS
               END-READ
               PERFORM 1200-CONFERE-FUNCIONARIO
                 UNTIL FUNC-STATUS = 10
               CLOSE FUNCIONARIOS
               MOVE 0 TO FUNCANT-STATUS FUNC-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  1100-GRAVA-FUNCIONARIO - TODO FUNCIONARIO ENTRA NO NIVEL 01,
      *>  PARA O RH AJUSTAR DEPOIS; OS DEMAIS CAMPOS VAO COMO ESTAVAM.
      *>  --------------------------------------------------------------
       1100-GRAVA-FUNCIONARIO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO FUNCIONARIOS-REG.
             MOVE FA-MATRICULA       TO FU-MATRICULA.
             MOVE FA-NOME            TO FU-NOME.
             MOVE FA-DEPARTAMENTO    TO FU-DEPARTAMENTO.
             MOVE FA-DT-ADMISSAO     TO FU-DT-ADMISSAO.
             MOVE FA-SALARIO         TO FU-SALARIO.
             MOVE FA-SITUACAO        TO FU-SITUACAO.
             MOVE FA-DT-DESLIGAMENTO TO FU-DT-DESLIGAMENTO.
             MOVE FA-MOTIVO-DESLIG   TO FU-MOTIVO-DESLIG.
             MOVE 1                  TO FU-NIVEL.
             WRITE FUNCIONARIOS-REG
               INVALID KEY
                 MOVE 'FUNCIONARIO REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
               ADD FU-SALARIO TO WRK-CT-VALOR-IN
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'MATRICULA=' FA-MATRICULA ' NOME=' FA-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ FUNCIONARIO-ANTIGO
               AT END MOVE 10 TO FUNCANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-FUNCIONARIO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             ADD FU-SALARIO TO WRK-CT-VALOR-OUT.
             READ FUNCIONARIOS NEXT
               AT END MOVE 10 TO FUNC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-CONVERSAO - TODO REGISTRO LIDO NO ANTIGO FOI
      *>  GRAVADO OU REJEITADO, E O NOVO RELIDO TEM OS GRAVADOS
      *>  COM A MESMA SOMA DE SALARIO.
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
             STRING 'ARQUIVO=FUNCION'
                    ' LIDOS=' WRK-CT-LIDOS
                    ' GRAVADOS=' WRK-CT-PROCESSADOS
                    ' REJEITADOS=' WRK-CT-REJEITADOS
                    ' RELIDOS=' WRK-CT-CONFERIDOS
                    ' SALARIO-GRAVADO=' WRK-CT-VALOR-IN
                    ' SALARIO-RELIDO=' WRK-CT-VALOR-OUT
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
             MOVE 'CONVFUNC ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
