       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVALUN.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO CADASTRO DE ALUNOS
      ***   PARA O LAYOUT COM SEXO (ALUNO-MASTER.CBL). ANTES DE RODAR, A
      ***   OPERACAO RENOMEIA O ALUNOS.TXT ANTIGO PARA ALUNOANT.TXT; O
      ***   PROGRAMA LE O LAYOUT ANTIGO E GRAVA O ALUNOS.TXT NOVO. O
      ***   SEXO FICA EM BRANCO, PARA A ESCOLA INFORMAR NO CADASTRO DO
      ***   DESAFIO09. DEPOIS DE GRAVADO, O ARQUIVO NOVO E RELIDO DO
      ***   DISCO E CONFERIDO CONTRA O ANTIGO (LIDOS = GRAVADOS +
      ***   REJEITADOS, RELIDOS = GRAVADOS), UMA LINHA NO RELATORIO
      ***   CONVALUN.TXT, ONDE TAMBEM SAI CADA REGISTRO REJEITADO. NO
      ***   CTRLTOT, LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS.
      ***   REJEICAO OU DIVERGENCIA DEVOLVE RC 4. ALUNOANT.TXT NAO
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
           SELECT ALUNO-ANTIGO ASSIGN TO 'C:\COBOL\ALUNOANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ALUNOANT-STATUS
             RECORD KEY IS AA-ID.
           SELECT ALUNOS ASSIGN TO 'C:\COBOL\ALUNOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ALUNOS-STATUS
             RECORD KEY IS AL-ID.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVALUN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ALUNO-ANTIGO.
       01 ALUNO-ANTIGO-REG.
            05 AA-ID              PIC 9(05).
            05 AA-NOME            PIC X(30).
            05 AA-DT-NASC         PIC 9(08).
            05 AA-TURMA           PIC X(06).
       FD ALUNOS.
       COPY 'ALUNO-MASTER.CBL'.
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
       77 ALUNOANT-STATUS  PIC 9(02) VALUE ZEROS.
       77 ALUNOS-STATUS    PIC 9(02) VALUE ZEROS.
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
             STRING 'CONVERSAO DO CADASTRO DE ALUNOS PARA O LAYOUT'
                    ' COM SEXO - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-ALUNOS.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - ALUNOS: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-ALUNOS - RECRIA O ALUNOS.TXT NO LAYOUT NOVO A
      *>  PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-ALUNOS.
      *>  --------------------------------------------------------------
             OPEN INPUT ALUNO-ANTIGO.
             IF ALUNOANT-STATUS NOT = 0
               DISPLAY '*** ALUNOANT.TXT NAO ENCONTRADO - '
                       'ALUNOS NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'ALUNOANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO ALUNOANT-STATUS
             ELSE
               OPEN OUTPUT ALUNOS
               READ ALUNO-ANTIGO
                 AT END MOVE 10 TO ALUNOANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-ALUNO
                 UNTIL ALUNOANT-STATUS = 10
               CLOSE ALUNO-ANTIGO ALUNOS
               OPEN INPUT ALUNOS
               READ ALUNOS NEXT
                 AT END MOVE 10 TO ALUNOS-STATUS
               END-READ
               PERFORM 1200-CONFERE-ALUNO
                 UNTIL ALUNOS-STATUS = 10
               CLOSE ALUNOS
               MOVE 0 TO ALUNOANT-STATUS ALUNOS-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  1100-GRAVA-ALUNO - O SEXO FICA EM BRANCO, PARA A ESCOLA
      *>  INFORMAR NO CADASTRO DO DESAFIO09.
      *>  --------------------------------------------------------------
       1100-GRAVA-ALUNO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO ALUNOS-REG.
             MOVE AA-ID      TO AL-ID.
             MOVE AA-NOME    TO AL-NOME.
             MOVE AA-DT-NASC TO AL-DT-NASC.
             MOVE AA-TURMA   TO AL-TURMA.
             WRITE ALUNOS-REG
               INVALID KEY
                 MOVE 'ALUNO REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'ALUNO=' AA-ID ' NOME=' AA-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ ALUNO-ANTIGO
               AT END MOVE 10 TO ALUNOANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-ALUNO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             READ ALUNOS NEXT
               AT END MOVE 10 TO ALUNOS-STATUS
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
             STRING 'ARQUIVO=ALUNOS'
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
             MOVE 'CONVALUN ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
