       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOPER.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO CADASTRO DE
      ***   OPERADORES (OPERADOR.TXT) DO LAYOUT ANTIGO DE 33 POSICOES
      ***   PARA O ATUAL, COM AS ALCADAS OP-AUTORIZA, O GESTOR E A DATA
      ***   DA ULTIMA RECERTIFICACAO NO FIM DO REGISTRO (FD DO
      ***   MENU-PRINCIPAL, EMPLIBER, FXREMESS, SEGFUNC E SINREG). ANTES
      ***   DE RODAR, A OPERACAO RENOMEIA O OPERADOR.TXT ANTIGO PARA
      ***   OPERANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   OPERADOR.TXT NOVO. ALCADAS E GESTOR FICAM EM BRANCO E A DATA
      ***   DE RECERTIFICACAO ZERADA, ENTAO NA PRIMEIRA RECERTIFICACAO
      ***   DO SEGFUNC TODO OPERADOR ESTA PENDENTE; O ADMIN DEFINE
      ***   GESTOR E ALCADAS PELO MENU. DEPOIS DE GRAVADO, O ARQUIVO
      ***   NOVO E RELIDO DO DISCO E CONFERIDO CONTRA O ANTIGO (LIDOS =
      ***   GRAVADOS + REJEITADOS, RELIDOS = GRAVADOS), UMA LINHA NO
      ***   RELATORIO CONVOPER.TXT, ONDE TAMBEM SAI CADA REGISTRO
      ***   REJEITADO. NO CTRLTOT, LIDOS/PROCESSADOS/REJEITADOS SAO
      ***   REGISTROS. REJEICAO OU DIVERGENCIA DEVOLVE RC 4. OPERANT.TXT
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
           SELECT OPERADOR-ANTIGO ASSIGN TO 'C:\COBOL\OPERANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPERANT-STATUS
             RECORD KEY IS OA-ID.
           SELECT OPERADORES ASSIGN TO 'C:\COBOL\OPERADOR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OP-ID.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVOPER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR-ANTIGO.
       01 OPERADOR-ANTIGO-REG.
            05 OA-ID           PIC X(10).
            05 OA-SENHA-HASH   PIC 9(09).
            05 OA-PERFIL       PIC X(12).
            05 OA-FALHAS       PIC 9(01).
            05 OA-BLOQUEADO    PIC X(01).
       FD OPERADORES.
       01 OPERADORES-REG.
            05 OP-ID           PIC X(10).
            05 OP-SENHA-HASH   PIC 9(09).
            05 OP-PERFIL       PIC X(12).
            05 OP-FALHAS       PIC 9(01).
            05 OP-BLOQUEADO    PIC X(01).
            05 OP-AUTORIZA     PIC X(03).
            05 OP-GESTOR       PIC X(10).
            05 OP-DT-RECERT    PIC 9(08).
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
       77 OPERANT-STATUS   PIC 9(02) VALUE ZEROS.
       77 OPER-STATUS      PIC 9(02) VALUE ZEROS.
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
             STRING 'CONVERSAO DO CADASTRO DE OPERADORES PARA O'
                    ' LAYOUT COM ALCADAS, GESTOR E RECERTIFICACAO - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-OPERADORES.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - OPERADORES: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-OPERADORES - RECRIA O OPERADOR.TXT NO LAYOUT
      *>  NOVO A PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-OPERADORES.
      *>  --------------------------------------------------------------
             OPEN INPUT OPERADOR-ANTIGO.
             IF OPERANT-STATUS NOT = 0
               DISPLAY '*** OPERANT.TXT NAO ENCONTRADO - '
                       'OPERADORES NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'OPERANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO OPERANT-STATUS
             ELSE
               OPEN OUTPUT OPERADORES
               READ OPERADOR-ANTIGO
                 AT END MOVE 10 TO OPERANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-OPERADOR
                 UNTIL OPERANT-STATUS = 10
               CLOSE OPERADOR-ANTIGO OPERADORES
               OPEN INPUT OPERADORES
               READ OPERADORES NEXT
                 AT END MOVE 10 TO OPER-STATUS
               END-READ
               PERFORM 1200-CONFERE-OPERADOR
                 UNTIL OPER-STATUS = 10
               CLOSE OPERADORES
               MOVE 0 TO OPERANT-STATUS OPER-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  1100-GRAVA-OPERADOR - ALCADAS 13-15 EM BRANCO (SO N NEGA,
      *>  ENTAO O OPERADOR CONTINUA ACEITO NO EMPLIBER E NO SINREG), SEM
      *>  GESTOR (RESPONDE O ADMIN) E SEM DATA DE RECERTIFICACAO.
      *>  --------------------------------------------------------------
       1100-GRAVA-OPERADOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO OPERADORES-REG.
             MOVE OA-ID           TO OP-ID.
             MOVE OA-SENHA-HASH   TO OP-SENHA-HASH.
             MOVE OA-PERFIL       TO OP-PERFIL.
             MOVE OA-FALHAS       TO OP-FALHAS.
             MOVE OA-BLOQUEADO    TO OP-BLOQUEADO.
             MOVE SPACES          TO OP-AUTORIZA OP-GESTOR.
             MOVE ZEROS           TO OP-DT-RECERT.
             WRITE OPERADORES-REG
               INVALID KEY
                 MOVE 'OPERADOR REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'OPERADOR=' OA-ID ' PERFIL=' OA-PERFIL
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ OPERADOR-ANTIGO
               AT END MOVE 10 TO OPERANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-OPERADOR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             READ OPERADORES NEXT
               AT END MOVE 10 TO OPER-STATUS
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
             STRING 'ARQUIVO=OPERADOR'
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
             MOVE 'CONVOPER ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
