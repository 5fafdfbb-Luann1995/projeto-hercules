      ***   DENTRO DA COORTE E OS FORA DA CURVA A ENCAMINHAR (ALEM DE
      ***   1,5 VEZES O INTERVALO INTERQUARTIL). O FECHO COMPARA A
      ***   MEDIA DE CADA TURMA COM O SEMESTRE ANTERIOR
      ***   (RELIMCP.TXT) E TRAZ, POR TURMA, O PERCENTUAL DE ALUNOS NA
      ***   ZONA SAUDAVEL EM CADA TESTE DE APTIDAO FISICA DO SEMESTRE
      ***   (TESTEFIS.TXT, DO APTFIS).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ACCESS MODE IS RANDOM
             FILE STATUS IS ALUNOS-STATUS
             RECORD KEY IS AL-ID.
           SELECT TESTES-FISICOS ASSIGN TO 'C:\COBOL\TESTEFIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TESTE-STATUS
             RECORD KEY IS TF-CHAVE.
           SELECT RELAT-PERCENTIL ASSIGN TO 'C:\COBOL\RELIMCP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       FD IMC-HISTORICO.
       01 IMC-HISTORICO-REG    PIC X(100).
       FD ALUNOS.
       COPY 'ALUNO-MASTER.CBL'.
       FD TESTES-FISICOS.
       COPY 'TESTEFIS-MASTER.CBL'.
       FD RELAT-PERCENTIL.
       01 RELAT-PERCENTIL-REG  PIC X(120).
      *>  --------------------------------------------------------------
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 ALUNOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 TESTE-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-HOJE     PIC 9(04) VALUE ZEROS.
       77 WRK-MES-HOJE     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TUR      PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA-ATU    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIA-ANT    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QT-TUR-APT   PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TESTE    PIC 9(01) VALUE ZEROS.
       77 WRK-PERC-SAUD    PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-TESTE   PIC X(18) VALUE SPACES.
       01 WRK-LINHA        PIC X(100) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  ULTIMA MEDICAO DE CADA ALUNO NO SEMESTRE ATUAL E NO
                10 WRK-TUR-QT-ATU   PIC 9(03).
                10 WRK-TUR-SOMA-ANT PIC 9(05)V9.
                10 WRK-TUR-QT-ANT   PIC 9(03).
      *>  --------------------------------------------------------------
      *>  APTIDAO FISICA DO SEMESTRE: ULTIMA ZONA DE CADA TESTE DO
      *>  ALUNO LIDO (1 SENTAR E ALCANCAR, 2 CORRIDA, 3 ABDOMINAIS,
      *>  4 SALTO) E, POR TURMA, AVALIADOS E SAUDAVEIS POR TESTE.
      *>  --------------------------------------------------------------
       01 WRK-ZONAS-ALUNO.
            05 WRK-ZA-ZONA OCCURS 4 TIMES PIC X(01).
       01 WRK-TAB-TURMAS-APT.
            05 WRK-TA-ITEM OCCURS 20 TIMES.
                10 WRK-TA-NOME      PIC X(06).
                10 WRK-TA-TESTE OCCURS 4 TIMES.
                    15 WRK-TA-AVALIADOS  PIC 9(03).
                    15 WRK-TA-SAUDAVEIS  PIC 9(03).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 1000-CARREGA-MEDICOES.
             PERFORM 1500-COMPLETA-CADASTRO.
             PERFORM 2000-RELATORIO-COORTES.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CARREGA-MEDICOES - MESMOS DESLOCAMENTOS DO IMC-TREND:
      *>  ALUNO EM 7-11, DATA EM 18-25, IMC (X10) EM 54-56. A ULTIMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-ALUNOS.
             PERFORM 4000-RESUMO-ESCOLA.
             PERFORM 5000-RESUMO-APTIDAO.
             CLOSE RELAT-PERCENTIL.
             DISPLAY 'BOLETIM DE COORTES GRAVADO EM RELIMCP.TXT'.
      *>  --------------------------------------------------------------
                    DELIMITED BY SIZE INTO RELAT-PERCENTIL-REG.
             WRITE RELAT-PERCENTIL-REG.
      *>  --------------------------------------------------------------
      *>  5000-RESUMO-APTIDAO - TESTES DO SEMESTRE ATUAL NO TESTEFIS.TXT
      *>  (CHAVE ALUNO + DATA + TESTE, ENTAO O ULTIMO LIDO DE CADA
      *>  TESTE E O MAIS RECENTE). O ALUNO CONTA NA TURMA DO CADASTRO
      *>  EM CADA TESTE CLASSIFICADO; SEM REFERENCIA NAO ENTRA NA CONTA.
      *>  --------------------------------------------------------------
       5000-RESUMO-APTIDAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-PERCENTIL-REG.
             MOVE 'APTIDAO FISICA - % NA ZONA SAUDAVEL POR TURMA'
               TO RELAT-PERCENTIL-REG.
             WRITE RELAT-PERCENTIL-REG.
             INITIALIZE WRK-TAB-TURMAS-APT.
             MOVE 0 TO WRK-QT-TUR-APT.
             OPEN INPUT TESTES-FISICOS.
             IF TESTE-STATUS NOT = 0
               MOVE '  SEM TESTES DE APTIDAO FISICA NO SEMESTRE'
                 TO RELAT-PERCENTIL-REG
               WRITE RELAT-PERCENTIL-REG
               MOVE 0 TO TESTE-STATUS
             ELSE
               OPEN INPUT ALUNOS
               READ TESTES-FISICOS NEXT
                 AT END MOVE 10 TO TESTE-STATUS
               END-READ
               PERFORM 5100-ALUNO-APTIDAO UNTIL TESTE-STATUS = 10
               CLOSE TESTES-FISICOS
               IF ALUNOS-STATUS = 0
                 CLOSE ALUNOS
               END-IF
               MOVE 0 TO TESTE-STATUS ALUNOS-STATUS
               PERFORM 5300-LINHA-TURMA-APT
                 VARYING WRK-IDX-TUR FROM 1 BY 1
                 UNTIL WRK-IDX-TUR > WRK-QT-TUR-APT
             END-IF.
      *>  --------------------------------------------------------------
       5100-ALUNO-APTIDAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-ZONAS-ALUNO.
             MOVE TF-ALUNO TO WRK-ALUNO.
             PERFORM 5110-GUARDA-ZONA
               UNTIL TESTE-STATUS = 10 OR TF-ALUNO NOT = WRK-ALUNO.
             IF WRK-ZONAS-ALUNO NOT = SPACES
               PERFORM 5200-ACUMULA-TURMA-APT
             END-IF.
      *>  --------------------------------------------------------------
       5110-GUARDA-ZONA.
      *>  --------------------------------------------------------------
             MOVE TF-DT-TESTE TO WRK-DATA-LIDA.
             DIVIDE WRK-DATA-LIDA BY 10000
               GIVING WRK-ANO-LIDO REMAINDER WRK-RESTO.
             DIVIDE WRK-RESTO BY 100
               GIVING WRK-MES-LIDO REMAINDER WRK-RESTO.
             IF WRK-MES-LIDO <= 6
               COMPUTE WRK-SEM-LIDO = (WRK-ANO-LIDO * 2) + 1
             ELSE
               COMPUTE WRK-SEM-LIDO = (WRK-ANO-LIDO * 2) + 2
             END-IF.
             IF WRK-SEM-LIDO = WRK-SEM-ATUAL
               EVALUATE TRUE
                 WHEN TF-SENTAR-ALCANCAR MOVE 1 TO WRK-IDX-TESTE
                 WHEN TF-CORRIDA-6MIN    MOVE 2 TO WRK-IDX-TESTE
                 WHEN TF-ABDOMINAL       MOVE 3 TO WRK-IDX-TESTE
                 WHEN TF-SALTO-HORIZ     MOVE 4 TO WRK-IDX-TESTE
                 WHEN OTHER              MOVE 0 TO WRK-IDX-TESTE
               END-EVALUATE
               IF WRK-IDX-TESTE > 0
                 MOVE TF-ZONA TO WRK-ZA-ZONA(WRK-IDX-TESTE)
               END-IF
             END-IF.
             READ TESTES-FISICOS NEXT
               AT END MOVE 10 TO TESTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5200-ACUMULA-TURMA-APT.
      *>  --------------------------------------------------------------
             MOVE 'SEMCAD' TO WRK-TURMA-ATUAL.
             IF ALUNOS-STATUS = 0
               MOVE WRK-ALUNO TO AL-ID
               READ ALUNOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE AL-TURMA TO WRK-TURMA-ATUAL
               END-READ
             END-IF.
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX-TUR.
             PERFORM 5210-CONFERE-TURMA-APT
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX-TUR > WRK-QT-TUR-APT.
             IF WRK-ACHOU = 'N' AND WRK-QT-TUR-APT < 20
               ADD 1 TO WRK-QT-TUR-APT
               MOVE WRK-QT-TUR-APT TO WRK-IDX-TUR
               MOVE WRK-TURMA-ATUAL TO WRK-TA-NOME(WRK-IDX-TUR)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
             IF WRK-ACHOU = 'S'
               PERFORM 5220-CONTA-TESTE
                 VARYING WRK-IDX-TESTE FROM 1 BY 1
                 UNTIL WRK-IDX-TESTE > 4
             END-IF.
      *>  --------------------------------------------------------------
       5210-CONFERE-TURMA-APT.
      *>  --------------------------------------------------------------
             IF WRK-TA-NOME(WRK-IDX-TUR) = WRK-TURMA-ATUAL
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX-TUR
             END-IF.
      *>  --------------------------------------------------------------
       5220-CONTA-TESTE.
      *>  --------------------------------------------------------------
             IF WRK-ZA-ZONA(WRK-IDX-TESTE) = 'S'
                OR WRK-ZA-ZONA(WRK-IDX-TESTE) = 'R'
               ADD 1 TO WRK-TA-AVALIADOS(WRK-IDX-TUR, WRK-IDX-TESTE)
             END-IF.
             IF WRK-ZA-ZONA(WRK-IDX-TESTE) = 'S'
               ADD 1 TO WRK-TA-SAUDAVEIS(WRK-IDX-TUR, WRK-IDX-TESTE)
             END-IF.
      *>  --------------------------------------------------------------
       5300-LINHA-TURMA-APT.
      *>  --------------------------------------------------------------
             PERFORM 5310-LINHA-TESTE-APT
               VARYING WRK-IDX-TESTE FROM 1 BY 1
               UNTIL WRK-IDX-TESTE > 4.
      *>  --------------------------------------------------------------
       5310-LINHA-TESTE-APT.
      *>  --------------------------------------------------------------
             EVALUATE WRK-IDX-TESTE
               WHEN 1 MOVE 'SENTAR E ALCANCAR' TO WRK-NOME-TESTE
               WHEN 2 MOVE 'CORRIDA 6 MINUTOS' TO WRK-NOME-TESTE
               WHEN 3 MOVE 'ABDOMINAIS'        TO WRK-NOME-TESTE
               WHEN OTHER
                      MOVE 'SALTO HORIZONTAL'  TO WRK-NOME-TESTE
             END-EVALUATE.
             IF WRK-TA-AVALIADOS(WRK-IDX-TUR, WRK-IDX-TESTE) > 0
               COMPUTE WRK-PERC-SAUD ROUNDED =
                   (WRK-TA-SAUDAVEIS(WRK-IDX-TUR, WRK-IDX-TESTE) * 100)
                   / WRK-TA-AVALIADOS(WRK-IDX-TUR, WRK-IDX-TESTE)
             ELSE
               MOVE 0 TO WRK-PERC-SAUD
             END-IF.
             MOVE SPACES TO RELAT-PERCENTIL-REG.
             STRING 'TURMA=' WRK-TA-NOME(WRK-IDX-TUR)
                    ' TESTE=' WRK-NOME-TESTE
                    ' AVALIADOS='
                    WRK-TA-AVALIADOS(WRK-IDX-TUR, WRK-IDX-TESTE)
                    ' NA ZONA SAUDAVEL=' WRK-PERC-SAUD '%'
                    DELIMITED BY SIZE INTO RELAT-PERCENTIL-REG.
             WRITE RELAT-PERCENTIL-REG.
      *>  --------------------------------------------------------------
