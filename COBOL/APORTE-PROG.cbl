      ***   UM APORTE EM INVPOSIC.TXT COM A TAXA DO DIA DE
      ***   TAXAREF.TXT. EXECUTADAS E FALHAS SAEM NO RELATORIO
      ***   RELAPORT.TXT, E O CLIENTE DEIXA DE VIR AO BALCAO TODO
      ***   MES. CADASTRO E EXECUCAO PASSAM PELO SUITAB (PRODUTO
      ***   CONTRA O PERFIL DO INVESTIDOR): RISCO ACIMA DO PERFIL SO
      ***   COM TERMO DE CIENCIA (AO-TERMO); PERFIL AUSENTE OU VENCIDO
      ***   BLOQUEIA A EXECUCAO, QUE FICA COMO FALHA NO RELATORIO E
      ***   VOLTA A SER TENTADA NA RODADA SEGUINTE. A ORDEM APONTA A
      ***   EMISSAO DO CADASTRO DE EMISSORES (AO-EMISPROD) E O INVFGC
      ***   CONFERE O LIMITE DO FGC POR EMISSOR: NO CADASTRO O CLIENTE
      ***   CONFIRMA O EXCEDENTE SEM GARANTIA (AO-FGC-CIENTE); SEM ESSA
      ***   CONFIRMACAO A EXECUCAO QUE PASSAR DO LIMITE E BLOQUEADA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT POSICAO-EMISSAO ASSIGN TO 'C:\COBOL\POSEMIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS POSEMIS-STATUS
             RECORD KEY IS PE-CHAVE.
           SELECT TAXA-REF ASSIGN TO 'C:\COBOL\TAXAREF.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TAXAREF-STATUS.
            05 AO-SITUACAO     PIC X(01).
                88 AO-ATIVA        VALUE 'A'.
                88 AO-ENCERRADA    VALUE 'E'.
            05 AO-TERMO        PIC X(01).
            05 AO-EMISPROD     PIC 9(04).
            05 AO-FGC-CIENTE   PIC X(01).
       FD ORDEM-CTRL.
       01 ORDEM-CTRL-REG.
            05 CTRL-CHAVE      PIC 9(01).
            05 IP-SALDO            PIC 9(09)V99.
            05 IP-MESES            PIC 9(03).
            05 IP-SITUACAO         PIC X(01).
       FD POSICAO-EMISSAO.
       COPY 'POSEMIS-MASTER.CBL'.
       FD TAXA-REF.
       01 TAXA-REF-REG.
            05 TR-DATA          PIC 9(08).
       77 TAXAREF-STATUS   PIC 9(02) VALUE ZEROS.
       77 FERIADOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 POSEMIS-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-FG-LIBERA    PIC X(01) VALUE 'S'.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-TAXA-DIA     PIC 9V9999 VALUE ZEROS.
       01 WRK-TAB-TAXAS.
            05 WRK-TAXA-PROD OCCURS 14 TIMES PIC 9V9999.
       01 WRK-SUITABILITY.
            05 WRK-ST-FUNCAO       PIC X(01)    VALUE SPACES.
            05 WRK-ST-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-ST-PRODUTO      PIC 9(01)    VALUE ZEROS.
            05 WRK-ST-VALOR        PIC 9(07)V99 VALUE ZEROS.
            05 WRK-ST-TERMO        PIC X(01)    VALUE SPACES.
            05 WRK-ST-ORIGEM       PIC X(08)    VALUE 'INVAPORT'.
            05 WRK-ST-REFERENCIA   PIC 9(08)    VALUE ZEROS.
            05 WRK-ST-PERFIL       PIC X(01)    VALUE SPACES.
            05 WRK-ST-RISCO        PIC X(01)    VALUE SPACES.
            05 WRK-ST-RESULTADO    PIC X(01)    VALUE SPACES.
            05 WRK-ST-MOTIVO       PIC X(01)    VALUE SPACES.
       01 WRK-FGC.
            05 WRK-FG-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-FG-EMISPROD     PIC 9(04)    VALUE ZEROS.
            05 WRK-FG-VALOR        PIC 9(07)V99 VALUE ZEROS.
            05 WRK-FG-TIPO         PIC 9(01)    VALUE ZEROS.
            05 WRK-FG-EMISSOR      PIC X(30)    VALUE SPACES.
            05 WRK-FG-COBERTO      PIC X(01)    VALUE SPACES.
            05 WRK-FG-SALDO        PIC 9(11)V99 VALUE ZEROS.
            05 WRK-FG-LIMITE       PIC 9(09)V99 VALUE ZEROS.
            05 WRK-FG-RESULTADO    PIC X(01)    VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA CONGRUENCIA DE ZELLER, NO MESMO DESENHO DO CALDIAS
      *>  (0 = SABADO, 1 = DOMINGO).
             ACCEPT AO-PRODUTO.
             DISPLAY 'VALOR MENSAL R$...........: '.
             ACCEPT AO-VALOR.
             DISPLAY 'CODIGO DA EMISSAO.........: '.
             ACCEPT AO-EMISPROD.
             DISPLAY 'DIA DO MES (1 A 28).......: '.
             ACCEPT AO-DIA-MES.
             DISPLAY 'PRAZO DE CADA APORTE (MESES): '.
                OR AO-DIA-MES < 1 OR AO-DIA-MES > 28
               DISPLAY '*** DADOS DA ORDEM INVALIDOS ***'
             ELSE
               PERFORM 1040-CONFERE-FGC
               IF WRK-FG-LIBERA = 'S'
                 PERFORM 1050-CONFERE-SUITABILITY
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1040-CONFERE-FGC - EMISSAO ATIVA E DO PRODUTO DA ORDEM; SE UM
      *>  APORTE JA PASSA DO LIMITE DO FGC NO EMISSOR, O CLIENTE TEM DE
      *>  CONFIRMAR O EXCEDENTE SEM GARANTIA, GUARDADO NA ORDEM.
      *>  --------------------------------------------------------------
       1040-CONFERE-FGC.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-FG-LIBERA.
             MOVE 'N' TO AO-FGC-CIENTE.
             MOVE AO-CLI-ID   TO WRK-FG-CLI-ID.
             MOVE AO-EMISPROD TO WRK-FG-EMISPROD.
             MOVE AO-VALOR    TO WRK-FG-VALOR.
             CALL 'INVFGC' USING WRK-FGC.
             EVALUATE TRUE
               WHEN WRK-FG-RESULTADO = 'N'
                 MOVE 'N' TO WRK-FG-LIBERA
                 DISPLAY '*** EMISSAO NAO CADASTRADA OU INATIVA ***'
               WHEN WRK-FG-TIPO NOT = AO-PRODUTO
                 MOVE 'N' TO WRK-FG-LIBERA
                 DISPLAY '*** EMISSAO NAO E DO PRODUTO DA ORDEM ***'
               WHEN WRK-FG-RESULTADO = 'A'
                 DISPLAY '* ATENCAO: SALDO COBERTO PELO FGC NO EMISSOR '
                         WRK-FG-EMISSOR
                 DISPLAY '* HOJE ' WRK-FG-SALDO ' - COM O APORTE PASSA'
                         ' DO LIMITE DE ' WRK-FG-LIMITE
                 DISPLAY 'CLIENTE CIENTE DO EXCEDENTE SEM GARANTIA'
                         ' (S/N): '
                 ACCEPT AO-FGC-CIENTE
                 IF AO-FGC-CIENTE NOT = 'S'
                   MOVE 'N' TO WRK-FG-LIBERA
                   DISPLAY '*** ORDEM NAO CONFIRMADA - LIMITE FGC ***'
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1050-CONFERE-SUITABILITY - RISCO ACIMA DO PERFIL PEDE O TERMO
      *>  DE CIENCIA, GUARDADO NA ORDEM PARA AS EXECUCOES MENSAIS. SEM
      *>  TERMO, SEM PERFIL OU COM PERFIL VENCIDO A ORDEM NAO E
      *>  CADASTRADA E O BLOQUEIO FICA REGISTRADO (FUNCAO R).
      *>  --------------------------------------------------------------
       1050-CONFERE-SUITABILITY.
      *>  --------------------------------------------------------------
             MOVE 'V'        TO WRK-ST-FUNCAO.
             MOVE AO-CLI-ID  TO WRK-ST-CLI-ID.
             MOVE AO-PRODUTO TO WRK-ST-PRODUTO.
             MOVE AO-VALOR   TO WRK-ST-VALOR.
             MOVE 'N'        TO WRK-ST-TERMO.
             MOVE ZEROS      TO WRK-ST-REFERENCIA.
             CALL 'SUITAB' USING WRK-SUITABILITY.
             IF WRK-ST-MOTIVO = 'R'
               DISPLAY 'PRODUTO DE RISCO ACIMA DO PERFIL '
                       WRK-ST-PERFIL ' DO CLIENTE'
               DISPLAY 'TERMO DE CIENCIA DE RISCO ASSINADO (S/N): '
               ACCEPT WRK-ST-TERMO
             END-IF.
             IF WRK-ST-MOTIVO NOT = SPACE
               MOVE 'R' TO WRK-ST-FUNCAO
               CALL 'SUITAB' USING WRK-SUITABILITY
             END-IF.
             EVALUATE TRUE
               WHEN WRK-ST-MOTIVO = 'S' OR WRK-ST-MOTIVO = 'V'
                 DISPLAY '*** PERFIL DO INVESTIDOR INEXISTENTE OU'
                         ' VENCIDO - REFAZER O QUESTIONARIO ***'
               WHEN WRK-ST-RESULTADO = 'B'
                 DISPLAY '*** ORDEM BLOQUEADA - SUITABILITY ***'
               WHEN OTHER
                 PERFORM 9700-PROX-NUM-ORDEM
                 MOVE WRK-NUM-ORDEM TO AO-NUMERO
                 MOVE ZEROS TO AO-MES-ULT-EXEC
                 MOVE 'A' TO AO-SITUACAO
                 MOVE WRK-ST-TERMO TO AO-TERMO
                 WRITE APORTE-ORDENS-REG
                 DISPLAY 'ORDEM PERMANENTE ' AO-NUMERO ' CADASTRADA'
             END-EVALUATE.
      *>  --------------------------------------------------------------
       2000-CANCELA-ORDEM.
      *>  --------------------------------------------------------------
                 CLOSE INVEST-POSICAO
                 OPEN I-O INVEST-POSICAO
               END-IF
               OPEN I-O POSICAO-EMISSAO
               IF POSEMIS-STATUS = 35
                 OPEN OUTPUT POSICAO-EMISSAO
                 CLOSE POSICAO-EMISSAO
                 OPEN I-O POSICAO-EMISSAO
               END-IF
               MOVE 0 TO AO-NUMERO
               START APORTE-ORDENS KEY IS NOT LESS THAN AO-NUMERO
                 INVALID KEY MOVE 10 TO ORDENS-STATUS
               END-IF
               PERFORM 3100-EXECUTA-UMA UNTIL ORDENS-STATUS = 10
               MOVE 0 TO ORDENS-STATUS
               CLOSE INVEST-POSICAO POSICAO-EMISSAO
               MOVE 0 TO POSEMIS-STATUS
               MOVE SPACES TO RELAT-APORTE-REG
               STRING 'EXECUTADAS=' WRK-QT-EXEC
                      ' FALHAS=' WRK-QT-FALHA
                 WHEN AO-MES-ULT-EXEC = WRK-MES-ATUAL
                   CONTINUE
                 WHEN WRK-DIA-HOJE >= AO-DIA-MES
                   PERFORM 3140-CONFERE-FGC
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             READ APORTE-ORDENS NEXT
               AT END MOVE 10 TO ORDENS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3140-CONFERE-FGC - A CADA EXECUCAO O SALDO COBERTO NO EMISSOR
      *>  E CONFERIDO DE NOVO. PASSANDO DO LIMITE SEM A CONFIRMACAO DO
      *>  CLIENTE NA ORDEM, OU COM A EMISSAO INATIVADA, A EXECUCAO E
      *>  BLOQUEADA COMO FALHA E A ORDEM VOLTA NA PROXIMA RODADA. ORDEM
      *>  ANTERIOR AO CADASTRO DE EMISSORES (SEM EMISSAO) NAO CONFERE.
      *>  --------------------------------------------------------------
       3140-CONFERE-FGC.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-FG-LIBERA.
             MOVE SPACES TO WRK-FG-RESULTADO.
             IF AO-EMISPROD IS NUMERIC AND AO-EMISPROD > 0
               MOVE AO-CLI-ID   TO WRK-FG-CLI-ID
               MOVE AO-EMISPROD TO WRK-FG-EMISPROD
               MOVE AO-VALOR    TO WRK-FG-VALOR
               CALL 'INVFGC' USING WRK-FGC
             END-IF.
             IF WRK-FG-RESULTADO = 'N'
                OR (WRK-FG-RESULTADO = 'A' AND AO-FGC-CIENTE NOT = 'S')
               MOVE 'N' TO WRK-FG-LIBERA
               ADD 1 TO WRK-QT-FALHA
               MOVE SPACES TO RELAT-APORTE-REG
               STRING 'ORDEM=' AO-NUMERO
                      ' CLIENTE=' AO-CLI-ID
                      ' FALHA: BLOQUEADA LIMITE FGC - EMISSAO '
                      AO-EMISPROD ' SALDO COBERTO ' WRK-FG-SALDO
                      DELIMITED BY SIZE INTO RELAT-APORTE-REG
               WRITE RELAT-APORTE-REG
             END-IF.
             IF WRK-FG-LIBERA = 'S'
               PERFORM 3150-CONFERE-SUITABILITY
             END-IF.
      *>  --------------------------------------------------------------
      *>  3150-CONFERE-SUITABILITY - CADA EXECUCAO E CONFERIDA DE NOVO
      *>  CONTRA O PERFIL DO DIA, COM O TERMO GUARDADO NA ORDEM. O
      *>  BLOQUEIO NAO ENCERRA A ORDEM: SAI COMO FALHA E A ORDEM VOLTA
      *>  NA PROXIMA RODADA, ATE O CLIENTE REFAZER O QUESTIONARIO.
      *>  --------------------------------------------------------------
       3150-CONFERE-SUITABILITY.
      *>  --------------------------------------------------------------
             MOVE 'R'        TO WRK-ST-FUNCAO.
             MOVE AO-CLI-ID  TO WRK-ST-CLI-ID.
             MOVE AO-PRODUTO TO WRK-ST-PRODUTO.
             MOVE AO-VALOR   TO WRK-ST-VALOR.
             MOVE AO-TERMO   TO WRK-ST-TERMO.
             MOVE AO-NUMERO  TO WRK-ST-REFERENCIA.
             CALL 'SUITAB' USING WRK-SUITABILITY.
             IF WRK-ST-RESULTADO = 'B'
               ADD 1 TO WRK-QT-FALHA
               MOVE SPACES TO RELAT-APORTE-REG
               STRING 'ORDEM=' AO-NUMERO
                      ' CLIENTE=' AO-CLI-ID
                      ' FALHA: BLOQUEADA SUITABILITY - MOTIVO '
                      WRK-ST-MOTIVO ' PERFIL ' WRK-ST-PERFIL
                      DELIMITED BY SIZE INTO RELAT-APORTE-REG
               WRITE RELAT-APORTE-REG
             ELSE
               PERFORM 3200-GRAVA-APORTE
             END-IF.
      *>  --------------------------------------------------------------
       3200-GRAVA-APORTE.
      *>  --------------------------------------------------------------
                   ADD 1 TO WRK-QT-EXEC
                   MOVE WRK-MES-ATUAL TO AO-MES-ULT-EXEC
                   REWRITE APORTE-ORDENS-REG
                   PERFORM 3250-GRAVA-VINCULO-EMISSAO
                   MOVE SPACES TO RELAT-APORTE-REG
                   STRING 'ORDEM=' AO-NUMERO
                          ' CLIENTE=' AO-CLI-ID
                   WRITE RELAT-APORTE-REG
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
       3250-GRAVA-VINCULO-EMISSAO.
      *>  --------------------------------------------------------------
             IF AO-EMISPROD IS NUMERIC AND AO-EMISPROD > 0
               MOVE IP-CHAVE      TO PE-CHAVE
               MOVE AO-EMISPROD   TO PE-EMISPROD
               MOVE WRK-DATA-HOJE TO PE-DT-VINCULO
               WRITE POSEMIS-MASTER-REG
                 INVALID KEY
                   REWRITE POSEMIS-MASTER-REG
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
      *>  3300-PROXIMA-SEQUENCIA - MAIOR IP-SEQ DO CLIENTE MAIS UM, NO
      *>  MESMO DESENHO DO APORTE MANUAL DO CALC-INVEST.
