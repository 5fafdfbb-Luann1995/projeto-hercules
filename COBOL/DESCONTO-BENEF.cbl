       IDENTIFICATION DIVISION.
       PROGRAM-ID. APOSDESC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MANUTENCAO DOS DESCONTOS DE
      ***   TERCEIROS NA FOLHA DE BENEFICIOS (DESCBENF.TXT): PENSAO
      ***   ALIMENTICIA POR ORDEM JUDICIAL (PERCENTUAL OU VALOR FIXO)
      ***   E EMPRESTIMO DESCONTADO DO BENEFICIO, AMARRADO A UM
      ***   CONTRATO ATIVO DO PROPRIO CLIENTE EM CONTRATO.TXT. A
      ***   FOLHA (APOSFOLH) APLICA OS DESCONTOS NA ORDEM DE
      ***   PRIORIDADE E GERA O CONTRACHEQUE.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCONTOS-BENEF ASSIGN TO 'C:\COBOL\DESCBENF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DESCONTO-STATUS
             RECORD KEY IS DB-CHAVE.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD DESCONTOS-BENEF.
       COPY 'DESCBENF-MASTER.CBL'.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 DESCONTO-STATUS  PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-VALIDO       PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN I-O DESCONTOS-BENEF.
             IF DESCONTO-STATUS = 35
               OPEN OUTPUT DESCONTOS-BENEF
               CLOSE DESCONTOS-BENEF
               OPEN I-O DESCONTOS-BENEF
             END-IF.
             PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9.
             CLOSE DESCONTOS-BENEF.
           STOP RUN.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'DESCONTOS NA FOLHA DE BENEFICIOS'.
             DISPLAY '1 - INCLUIR/ALTERAR DESCONTO'.
             DISPLAY '2 - LISTAR DESCONTOS DO CLIENTE'.
             DISPLAY '3 - ENCERRAR DESCONTO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-INCLUI-DESCONTO
               WHEN 2
                 PERFORM 2000-LISTA-DESCONTOS
               WHEN 3
                 PERFORM 3000-ENCERRA-DESCONTO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-INCLUI-DESCONTO - PENSAO ALIMENTICIA PEDE PROCESSO,
      *>  FAVORECIDO E PERCENTUAL OU VALOR; EMPRESTIMO PEDE O CONTRATO,
      *>  QUE PRECISA SER DO PROPRIO CLIENTE E ESTAR ATIVO.
      *>  --------------------------------------------------------------
       1000-INCLUI-DESCONTO.
      *>  --------------------------------------------------------------
             INITIALIZE DESCBENF-MASTER-REG.
             DISPLAY 'CODIGO DO CLIENTE BENEFICIARIO: '.
             ACCEPT DB-CLI-ID.
             DISPLAY 'SEQUENCIA DO DESCONTO.........: '.
             ACCEPT DB-SEQ.
             DISPLAY 'TIPO (P=PENSAO ALIMENTICIA E=EMPRESTIMO): '.
             ACCEPT DB-TIPO.
             DISPLAY 'PRIORIDADE DENTRO DO TIPO (1 A 9): '.
             ACCEPT DB-PRIORIDADE.
             MOVE 'N' TO WRK-VALIDO.
             IF DB-CLI-ID = 0 OR DB-SEQ = 0
                OR DB-PRIORIDADE = 0
                OR (NOT DB-PENSAO-ALIMENTOS AND NOT DB-EMPRESTIMO)
               DISPLAY '*** DADOS DO DESCONTO INVALIDOS ***'
             ELSE
               MOVE DB-CLI-ID TO WRK-CLI-ID
               PERFORM 1050-CONFERE-CLIENTE
               IF CLIENTE-STATUS = 0
                 IF DB-PENSAO-ALIMENTOS
                   PERFORM 1100-DADOS-PENSAO
                 ELSE
                   PERFORM 1200-DADOS-EMPRESTIMO
                 END-IF
               END-IF
             END-IF.
             IF WRK-VALIDO = 'S'
               MOVE WRK-DATA-HOJE TO DB-DT-INICIO
               MOVE 'A' TO DB-SITUACAO
               WRITE DESCBENF-MASTER-REG
                 INVALID KEY
                   REWRITE DESCBENF-MASTER-REG
                   DISPLAY 'DESCONTO ATUALIZADO'
                 NOT INVALID KEY
                   DISPLAY 'DESCONTO CADASTRADO'
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
       1050-CONFERE-CLIENTE.
      *>  --------------------------------------------------------------
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE WRK-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   MOVE 23 TO CLIENTE-STATUS
               END-READ
               IF CLIENTE-STATUS = 0 AND CLI-EXCLUIDO
                 MOVE 23 TO CLIENTE-STATUS
               END-IF
               CLOSE CLIENTE-MASTER
             END-IF.
             IF CLIENTE-STATUS NOT = 0
               DISPLAY '*** CLIENTE NAO CADASTRADO ***'
             END-IF.
      *>  --------------------------------------------------------------
       1100-DADOS-PENSAO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO PROCESSO............: '.
             ACCEPT DB-PROCESSO.
             DISPLAY 'FAVORECIDO....................: '.
             ACCEPT DB-FAVORECIDO.
             DISPLAY 'CPF DO FAVORECIDO.............: '.
             ACCEPT DB-FAV-CPF.
             DISPLAY 'BANCO DO FAVORECIDO...........: '.
             ACCEPT DB-FAV-BANCO.
             DISPLAY 'AGENCIA.......................: '.
             ACCEPT DB-FAV-AGENCIA.
             DISPLAY 'CONTA COM DIGITO..............: '.
             ACCEPT DB-FAV-CONTA.
             DISPLAY 'FORMA (P=PERCENTUAL V=VALOR FIXO): '.
             ACCEPT DB-FORMA.
             IF DB-PERCENTUAL
               DISPLAY 'PERCENTUAL (EX: 0,3000 = 30%).: '
               ACCEPT DB-PCT
             ELSE
               DISPLAY 'VALOR MENSAL R$...............: '
               ACCEPT DB-VALOR
             END-IF.
             IF DB-PROCESSO = SPACES OR DB-FAVORECIDO = SPACES
                OR (DB-PERCENTUAL AND
                    (DB-PCT = 0 OR DB-PCT > 1))
                OR (DB-VALOR-FIXO AND DB-VALOR = 0)
                OR (NOT DB-PERCENTUAL AND NOT DB-VALOR-FIXO)
               DISPLAY '*** DADOS DA PENSAO ALIMENTICIA INVALIDOS ***'
             ELSE
               MOVE 'S' TO WRK-VALIDO
             END-IF.
      *>  --------------------------------------------------------------
       1200-DADOS-EMPRESTIMO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO CONTRATO............: '.
             ACCEPT DB-CONTRATO.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE CONTRATOS INDISPONIVEL ***'
             ELSE
               MOVE DB-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   DISPLAY '*** CONTRATO NAO ENCONTRADO ***'
                 NOT INVALID KEY
                   IF CTR-CLI-ID NOT = DB-CLI-ID
                     DISPLAY '*** CONTRATO DE OUTRO CLIENTE ***'
                   ELSE
                     IF NOT CTR-ATIVO
                       DISPLAY '*** CONTRATO NAO ESTA ATIVO ***'
                     ELSE
                       MOVE 'S' TO WRK-VALIDO
                     END-IF
                   END-IF
               END-READ
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
      *>  --------------------------------------------------------------
       2000-LISTA-DESCONTOS.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE BENEFICIARIO: '.
             ACCEPT WRK-CLI-ID.
             MOVE 0 TO WRK-QT-LISTADOS.
             MOVE WRK-CLI-ID TO DB-CLI-ID.
             MOVE 0 TO DB-SEQ.
             START DESCONTOS-BENEF KEY IS NOT LESS THAN DB-CHAVE
               INVALID KEY
                 MOVE 10 TO DESCONTO-STATUS
             END-START.
             IF DESCONTO-STATUS NOT = 10
               READ DESCONTOS-BENEF NEXT
                 AT END MOVE 10 TO DESCONTO-STATUS
               END-READ
             END-IF.
             PERFORM 2100-LISTA-UM
               UNTIL DESCONTO-STATUS = 10
                  OR DB-CLI-ID NOT = WRK-CLI-ID.
             MOVE 0 TO DESCONTO-STATUS.
             DISPLAY 'DESCONTOS DO CLIENTE: ' WRK-QT-LISTADOS.
      *>  --------------------------------------------------------------
       2100-LISTA-UM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADOS.
             IF DB-PENSAO-ALIMENTOS
               DISPLAY DB-SEQ ' PENSAO ALIMENTICIA PROC=' DB-PROCESSO
                       ' FAVORECIDO=' DB-FAVORECIDO
               DISPLAY '   FORMA=' DB-FORMA ' PCT=' DB-PCT
                       ' VALOR=' DB-VALOR
                       ' PRIORIDADE=' DB-PRIORIDADE
                       ' SITUACAO=' DB-SITUACAO
             ELSE
               IF DB-DEVOLUCAO
                 DISPLAY DB-SEQ ' DEVOLUCAO INDEVIDO TITULAR='
                         DB-CONTRATO ' PCT=' DB-PCT
                         ' LIMITE=' DB-VL-LIMITE
                         ' SITUACAO=' DB-SITUACAO
               ELSE
                 DISPLAY DB-SEQ ' EMPRESTIMO CONTRATO=' DB-CONTRATO
                         ' PRIORIDADE=' DB-PRIORIDADE
                         ' SITUACAO=' DB-SITUACAO
               END-IF
             END-IF.
             DISPLAY '   ULTIMO DESCONTO=' DB-MES-ULT-DESCONTO
                     ' TOTAL DESCONTADO=' DB-TOT-DESCONTADO.
             READ DESCONTOS-BENEF NEXT
               AT END MOVE 10 TO DESCONTO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3000-ENCERRA-DESCONTO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE BENEFICIARIO: '.
             ACCEPT DB-CLI-ID.
             DISPLAY 'SEQUENCIA DO DESCONTO.........: '.
             ACCEPT DB-SEQ.
             READ DESCONTOS-BENEF
               INVALID KEY
                 DISPLAY '*** DESCONTO NAO ENCONTRADO ***'
               NOT INVALID KEY
                 MOVE 'E' TO DB-SITUACAO
                 REWRITE DESCBENF-MASTER-REG
                 DISPLAY 'DESCONTO ENCERRADO'
             END-READ.
      *>  --------------------------------------------------------------
