       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTFORMA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = COTACOES AOS CLIENTES DOS
      ***   ORCAMENTOS DE LOTE DO DESAFIO02 (FORMASOR.TXT): CADA
      ***   COTACAO (COTACAO.TXT, NUMERO PROPRIO NO COTCTRL.TXT) LIGA
      ***   UM CLIENTE DO CLIENTE.TXT A UM ORCAMENTO, COM VALOR E DATA
      ***   DE VALIDADE. A ALTERACAO PEDIDA PELO CLIENTE VIRA NOVA
      ***   REVISAO COM NOVO ORCAMENTO, GUARDANDO O HISTORICO. A
      ***   REVISAO VIGENTE TERMINA ACEITA, RECUSADA COM O MOTIVO, OU
      ***   EXPIRADA - TODA EXECUCAO EXPIRA AS COTACOES ABERTAS COM A
      ***   VALIDADE VENCIDA (PASSO NOTURNO: PARM EXPIRA). O ACEITE
      ***   ACRESCENTA AO FORMASOR.TXT A LINHA APROVADO DO ORCAMENTO, E
      ***   SO COTACAO ACEITA ABRE ORDEM DE PRODUCAO (ORDPROD).
      ***   RELATORIO MENSAL DE CONVERSAO EM RELCOTAC.TXT (PARM
      ***   CONVERS, MES CORRENTE): COTACOES POR SITUACAO, VALOR
      ***   GANHO X PERDIDO E OS MOTIVOS DE RECUSA MAIS FREQUENTES.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACOES ASSIGN TO 'C:\COBOL\COTACAO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COTACAO-STATUS
             RECORD KEY IS CQ-CHAVE.
           SELECT COTACAO-CTRL ASSIGN TO 'C:\COBOL\COTCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT FORMAS-ORCAMENTO ASSIGN TO 'C:\COBOL\FORMASOR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORCA-STATUS.
           SELECT RELAT-CONVERSAO ASSIGN TO 'C:\COBOL\RELCOTAC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COTACOES.
       COPY 'COTACAO-MASTER.CBL'.
       FD COTACAO-CTRL.
       01 COTACAO-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(06).
      *>  --------------------------------------------------------------
      *>  LINHAS DO ORCAMENTO DE LOTE GRAVADAS PELO DESAFIO02 (9956):
      *>  'ORC=' + NUMERO + ' LOTE=' + DATA E OS CAMPOS EM POSICAO FIXA.
      *>  --------------------------------------------------------------
       FD FORMAS-ORCAMENTO.
       01 FORMAS-ORCAMENTO-REG.
            05 FO-ROTULO           PIC X(04).
            05 FO-NUMERO           PIC 9(06).
            05 FO-TIPO             PIC X(06).
            05 FO-DATA             PIC 9(08).
            05 FILLER              PIC X(76).
       01 FO-LINHA-PECAS.
            05 FILLER              PIC X(24).
            05 FO-ROT-PECAS        PIC X(07).
            05 FO-PECAS            PIC 9(05).
            05 FILLER              PIC X(64).
       01 FO-LINHA-CHAPAS.
            05 FILLER              PIC X(24).
            05 FO-ROT-CHAPAS       PIC X(08).
            05 FILLER              PIC X(53).
            05 FO-CUSTO            PIC 9(09)V99.
            05 FILLER              PIC X(04).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD RELAT-CONVERSAO.
       01 RELAT-CONVERSAO-REG      PIC X(100).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 COTACAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 ORCA-STATUS      PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-CLI-OK       PIC X(01) VALUE 'N'.
       77 WRK-PARM-EXEC    PIC X(07) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-NUM-COT      PIC 9(06) VALUE ZEROS.
       77 WRK-REV-VIGENTE  PIC 9(02) VALUE ZEROS.
       77 WRK-COT-ACHOU    PIC X(01) VALUE 'N'.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-DT-ORIGINAL  PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-ORC      PIC 9(06) VALUE ZEROS.
       77 WRK-ORC-ACHOU    PIC X(01) VALUE 'N'.
       77 WRK-ORC-EM-COT   PIC X(01) VALUE 'N'.
       77 WRK-ORC-PECAS    PIC 9(05) VALUE ZEROS.
       77 WRK-ORC-CUSTO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIAS-VALIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO-COD   PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-QT-EXPIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SOMAR   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-RESULT  PIC 9(08) VALUE ZEROS.
       77 WRK-DC-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-RESTO     PIC 9(04) VALUE ZEROS.
       77 WRK-DC-DIAS      PIC 9(08) VALUE ZEROS.
       77 WRK-MES-REL      PIC 9(06) VALUE ZEROS.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-2        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-REVISOES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DECIDIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-CONVERSAO PIC 9(03)V9 VALUE ZEROS.
       77 WRK-VL-PERDIDO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ED-QT        PIC ZZZZ9.
       77 WRK-ED-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-VALOR-2   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-PCT       PIC ZZ9,9.
      *>  --------------------------------------------------------------
      *>  MOTIVOS DE RECUSA (CQ-MOTIVO-COD 01 A 07) E OS ACUMULADORES DO
      *>  RELATORIO DE CONVERSAO: POR SITUACAO (1 ABERTA, 2 ACEITA,
      *>  3 RECUSADA, 4 EXPIRADA) E POR MOTIVO DE RECUSA.
      *>  --------------------------------------------------------------
       01 WRK-TAB-MOTIVOS.
            05 FILLER PIC X(25) VALUE 'PRECO ACIMA DO ESPERADO'.
            05 FILLER PIC X(25) VALUE 'PRAZO DE ENTREGA'.
            05 FILLER PIC X(25) VALUE 'FECHOU COM CONCORRENTE'.
            05 FILLER PIC X(25) VALUE 'CLIENTE DESISTIU'.
            05 FILLER PIC X(25) VALUE 'ESPECIFICACAO NAO ATENDE'.
            05 FILLER PIC X(25) VALUE 'SEM RETORNO DO CLIENTE'.
            05 FILLER PIC X(25) VALUE 'OUTROS'.
       01 WRK-TAB-MOTIVOS-R REDEFINES WRK-TAB-MOTIVOS.
            05 WRK-MOTIVO-DESCR OCCURS 7 TIMES PIC X(25).
       01 WRK-TAB-SITUACAO.
            05 WRK-ST-ITEM OCCURS 4 TIMES.
                10 WRK-ST-QT         PIC 9(05).
                10 WRK-ST-VALOR      PIC 9(11)V99.
       01 WRK-TAB-RECUSA.
            05 WRK-RC-ITEM OCCURS 7 TIMES.
                10 WRK-RC-COD        PIC 9(02).
                10 WRK-RC-QT         PIC 9(05).
                10 WRK-RC-VALOR      PIC 9(11)V99.
       01 WRK-TROCA-RECUSA.
            05 WRK-TR-COD            PIC 9(02).
            05 WRK-TR-QT             PIC 9(05).
            05 WRK-TR-VALOR          PIC 9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             PERFORM 0060-EXPIRA-VENCIDAS.
             EVALUATE WRK-PARM-EXEC
               WHEN 'EXPIRA'
                 DISPLAY 'COTACOES EXPIRADAS: ' WRK-QT-EXPIRADAS
               WHEN 'CONVERS'
                 MOVE 'BATCH' TO WRK-OPERADOR
                 MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REL
                 PERFORM 6000-RELATORIO-CONVERSAO
               WHEN OTHER
                 DISPLAY 'CODIGO DO OPERADOR: '
                 ACCEPT WRK-OPERADOR
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE COTACOES COTACAO-CTRL.
             IF WRK-CLI-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-ABRE-ARQUIVOS - O CADASTRO DE CLIENTES SO E CONSULTADO:
      *>  SEM ELE NAO HA COTACAO NOVA, MAS O RESTO DO CICLO SEGUE.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O COTACOES.
             IF COTACAO-STATUS = 35
               OPEN OUTPUT COTACOES
               CLOSE COTACOES
               OPEN I-O COTACOES
             END-IF.
             OPEN I-O COTACAO-CTRL.
             IF CTRL-STATUS = 35
               OPEN OUTPUT COTACAO-CTRL
               CLOSE COTACAO-CTRL
               OPEN I-O COTACAO-CTRL
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLI-OK
             END-IF.
      *>  --------------------------------------------------------------
      *>  0060-EXPIRA-VENCIDAS - COTACAO ABERTA COM A VALIDADE ANTERIOR
      *>  A HOJE PASSA A EXPIRADA, EM TODA EXECUCAO.
      *>  --------------------------------------------------------------
       0060-EXPIRA-VENCIDAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-EXPIRADAS.
             MOVE 0 TO CQ-NUMERO CQ-REVISAO.
             START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY MOVE 10 TO COTACAO-STATUS
             END-START.
             IF COTACAO-STATUS NOT = 10
               READ COTACOES NEXT
                 AT END MOVE 10 TO COTACAO-STATUS
               END-READ
             END-IF.
             PERFORM 0070-EXPIRA-UMA UNTIL COTACAO-STATUS = 10.
             MOVE 0 TO COTACAO-STATUS.
      *>  --------------------------------------------------------------
       0070-EXPIRA-UMA.
      *>  --------------------------------------------------------------
             IF CQ-ABERTA AND CQ-DT-VALIDADE < WRK-DATA-HOJE
               MOVE 'E' TO CQ-SITUACAO
               MOVE WRK-DATA-HOJE TO CQ-DT-SITUACAO
               REWRITE COTACAO-MASTER-REG
               ADD 1 TO WRK-QT-EXPIRADAS
             END-IF.
             READ COTACOES NEXT
               AT END MOVE 10 TO COTACAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'COTACOES DE ORCAMENTOS DE LOTE'.
             DISPLAY '1 - NOVA COTACAO'.
             DISPLAY '2 - REVISAR COTACAO (ALTERACAO DO CLIENTE)'.
             DISPLAY '3 - REGISTRAR ACEITE'.
             DISPLAY '4 - REGISTRAR RECUSA'.
             DISPLAY '5 - CONSULTAR COTACAO E REVISOES'.
             DISPLAY '6 - RELATORIO MENSAL DE CONVERSAO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-NOVA-COTACAO
               WHEN 2
                 PERFORM 2000-REVISA-COTACAO
               WHEN 3
                 PERFORM 3000-REGISTRA-ACEITE
               WHEN 4
                 PERFORM 4000-REGISTRA-RECUSA
               WHEN 5
                 PERFORM 5000-CONSULTA-COTACAO
               WHEN 6
                 DISPLAY 'MES DO RELATORIO (AAAAMM): '
                 ACCEPT WRK-MES-REL
                 PERFORM 6000-RELATORIO-CONVERSAO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-NOVA-COTACAO - CLIENTE ATIVO DO CLIENTE.TXT E ORCAMENTO
      *>  DE LOTE AINDA NAO COTADO. VALOR ZERO = CUSTO DO ORCAMENTO;
      *>  VALIDADE ZERO = 15 DIAS.
      *>  --------------------------------------------------------------
       1000-NOVA-COTACAO.
      *>  --------------------------------------------------------------
             IF WRK-CLI-OK NOT = 'S'
               DISPLAY '*** CADASTRO DE CLIENTES INDISPONIVEL ***'
             ELSE
               DISPLAY 'CODIGO DO CLIENTE......: '
               ACCEPT WRK-CLI-ID
               MOVE WRK-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   DISPLAY '*** CLIENTE NAO ENCONTRADO ***'
                 NOT INVALID KEY
                   IF NOT CLI-ATIVO
                     DISPLAY '*** CLIENTE NAO ESTA ATIVO ***'
                   ELSE
                     DISPLAY 'CLIENTE: ' CLI-NOME
                     PERFORM 1100-ENTRA-COTACAO
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       1100-ENTRA-COTACAO.
      *>  --------------------------------------------------------------
             PERFORM 9200-ENTRA-ORCAMENTO.
             IF WRK-ORC-ACHOU = 'S' AND WRK-ORC-EM-COT = 'N'
               PERFORM 9700-PROX-NUM-COTACAO
               INITIALIZE COTACAO-MASTER-REG
               MOVE WRK-NUM-COT   TO CQ-NUMERO
               MOVE 1             TO CQ-REVISAO
               MOVE WRK-CLI-ID    TO CQ-CLI-ID
               MOVE WRK-DATA-HOJE TO CQ-DT-ORIGINAL
               PERFORM 9250-COMPLETA-REVISAO
               WRITE COTACAO-MASTER-REG
               DISPLAY 'COTACAO ' CQ-NUMERO ' REVISAO ' CQ-REVISAO
                       ' ABERTA - VALIDA ATE ' CQ-DT-VALIDADE
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-REVISA-COTACAO - SO A REVISAO VIGENTE ABERTA OU EXPIRADA
      *>  E REVISADA: ELA FICA S E A NOVA REVISAO NASCE ABERTA COM O
      *>  NOVO ORCAMENTO, NOVO VALOR E NOVA VALIDADE, GUARDANDO A
      *>  ALTERACAO PEDIDA PELO CLIENTE.
      *>  --------------------------------------------------------------
       2000-REVISA-COTACAO.
      *>  --------------------------------------------------------------
             PERFORM 9100-LE-VIGENTE.
             IF WRK-COT-ACHOU = 'S'
               IF CQ-ABERTA OR CQ-EXPIRADA
                 MOVE CQ-CLI-ID      TO WRK-CLI-ID
                 MOVE CQ-DT-ORIGINAL TO WRK-DT-ORIGINAL
                 PERFORM 2100-GRAVA-REVISAO
               ELSE
                 DISPLAY '*** COTACAO JA ' CQ-SITUACAO
                         ' - SEM REVISAO ***'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2100-GRAVA-REVISAO.
      *>  --------------------------------------------------------------
             PERFORM 9200-ENTRA-ORCAMENTO.
             IF WRK-ORC-ACHOU = 'S' AND WRK-ORC-EM-COT = 'N'
               DISPLAY 'ALTERACAO PEDIDA.......: '
               ACCEPT WRK-MOTIVO
               MOVE WRK-NUM-COT     TO CQ-NUMERO
               MOVE WRK-REV-VIGENTE TO CQ-REVISAO
               READ COTACOES
                 INVALID KEY
                   DISPLAY '*** REVISAO VIGENTE NAO ENCONTRADA ***'
                 NOT INVALID KEY
                   MOVE 'S' TO CQ-SITUACAO
                   MOVE WRK-DATA-HOJE TO CQ-DT-SITUACAO
                   REWRITE COTACAO-MASTER-REG
                   INITIALIZE COTACAO-MASTER-REG
                   MOVE WRK-NUM-COT     TO CQ-NUMERO
                   COMPUTE CQ-REVISAO = WRK-REV-VIGENTE + 1
                   MOVE WRK-CLI-ID      TO CQ-CLI-ID
                   MOVE WRK-DT-ORIGINAL TO CQ-DT-ORIGINAL
                   PERFORM 9250-COMPLETA-REVISAO
                   MOVE WRK-MOTIVO      TO CQ-MOTIVO
                   WRITE COTACAO-MASTER-REG
                   DISPLAY 'COTACAO ' CQ-NUMERO ' REVISAO ' CQ-REVISAO
                           ' ABERTA - VALIDA ATE ' CQ-DT-VALIDADE
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-REGISTRA-ACEITE - ACEITE DA REVISAO VIGENTE ABERTA E
      *>  DENTRO DA VALIDADE. LIBERA O ORCAMENTO PARA O ORDPROD COM A
      *>  LINHA APROVADO NO FORMASOR.TXT.
      *>  --------------------------------------------------------------
       3000-REGISTRA-ACEITE.
      *>  --------------------------------------------------------------
             PERFORM 9100-LE-VIGENTE.
             IF WRK-COT-ACHOU = 'S'
               IF NOT CQ-ABERTA
                 DISPLAY '*** COTACAO NAO ESTA ABERTA (SITUACAO '
                         CQ-SITUACAO ') ***'
               ELSE
                 DISPLAY 'CLIENTE ' CQ-CLI-ID ' ORCAMENTO ' CQ-ORCAMENTO
                         ' VALOR R$ ' CQ-VALOR
                 DISPLAY 'CONFIRMA O ACEITE DO CLIENTE (S/N)? '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE 'C' TO CQ-SITUACAO
                   MOVE WRK-DATA-HOJE TO CQ-DT-SITUACAO
                   MOVE WRK-OPERADOR TO CQ-OPERADOR
                   REWRITE COTACAO-MASTER-REG
                   PERFORM 3100-GRAVA-APROVACAO
                   DISPLAY 'COTACAO ' CQ-NUMERO ' ACEITA - ORCAMENTO '
                           CQ-ORCAMENTO ' LIBERADO PARA PRODUCAO'
                 ELSE
                   DISPLAY 'ACEITE CANCELADO'
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3100-GRAVA-APROVACAO.
      *>  --------------------------------------------------------------
             OPEN EXTEND FORMAS-ORCAMENTO.
             IF ORCA-STATUS = 35
               OPEN OUTPUT FORMAS-ORCAMENTO
               CLOSE FORMAS-ORCAMENTO
               OPEN EXTEND FORMAS-ORCAMENTO
             END-IF.
             MOVE SPACES TO FORMAS-ORCAMENTO-REG.
             STRING 'ORC=' CQ-ORCAMENTO ' APROVADO=' WRK-DATA-HOJE
                    ' OPERADOR=' WRK-OPERADOR
                    ' COTACAO=' CQ-NUMERO
                    DELIMITED BY SIZE INTO FORMAS-ORCAMENTO-REG.
             WRITE FORMAS-ORCAMENTO-REG.
             CLOSE FORMAS-ORCAMENTO.
             MOVE 0 TO ORCA-STATUS.
      *>  --------------------------------------------------------------
      *>  4000-REGISTRA-RECUSA - RECUSA DA REVISAO VIGENTE ABERTA OU
      *>  EXPIRADA, COM O CODIGO DO MOTIVO E O COMENTARIO DO CLIENTE.
      *>  --------------------------------------------------------------
       4000-REGISTRA-RECUSA.
      *>  --------------------------------------------------------------
             PERFORM 9100-LE-VIGENTE.
             IF WRK-COT-ACHOU = 'S'
               IF NOT CQ-ABERTA AND NOT CQ-EXPIRADA
                 DISPLAY '*** COTACAO JA ' CQ-SITUACAO
                         ' - SEM RECUSA ***'
               ELSE
                 PERFORM 4100-MOSTRA-MOTIVO
                   VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 7
                 DISPLAY 'MOTIVO DA RECUSA (1-7).: '
                 ACCEPT WRK-MOTIVO-COD
                 IF WRK-MOTIVO-COD < 1 OR WRK-MOTIVO-COD > 7
                   DISPLAY '*** MOTIVO INVALIDO ***'
                 ELSE
                   DISPLAY 'COMENTARIO DO CLIENTE..: '
                   ACCEPT WRK-MOTIVO
                   MOVE 'R' TO CQ-SITUACAO
                   MOVE WRK-DATA-HOJE TO CQ-DT-SITUACAO
                   MOVE WRK-MOTIVO-COD TO CQ-MOTIVO-COD
                   MOVE WRK-MOTIVO TO CQ-MOTIVO
                   MOVE WRK-OPERADOR TO CQ-OPERADOR
                   REWRITE COTACAO-MASTER-REG
                   DISPLAY 'COTACAO ' CQ-NUMERO ' RECUSADA - '
                           WRK-MOTIVO-DESCR(WRK-MOTIVO-COD)
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4100-MOSTRA-MOTIVO.
      *>  --------------------------------------------------------------
             DISPLAY WRK-IDX ' - ' WRK-MOTIVO-DESCR(WRK-IDX).
      *>  --------------------------------------------------------------
      *>  5000-CONSULTA-COTACAO - TODAS AS REVISOES DA COTACAO, DA
      *>  PRIMEIRA A VIGENTE.
      *>  --------------------------------------------------------------
       5000-CONSULTA-COTACAO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA COTACAO......: '.
             ACCEPT WRK-NUM-COT.
             MOVE 'N' TO WRK-COT-ACHOU.
             MOVE WRK-NUM-COT TO CQ-NUMERO.
             MOVE 0 TO CQ-REVISAO.
             START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY MOVE 10 TO COTACAO-STATUS
             END-START.
             IF COTACAO-STATUS NOT = 10
               READ COTACOES NEXT
                 AT END MOVE 10 TO COTACAO-STATUS
               END-READ
             END-IF.
             PERFORM 5100-MOSTRA-REVISAO
               UNTIL COTACAO-STATUS = 10 OR CQ-NUMERO NOT = WRK-NUM-COT.
             MOVE 0 TO COTACAO-STATUS.
             IF WRK-COT-ACHOU = 'N'
               DISPLAY '*** COTACAO NAO ENCONTRADA ***'
             END-IF.
      *>  --------------------------------------------------------------
       5100-MOSTRA-REVISAO.
      *>  --------------------------------------------------------------
             IF WRK-COT-ACHOU = 'N'
               MOVE 'S' TO WRK-COT-ACHOU
               MOVE SPACES TO CLI-NOME
               IF WRK-CLI-OK = 'S'
                 MOVE CQ-CLI-ID TO CLI-ID
                 READ CLIENTE-MASTER
                   INVALID KEY
                     CONTINUE
                 END-READ
               END-IF
               DISPLAY 'COTACAO ' CQ-NUMERO ' CLIENTE ' CQ-CLI-ID ' '
                       CLI-NOME ' EMITIDA ' CQ-DT-ORIGINAL
             END-IF.
             DISPLAY '  REV ' CQ-REVISAO ' ORCAMENTO ' CQ-ORCAMENTO
                     ' VALOR R$ ' CQ-VALOR ' VALIDADE ' CQ-DT-VALIDADE
                     ' SITUACAO ' CQ-SITUACAO ' EM ' CQ-DT-SITUACAO.
             IF CQ-MOTIVO NOT = SPACES
               IF CQ-MOTIVO-COD > 0
                 DISPLAY '      RECUSA: '
                         WRK-MOTIVO-DESCR(CQ-MOTIVO-COD)
                         ' - ' CQ-MOTIVO
               ELSE
                 DISPLAY '      ALTERACAO: ' CQ-MOTIVO
               END-IF
             END-IF.
             READ COTACOES NEXT
               AT END MOVE 10 TO COTACAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6000-RELATORIO-CONVERSAO - COTACOES EMITIDAS NO MES
      *>  (CQ-DT-ORIGINAL), PELA SITUACAO DA REVISAO VIGENTE: QUANTIDADE
      *>  E VALOR POR SITUACAO, VALOR GANHO (ACEITAS) X PERDIDO
      *>  (RECUSADAS + EXPIRADAS), TAXA DE CONVERSAO SOBRE AS DECIDIDAS
      *>  E OS MOTIVOS DE RECUSA DO MAIS AO MENOS FREQUENTE.
      *>  --------------------------------------------------------------
       6000-RELATORIO-CONVERSAO.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-SITUACAO WRK-TAB-RECUSA.
             PERFORM 6050-NUMERA-MOTIVO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 7.
             MOVE 0 TO WRK-QT-REVISOES.
             MOVE 0 TO CQ-NUMERO CQ-REVISAO.
             START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY MOVE 10 TO COTACAO-STATUS
             END-START.
             IF COTACAO-STATUS NOT = 10
               READ COTACOES NEXT
                 AT END MOVE 10 TO COTACAO-STATUS
               END-READ
             END-IF.
             PERFORM 6100-ACUMULA-COTACAO UNTIL COTACAO-STATUS = 10.
             MOVE 0 TO COTACAO-STATUS.
             PERFORM 6200-ORDENA-MOTIVOS
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 6
               AFTER WRK-IDX-2 FROM 1 BY 1 UNTIL WRK-IDX-2 > 6.
             OPEN OUTPUT RELAT-CONVERSAO.
             PERFORM 6300-IMPRIME-RESUMO.
             PERFORM 6400-IMPRIME-MOTIVO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 7.
             CLOSE RELAT-CONVERSAO.
             DISPLAY 'RELATORIO DE CONVERSAO GRAVADO EM RELCOTAC.TXT'.
      *>  --------------------------------------------------------------
       6050-NUMERA-MOTIVO.
      *>  --------------------------------------------------------------
             MOVE WRK-IDX TO WRK-RC-COD(WRK-IDX).
      *>  --------------------------------------------------------------
       6100-ACUMULA-COTACAO.
      *>  --------------------------------------------------------------
             IF CQ-DT-ORIGINAL(1:6) = WRK-MES-REL
               EVALUATE TRUE
                 WHEN CQ-REVISADA
                   ADD 1 TO WRK-QT-REVISOES
                 WHEN CQ-ABERTA
                   MOVE 1 TO WRK-IDX
                 WHEN CQ-ACEITA
                   MOVE 2 TO WRK-IDX
                 WHEN CQ-RECUSADA
                   MOVE 3 TO WRK-IDX
                 WHEN OTHER
                   MOVE 4 TO WRK-IDX
               END-EVALUATE
               IF NOT CQ-REVISADA
                 ADD 1 TO WRK-ST-QT(WRK-IDX)
                 ADD CQ-VALOR TO WRK-ST-VALOR(WRK-IDX)
               END-IF
               IF CQ-RECUSADA
                 MOVE CQ-MOTIVO-COD TO WRK-IDX
                 IF WRK-IDX < 1 OR WRK-IDX > 7
                   MOVE 7 TO WRK-IDX
                 END-IF
                 ADD 1 TO WRK-RC-QT(WRK-IDX)
                 ADD CQ-VALOR TO WRK-RC-VALOR(WRK-IDX)
               END-IF
             END-IF.
             READ COTACOES NEXT
               AT END MOVE 10 TO COTACAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6200-ORDENA-MOTIVOS.
      *>  --------------------------------------------------------------
             IF WRK-RC-QT(WRK-IDX-2) < WRK-RC-QT(WRK-IDX-2 + 1)
               MOVE WRK-RC-ITEM(WRK-IDX-2)     TO WRK-TROCA-RECUSA
               MOVE WRK-RC-ITEM(WRK-IDX-2 + 1) TO WRK-RC-ITEM(WRK-IDX-2)
               MOVE WRK-TROCA-RECUSA TO WRK-RC-ITEM(WRK-IDX-2 + 1)
             END-IF.
      *>  --------------------------------------------------------------
       6300-IMPRIME-RESUMO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-CONVERSAO-REG.
             STRING 'CONVERSAO DE COTACOES - MES ' WRK-MES-REL
                    ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
             MOVE SPACES TO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
             MOVE 'ABERTAS...........' TO RELAT-CONVERSAO-REG.
             MOVE 1 TO WRK-IDX.
             PERFORM 6310-LINHA-SITUACAO.
             MOVE 'ACEITAS (GANHAS)..' TO RELAT-CONVERSAO-REG.
             MOVE 2 TO WRK-IDX.
             PERFORM 6310-LINHA-SITUACAO.
             MOVE 'RECUSADAS.........' TO RELAT-CONVERSAO-REG.
             MOVE 3 TO WRK-IDX.
             PERFORM 6310-LINHA-SITUACAO.
             MOVE 'EXPIRADAS.........' TO RELAT-CONVERSAO-REG.
             MOVE 4 TO WRK-IDX.
             PERFORM 6310-LINHA-SITUACAO.
             MOVE WRK-QT-REVISOES TO WRK-ED-QT.
             MOVE SPACES TO RELAT-CONVERSAO-REG.
             STRING 'REVISOES PEDIDAS PELOS CLIENTES: ' WRK-ED-QT
                    DELIMITED BY SIZE INTO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
             MOVE SPACES TO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
             COMPUTE WRK-VL-PERDIDO = WRK-ST-VALOR(3) + WRK-ST-VALOR(4).
             MOVE WRK-ST-VALOR(2) TO WRK-ED-VALOR.
             MOVE WRK-VL-PERDIDO  TO WRK-ED-VALOR-2.
             MOVE SPACES TO RELAT-CONVERSAO-REG.
             STRING 'VALOR GANHO R$ ' WRK-ED-VALOR
                    '   VALOR PERDIDO R$ ' WRK-ED-VALOR-2
                    DELIMITED BY SIZE INTO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
             COMPUTE WRK-QT-DECIDIDAS =
                     WRK-ST-QT(2) + WRK-ST-QT(3) + WRK-ST-QT(4).
             MOVE ZEROS TO WRK-PCT-CONVERSAO.
             IF WRK-QT-DECIDIDAS > 0
               COMPUTE WRK-PCT-CONVERSAO ROUNDED =
                       (WRK-ST-QT(2) * 100) / WRK-QT-DECIDIDAS
             END-IF.
             MOVE WRK-PCT-CONVERSAO TO WRK-ED-PCT.
             MOVE SPACES TO RELAT-CONVERSAO-REG.
             STRING 'TAXA DE CONVERSAO (ACEITAS / DECIDIDAS): '
                    WRK-ED-PCT '%'
                    DELIMITED BY SIZE INTO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
             MOVE SPACES TO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
             MOVE 'MOTIVOS DE RECUSA (MAIS FREQUENTES PRIMEIRO)'
               TO RELAT-CONVERSAO-REG.
             WRITE RELAT-CONVERSAO-REG.
      *>  --------------------------------------------------------------
       6310-LINHA-SITUACAO.
      *>  --------------------------------------------------------------
             MOVE WRK-ST-QT(WRK-IDX)    TO WRK-ED-QT.
             MOVE WRK-ST-VALOR(WRK-IDX) TO WRK-ED-VALOR.
             STRING ': ' WRK-ED-QT ' COTACOES  R$ ' WRK-ED-VALOR
                    DELIMITED BY SIZE INTO RELAT-CONVERSAO-REG(19:60).
             WRITE RELAT-CONVERSAO-REG.
      *>  --------------------------------------------------------------
       6400-IMPRIME-MOTIVO.
      *>  --------------------------------------------------------------
             IF WRK-RC-QT(WRK-IDX) > 0
               MOVE WRK-RC-QT(WRK-IDX)    TO WRK-ED-QT
               MOVE WRK-RC-VALOR(WRK-IDX) TO WRK-ED-VALOR
               MOVE SPACES TO RELAT-CONVERSAO-REG
               STRING '  ' WRK-RC-COD(WRK-IDX) ' '
                      WRK-MOTIVO-DESCR(WRK-RC-COD(WRK-IDX))
                      ' ' WRK-ED-QT ' RECUSAS  R$ ' WRK-ED-VALOR
                      DELIMITED BY SIZE INTO RELAT-CONVERSAO-REG
               WRITE RELAT-CONVERSAO-REG
             END-IF.
      *>  --------------------------------------------------------------
      *>  9100-LE-VIGENTE - PEDE O NUMERO DA COTACAO E DEIXA A REVISAO
      *>  VIGENTE (A UNICA QUE NAO ESTA S) LIDA NO REGISTRO.
      *>  --------------------------------------------------------------
       9100-LE-VIGENTE.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA COTACAO......: '.
             ACCEPT WRK-NUM-COT.
             MOVE 'N' TO WRK-COT-ACHOU.
             MOVE 0 TO WRK-REV-VIGENTE.
             MOVE WRK-NUM-COT TO CQ-NUMERO.
             MOVE 0 TO CQ-REVISAO.
             START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY MOVE 10 TO COTACAO-STATUS
             END-START.
             IF COTACAO-STATUS NOT = 10
               READ COTACOES NEXT
                 AT END MOVE 10 TO COTACAO-STATUS
               END-READ
             END-IF.
             PERFORM 9110-PROCURA-VIGENTE
               UNTIL COTACAO-STATUS = 10 OR CQ-NUMERO NOT = WRK-NUM-COT.
             MOVE 0 TO COTACAO-STATUS.
             IF WRK-REV-VIGENTE = 0
               DISPLAY '*** COTACAO NAO ENCONTRADA ***'
             ELSE
               MOVE WRK-NUM-COT     TO CQ-NUMERO
               MOVE WRK-REV-VIGENTE TO CQ-REVISAO
               READ COTACOES
                 INVALID KEY
                   DISPLAY '*** COTACAO NAO ENCONTRADA ***'
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-COT-ACHOU
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       9110-PROCURA-VIGENTE.
      *>  --------------------------------------------------------------
             IF NOT CQ-REVISADA
               MOVE CQ-REVISAO TO WRK-REV-VIGENTE
             END-IF.
             READ COTACOES NEXT
               AT END MOVE 10 TO COTACAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  9200-ENTRA-ORCAMENTO - O ORCAMENTO DE LOTE TEM QUE EXISTIR NO
      *>  FORMASOR.TXT E NAO PODE ESTAR EM OUTRA COTACAO OU REVISAO.
      *>  --------------------------------------------------------------
       9200-ENTRA-ORCAMENTO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO ORCAMENTO DE LOTE: '.
             ACCEPT WRK-NUM-ORC.
             MOVE 'N' TO WRK-ORC-ACHOU WRK-ORC-EM-COT.
             MOVE ZEROS TO WRK-ORC-PECAS WRK-ORC-CUSTO.
             OPEN INPUT FORMAS-ORCAMENTO.
             IF ORCA-STATUS = 0
               READ FORMAS-ORCAMENTO
                 AT END MOVE 10 TO ORCA-STATUS
               END-READ
               PERFORM 9210-LE-LINHA-ORCAMENTO UNTIL ORCA-STATUS = 10
               CLOSE FORMAS-ORCAMENTO
             END-IF.
             MOVE 0 TO ORCA-STATUS.
             IF WRK-ORC-ACHOU = 'N'
               DISPLAY '*** ORCAMENTO DE LOTE NAO ENCONTRADO ***'
             ELSE
               MOVE 0 TO CQ-NUMERO CQ-REVISAO
               START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
                 INVALID KEY MOVE 10 TO COTACAO-STATUS
               END-START
               IF COTACAO-STATUS NOT = 10
                 READ COTACOES NEXT
                   AT END MOVE 10 TO COTACAO-STATUS
                 END-READ
               END-IF
               PERFORM 9220-CONFERE-COTADO
                 UNTIL COTACAO-STATUS = 10 OR WRK-ORC-EM-COT = 'S'
               MOVE 0 TO COTACAO-STATUS
               IF WRK-ORC-EM-COT = 'S'
                 DISPLAY '*** ORCAMENTO JA COTADO NA COTACAO '
                         CQ-NUMERO ' ***'
               ELSE
                 DISPLAY 'ORCAMENTO ' WRK-NUM-ORC ' - PECAS '
                         WRK-ORC-PECAS ' CUSTO R$ ' WRK-ORC-CUSTO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       9210-LE-LINHA-ORCAMENTO.
      *>  --------------------------------------------------------------
             IF FO-ROTULO = 'ORC=' AND FO-NUMERO = WRK-NUM-ORC
                AND FO-TIPO = ' LOTE='
               IF FO-ROT-PECAS = ' PECAS='
                 MOVE 'S' TO WRK-ORC-ACHOU
                 MOVE FO-PECAS TO WRK-ORC-PECAS
               END-IF
               IF FO-ROT-CHAPAS = ' CHAPAS='
                 MOVE FO-CUSTO TO WRK-ORC-CUSTO
               END-IF
             END-IF.
             READ FORMAS-ORCAMENTO
               AT END MOVE 10 TO ORCA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       9220-CONFERE-COTADO.
      *>  --------------------------------------------------------------
             IF CQ-ORCAMENTO = WRK-NUM-ORC
               MOVE 'S' TO WRK-ORC-EM-COT
             ELSE
               READ COTACOES NEXT
                 AT END MOVE 10 TO COTACAO-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  9250-COMPLETA-REVISAO - VALOR E VALIDADE DA REVISAO NOVA (1 OU
      *>  SEGUINTE), ABERTA NA DATA DE HOJE.
      *>  --------------------------------------------------------------
       9250-COMPLETA-REVISAO.
      *>  --------------------------------------------------------------
             DISPLAY 'VALOR COTADO R$ (0 = CUSTO DO ORCAMENTO): '.
             ACCEPT WRK-VALOR.
             IF WRK-VALOR = 0
               MOVE WRK-ORC-CUSTO TO WRK-VALOR
             END-IF.
             DISPLAY 'VALIDADE EM DIAS (0 = 15): '.
             ACCEPT WRK-DIAS-VALIDADE.
             IF WRK-DIAS-VALIDADE = 0
               MOVE 15 TO WRK-DIAS-VALIDADE
             END-IF.
             MOVE WRK-DATA-HOJE     TO WRK-DATA-BASE.
             MOVE WRK-DIAS-VALIDADE TO WRK-DIAS-SOMAR.
             PERFORM 9800-SOMA-DIAS-COMERCIAIS.
             MOVE WRK-NUM-ORC     TO CQ-ORCAMENTO.
             MOVE WRK-VALOR       TO CQ-VALOR.
             MOVE WRK-DATA-HOJE   TO CQ-DT-EMISSAO.
             MOVE WRK-DATA-RESULT TO CQ-DT-VALIDADE.
             MOVE 'A'             TO CQ-SITUACAO.
             MOVE WRK-DATA-HOJE   TO CQ-DT-SITUACAO.
             MOVE WRK-OPERADOR    TO CQ-OPERADOR.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-COTACAO.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ COTACAO-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE COTACAO-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE COTACAO-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-NUM-COT.
      *>  --------------------------------------------------------------
      *>  9800-SOMA-DIAS-COMERCIAIS - SOMA WRK-DIAS-SOMAR (EM DIAS
      *>  COMERCIAIS DE MES DE 30) A WRK-DATA-BASE, DEVOLVENDO A DATA
      *>  EM WRK-DATA-RESULT, NO MESMO CALCULO DO OSREPARO.
      *>  --------------------------------------------------------------
       9800-SOMA-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-BASE BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             COMPUTE WRK-DC-DIAS = (WRK-DC-ANO * 360)
                     + (WRK-DC-MES * 30) + WRK-DC-DIA
                     + WRK-DIAS-SOMAR.
             DIVIDE WRK-DC-DIAS BY 360
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 30
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             IF WRK-DC-DIA = 0
               MOVE 30 TO WRK-DC-DIA
               SUBTRACT 1 FROM WRK-DC-MES
             END-IF.
             IF WRK-DC-MES = 0
               MOVE 12 TO WRK-DC-MES
               SUBTRACT 1 FROM WRK-DC-ANO
             END-IF.
             COMPUTE WRK-DATA-RESULT = (WRK-DC-ANO * 10000)
                     + (WRK-DC-MES * 100) + WRK-DC-DIA.
