      ***   DE MERCADORIA PARA O ESTOQUE DE PECAS (DESAFIO11):
      ***   GERA PEDIDOS PARA AS PECAS ABAIXO DO PONTO DE
      ***   REPOSICAO E SO DEIXA ENTRAR MERCADORIA CASADA COM
      ***   UM PEDIDO ABERTO. PECA JA ACEITA QUE VOLTA AO
      ***   FORNECEDOR SAI DO ESTOQUE PELO CUSTO MEDIO E GERA NOTA
      ***   DE DEBITO (NOTADEB.TXT), ABATIDA NO PROXIMO TITULO DO
      ***   FORNECEDOR PELO NFFORNEC.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RESERVA-STATUS
             RECORD KEY IS RV-NUMERO.
           SELECT ENDERECOS ASSIGN TO 'C:\COBOL\ENDERECO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ENDER-STATUS
             RECORD KEY IS EN-CHAVE.
           SELECT PECA-ENDERECO ASSIGN TO 'C:\COBOL\PECAEND.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PECAEND-STATUS
             RECORD KEY IS PN-CHAVE.
           SELECT NOTAS-DEBITO ASSIGN TO 'C:\COBOL\NOTADEB.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTADEB-STATUS
             RECORD KEY IS ND-CHAVE.
           SELECT NOTADEB-CTRL ASSIGN TO 'C:\COBOL\NDCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS NDCTRL-STATUS
             RECORD KEY IS NDCTRL-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
       01 ESTOQUE-REG.
            05 ESTOQUE-CHAVE.
                10 ID-PECA         PIC 9(5).
                10 COD-DEPOSITO    PIC 9(2).
            05 NOME-PECA           PIC X(30).
            05 PRECO-PECA          PIC 9(3)V99.
            05 QT-PECA             PIC 9(5).
            05 PONTO-REORDER       PIC 9(5).
            05 COD-FORNECEDOR      PIC 9(4).
       FD FORNECEDOR.
       01 FORNECEDOR-REG.
            05 FORN-COD            PIC 9(4).
            05 FORN-NOME           PIC X(30).
            05 FORN-CNPJ           PIC 9(14).
            05 FORN-BANCO          PIC 9(3).
            05 FORN-AGENCIA        PIC 9(4).
            05 FORN-CONTA          PIC X(12).
            05 FORN-GARANTIA-DIAS  PIC 9(3).
       FD PEDIDOS.
       01 PEDIDOS-REG.
            05 PED-CHAVE.
                10 PED-NUMERO      PIC 9(6).
                10 PED-FORN-COD    PIC 9(4).
            05 PED-ID-PECA         PIC 9(5).
            05 PED-COD-DEPOSITO    PIC 9(2).
            05 PED-QT-PEDIDA       PIC 9(5).
            05 PED-QT-RECEBIDA     PIC 9(5).
            05 PED-QT-REJEITADA    PIC 9(5).
            05 PED-DATA-EMISSAO    PIC 9(8).
            05 PED-DATA-PROMETIDA  PIC 9(8).
            05 PED-DATA-ENCERRA    PIC 9(8).
            05 PED-SITUACAO        PIC X(1).
            05 PED-PRECO-UNIT      PIC 9(3)V99.
       FD PEDIDO-CTRL.
       01 PEDIDO-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(06).
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG          PIC X(140).
       FD CUSTO-MEDIO.
       01 CUSTO-MEDIO-REG.
            05 CM-CHAVE.
                10 CM-ID-PECA      PIC 9(5).
                10 CM-COD-DEPOSITO PIC 9(2).
            05 CM-CUSTO-MEDIO      PIC 9(3)V99.
            05 CM-QT-BASE          PIC 9(5).
            05 CM-DT-ATUALIZACAO   PIC 9(8).
       FD SUGESTAO-PEDIDO.
       01 SUGESTAO-PEDIDO-REG.
            05 SUG-ID-PECA         PIC 9(5).
            05 SUG-COD-DEPOSITO    PIC 9(2).
            05 SUG-QT-SUGERIDA     PIC 9(5).
            05 SUG-PONTO-NOVO      PIC 9(5).
            05 SUG-CONSUMO-MEDIO   PIC 9(5).
            05 SUG-DATA            PIC 9(8).
       FD BACKORDER.
       01 BACKORDER-REG.
            05 BO-NUMERO           PIC 9(6).
            05 BO-DATA             PIC 9(8).
            05 BO-ID-PECA          PIC 9(5).
            05 BO-COD-DEPOSITO     PIC 9(2).
            05 BO-DEPARTAMENTO     PIC X(10).
            05 BO-ORDEM-SERVICO    PIC 9(6).
            05 BO-QT-PECA          PIC 9(5).
            05 BO-SITUACAO         PIC X(1).
       FD REQUISICOES.
       01 REQUISICOES-REG.
            05 RQ-DATA             PIC 9(8).
            05 RQ-ID-PECA          PIC 9(5).
            05 RQ-COD-DEPOSITO     PIC 9(2).
            05 RQ-DEPARTAMENTO     PIC X(10).
            05 RQ-ORDEM-SERVICO    PIC 9(6).
            05 RQ-QT-PECA          PIC 9(5).
            05 RQ-VALOR            PIC 9(7)V99.
            05 RQ-NUMERO-LOTE      PIC X(10).
       FD QUARENTENA.
       01 QUARENTENA-REG.
            05 QA-NUMERO           PIC 9(6).
            05 QA-DATA             PIC 9(8).
            05 QA-PED-NUMERO       PIC 9(6).
            05 QA-FORN-COD         PIC 9(4).
            05 QA-ID-PECA          PIC 9(5).
            05 QA-COD-DEPOSITO     PIC 9(2).
            05 QA-QT-PECA          PIC 9(5).
            05 QA-PRECO            PIC 9(3)V99.
            05 QA-SITUACAO         PIC X(1).
       FD QUARENT-CTRL.
       FD LOTES.
       01 LOTES-REG.
            05 LT-CHAVE.
                10 LT-ID-PECA        PIC 9(5).
                10 LT-COD-DEPOSITO   PIC 9(2).
                10 LT-NUMERO-LOTE    PIC X(10).
            05 LT-DT-RECEBIMENTO     PIC 9(8).
            05 LT-DT-VALIDADE        PIC 9(8).
            05 LT-QT-PECA            PIC 9(5).
            05 LT-SITUACAO           PIC X(1).
       FD RESERVAS.
       01 RESERVAS-REG.
            05 RV-NUMERO           PIC 9(6).
            05 RV-DATA             PIC 9(8).
            05 RV-ID-PECA          PIC 9(5).
            05 RV-COD-DEPOSITO     PIC 9(2).
            05 RV-QT-PECA          PIC 9(5).
            05 RV-TIPO             PIC X(1).
            05 RV-DEPARTAMENTO     PIC X(10).
            05 RV-ORDEM-SERVICO    PIC 9(6).
            05 RV-SITUACAO         PIC X(1).
       FD ENDERECOS.
       COPY 'ENDERECO-MASTER.CBL'.
       FD PECA-ENDERECO.
       COPY 'PECAEND-MASTER.CBL'.
       FD NOTAS-DEBITO.
       COPY 'NOTADEB-MASTER.CBL'.
       FD NOTADEB-CTRL.
       01 NOTADEB-CTRL-REG.
            05 NDCTRL-CHAVE        PIC 9(01).
            05 NDCTRL-ULTIMO-NUM   PIC 9(06).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO        PIC 9(1)  VALUE ZEROS.
       77 WRK-NUM-PEDIDO   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-GERADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FALTA     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ENTREGUE  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ANTERIOR  PIC 9(05) VALUE ZEROS.
       77 WRK-PED-NUMERO   PIC 9(06) VALUE ZEROS.
       77 WRK-PED-FORN     PIC 9(04) VALUE ZEROS.
       77 WRK-PEDIDO-OK    PIC X(01) VALUE 'N'.
       77 WRK-QT-SUG-GERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUG-PULADOS PIC 9(05) VALUE ZEROS.
       77 WRK-PRAZO-DIAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-REJEITADA  PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SOMAR    PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DISPONIVEL    PIC S9(05) VALUE ZEROS.
       77 WRK-QT-A-BAIXAR   PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-FEFO     PIC X(10) VALUE SPACES.
       77 WRK-LOTE-REQ      PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE-FEFO PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDADE-LOTE PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-QT-DO-LOTE    PIC 9(05) VALUE ZEROS.
       77 WRK-NUM-LOTE      PIC X(10) VALUE SPACES.
       77 WRK-DT-VALIDADE   PIC 9(08) VALUE ZEROS.
       77 ENDER-STATUS      PIC 9(02) VALUE ZEROS.
       77 PECAEND-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-SG-ORDEM      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LIVRE      PIC 9(05) VALUE ZEROS.
       77 WRK-END-INFORMADO PIC X(06) VALUE SPACES.
       77 NOTADEB-STATUS    PIC 9(02) VALUE ZEROS.
       77 NDCTRL-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-MENSAGEM      PIC X(50) VALUE SPACES.
       77 WRK-NUM-ND        PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DEVOLVER   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-DEVOLV  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SALDO-DEV  PIC S9(05) VALUE ZEROS.
       77 WRK-QT-ENDERECADA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-END    PIC S9(05) VALUE ZEROS.
       77 WRK-VALOR-DEBITO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ND-MOTIVO     PIC X(30) VALUE SPACES.
       01 WRK-END-SUGERIDO.
            05 WRK-SG-RUA        PIC X(02).
            05 WRK-SG-PRATELEIRA PIC 9(02).
            05 WRK-SG-POSICAO    PIC 9(02).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             DISPLAY '3 - LISTAR PEDIDOS ABERTOS'.
             DISPLAY '4 - GERAR PEDIDOS DAS SUGESTOES (SUGPED)'.
             DISPLAY '5 - INSPECAO DE QUARENTENA'.
             DISPLAY '6 - DEVOLUCAO AO FORNECEDOR (NOTA DE DEBITO)'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-OPCAO.
                 PERFORM 7000-GERA-DAS-SUGESTOES
               WHEN 5
                 PERFORM 4600-INSPECAO-QUARENTENA
               WHEN 6
                 PERFORM 8000-DEVOLUCAO-FORNECEDOR
               WHEN 9
                 CONTINUE
               WHEN OTHER
             MOVE ID-PECA          TO PED-ID-PECA.
             MOVE COD-DEPOSITO     TO PED-COD-DEPOSITO.
             COMPUTE WRK-QT-FALTA = (PONTO-REORDER * 2) - QT-PECA.
             IF WRK-QT-FALTA > 99999
               MOVE 99999 TO WRK-QT-FALTA
             END-IF.
             MOVE WRK-QT-FALTA     TO PED-QT-PEDIDA.
             MOVE ZEROS            TO PED-QT-RECEBIDA.
             MOVE WRK-DATA-RESULT  TO PED-DATA-PROMETIDA.
             MOVE ZEROS            TO PED-DATA-ENCERRA.
             MOVE 'A'              TO PED-SITUACAO.
             MOVE PRECO-PECA       TO PED-PRECO-UNIT.
             WRITE PEDIDOS-REG
               INVALID KEY
                 DISPLAY 'PEDIDO ' PED-NUMERO ' JA EXISTE'
             MOVE WRK-DATA-RESULT  TO PED-DATA-PROMETIDA.
             MOVE ZEROS            TO PED-DATA-ENCERRA.
             MOVE 'A'              TO PED-SITUACAO.
             MOVE PRECO-PECA       TO PED-PRECO-UNIT.
             WRITE PEDIDOS-REG
               INVALID KEY
                 DISPLAY 'PEDIDO ' PED-NUMERO ' JA EXISTE'
                 MOVE 'RECEBER' TO WRK-AUD-OPERACAO
                 PERFORM 4300-GRAVA-AUDITORIA
                 PERFORM 4650-REGISTRA-LOTE
                 PERFORM 4800-SUGERE-ARMAZENAGEM
                 MOVE 'L' TO QA-SITUACAO
                 REWRITE QUARENTENA-REG
                 DISPLAY 'LIBERADO - ESTOQUE DA PECA ' ID-PECA
             END-READ.
             MOVE QACTRL-ULTIMO-NUM TO WRK-NUM-QA.
      *>  --------------------------------------------------------------
      *>  4800-SUGERE-ARMAZENAGEM - NA LIBERACAO DA QUARENTENA A
      *>  ENTREGA VAI PARA A PRATELEIRA: SUGERE O ENDERECO ATIVO DE
      *>  MENOR ORDEM NO PERCURSO QUE JA GUARDA A PECA E TEM CAPACIDADE
      *>  LIVRE PARA A QUANTIDADE TODA; SEM ELE, O PRIMEIRO ENDERECO
      *>  VAZIO DO DEPOSITO QUE COMPORTE A ENTREGA. O OPERADOR CONFIRMA
      *>  (ENTER), INFORMA OUTRO ENDERECO OU N (FICA SEM ENDERECO, PARA
      *>  GUARDAR DEPOIS PELO ENDPECAS). DEPOSITO AINDA SEM
      *>  ENDERECAMENTO SEGUE COMO ANTES.
      *>  --------------------------------------------------------------
       4800-SUGERE-ARMAZENAGEM.
      *>  --------------------------------------------------------------
             OPEN I-O ENDERECOS.
             IF ENDER-STATUS NOT = 0
               MOVE 0 TO ENDER-STATUS
             ELSE
               OPEN I-O PECA-ENDERECO
               IF PECAEND-STATUS = 35
                 OPEN OUTPUT PECA-ENDERECO
                 CLOSE PECA-ENDERECO
                 OPEN I-O PECA-ENDERECO
               END-IF
               MOVE SPACES TO WRK-END-SUGERIDO
               MOVE 9999 TO WRK-SG-ORDEM
               PERFORM 4810-PROCURA-ENDERECO-PECA
               IF WRK-END-SUGERIDO = SPACES
                 PERFORM 4820-PROCURA-ENDERECO-VAZIO
               END-IF
               IF WRK-END-SUGERIDO = SPACES
                 DISPLAY 'SEM ENDERECO LIVRE PARA ' QA-QT-PECA
                         ' PECAS NO DEPOSITO ' QA-COD-DEPOSITO
               ELSE
                 DISPLAY 'ARMAZENAR NO ENDERECO ' WRK-SG-RUA '-'
                         WRK-SG-PRATELEIRA '-' WRK-SG-POSICAO
                         ' (ORDEM ' WRK-SG-ORDEM ')'
               END-IF
               MOVE SPACES TO WRK-END-INFORMADO
               DISPLAY 'ENDERECO (ENTER=SUGERIDO N=SEM ENDERECO): '
               ACCEPT WRK-END-INFORMADO
               IF WRK-END-INFORMADO = SPACES
                 MOVE WRK-END-SUGERIDO TO WRK-END-INFORMADO
               END-IF
               IF WRK-END-INFORMADO NOT = SPACES
                  AND WRK-END-INFORMADO NOT = 'N'
                 PERFORM 4850-GRAVA-ARMAZENAGEM
               END-IF
               CLOSE ENDERECOS PECA-ENDERECO
             END-IF.
      *>  --------------------------------------------------------------
       4810-PROCURA-ENDERECO-PECA.
      *>  --------------------------------------------------------------
             MOVE QA-ID-PECA      TO PN-ID-PECA.
             MOVE QA-COD-DEPOSITO TO PN-COD-DEPOSITO.
             MOVE LOW-VALUES      TO PN-ENDERECO.
             START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
               INVALID KEY
                 MOVE 10 TO PECAEND-STATUS
             END-START.
             IF PECAEND-STATUS NOT = 10
               READ PECA-ENDERECO NEXT
                 AT END MOVE 10 TO PECAEND-STATUS
               END-READ
             END-IF.
             PERFORM 4815-AVALIA-ENDERECO-PECA
               UNTIL PECAEND-STATUS = 10
                  OR PN-ID-PECA NOT = QA-ID-PECA
                  OR PN-COD-DEPOSITO NOT = QA-COD-DEPOSITO.
             MOVE 0 TO PECAEND-STATUS.
      *>  --------------------------------------------------------------
       4815-AVALIA-ENDERECO-PECA.
      *>  --------------------------------------------------------------
             MOVE PN-COD-DEPOSITO TO EN-COD-DEPOSITO.
             MOVE PN-ENDERECO     TO EN-ENDERECO.
             READ ENDERECOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF EN-ATIVO
                    AND EN-CAPACIDADE > EN-QT-OCUPADA
                   COMPUTE WRK-QT-LIVRE =
                           EN-CAPACIDADE - EN-QT-OCUPADA
                   IF WRK-QT-LIVRE >= QA-QT-PECA
                      AND EN-ORDEM-PERCURSO < WRK-SG-ORDEM
                     MOVE EN-ENDERECO       TO WRK-END-SUGERIDO
                     MOVE EN-ORDEM-PERCURSO TO WRK-SG-ORDEM
                   END-IF
                 END-IF
             END-READ.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4820-PROCURA-ENDERECO-VAZIO.
      *>  --------------------------------------------------------------
             MOVE QA-COD-DEPOSITO TO EN-COD-DEPOSITO.
             MOVE LOW-VALUES      TO EN-ENDERECO.
             START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                 MOVE 10 TO ENDER-STATUS
             END-START.
             IF ENDER-STATUS NOT = 10
               READ ENDERECOS NEXT
                 AT END MOVE 10 TO ENDER-STATUS
               END-READ
             END-IF.
             PERFORM 4825-AVALIA-ENDERECO-VAZIO
               UNTIL ENDER-STATUS = 10
                  OR EN-COD-DEPOSITO NOT = QA-COD-DEPOSITO.
             MOVE 0 TO ENDER-STATUS.
      *>  --------------------------------------------------------------
       4825-AVALIA-ENDERECO-VAZIO.
      *>  --------------------------------------------------------------
             IF EN-ATIVO
                AND EN-QT-OCUPADA = 0
                AND EN-CAPACIDADE >= QA-QT-PECA
                AND EN-ORDEM-PERCURSO < WRK-SG-ORDEM
               MOVE EN-ENDERECO       TO WRK-END-SUGERIDO
               MOVE EN-ORDEM-PERCURSO TO WRK-SG-ORDEM
             END-IF.
             READ ENDERECOS NEXT
               AT END MOVE 10 TO ENDER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4850-GRAVA-ARMAZENAGEM - GUARDA A ENTREGA NO ENDERECO
      *>  CONFIRMADO: SOMA NA ATRIBUICAO PECA/ENDERECO E NO OCUPADO DO
      *>  ENDERECO. ENDERECO INEXISTENTE, BLOQUEADO OU SEM CAPACIDADE
      *>  DEIXA A ENTREGA SEM ENDERECO.
      *>  --------------------------------------------------------------
       4850-GRAVA-ARMAZENAGEM.
      *>  --------------------------------------------------------------
             MOVE QA-COD-DEPOSITO   TO EN-COD-DEPOSITO.
             MOVE WRK-END-INFORMADO TO EN-ENDERECO.
             READ ENDERECOS
               INVALID KEY
                 DISPLAY '*** ENDERECO NAO CADASTRADO - PECA FICA SEM '
                         'ENDERECO'
               NOT INVALID KEY
                 COMPUTE WRK-QT-LIVRE = EN-CAPACIDADE - EN-QT-OCUPADA
                 IF NOT EN-ATIVO
                    OR EN-QT-OCUPADA > EN-CAPACIDADE
                    OR WRK-QT-LIVRE < QA-QT-PECA
                   DISPLAY '*** ENDERECO BLOQUEADO OU SEM CAPACIDADE -'
                           ' PECA FICA SEM ENDERECO'
                 ELSE
                   ADD QA-QT-PECA TO EN-QT-OCUPADA
                   REWRITE ENDERECO-MASTER-REG
                   MOVE QA-ID-PECA      TO PN-ID-PECA
                   MOVE QA-COD-DEPOSITO TO PN-COD-DEPOSITO
                   MOVE EN-ENDERECO     TO PN-ENDERECO
                   CALL 'DATAPROC' USING WRK-DATA-HOJE
                   READ PECA-ENDERECO
                     INVALID KEY
                       MOVE QA-QT-PECA TO PN-QT-PECA
                       MOVE WRK-DATA-HOJE TO PN-DT-MOVIMENTO
                       WRITE PECAEND-MASTER-REG
                     NOT INVALID KEY
                       ADD QA-QT-PECA TO PN-QT-PECA
                       MOVE WRK-DATA-HOJE TO PN-DT-MOVIMENTO
                       REWRITE PECAEND-MASTER-REG
                   END-READ
                   DISPLAY 'GUARDADO NO ENDERECO ' EN-RUA '-'
                           EN-PRATELEIRA '-' EN-POSICAO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  4500-ATENDE-BACKORDER - DEPOIS DE UMA ENTREGA ENTRAR NO
      *>  ESTOQUE, A FILA DE BACKORDER (BACKORD.TXT, GRAVADA PELO
      *>  DESAFIO11 QUANDO A REQUISICAO NAO TEM SALDO) E ATENDIDA NA
             MOVE BO-ORDEM-SERVICO  TO RQ-ORDEM-SERVICO.
             MOVE BO-QT-PECA        TO RQ-QT-PECA.
             COMPUTE RQ-VALOR = BO-QT-PECA * WRK-CUSTO-UNIT.
             MOVE WRK-LOTE-REQ      TO RQ-NUMERO-LOTE.
             WRITE REQUISICOES-REG.
             CLOSE REQUISICOES.
      *>  --------------------------------------------------------------
      *>  4530-CALCULA-DISPONIVEL - SOMA AS RESERVAS ATIVAS DA PECA NO
      *>  DEPOSITO (MENOS AS DA PROPRIA ORDEM DO BACKORDER, QUE NAO
      *>  CONCORREM COM ELA) E DEVOLVE DISPONIVEL = FISICO -
      *>  RESERVADO, NO MESMO CRITERIO DO 5905 DO DESAFIO11. RESERVA
      *>  DE VENDA DE BALCAO (TIPO V) CONCORRE SEMPRE.
      *>  --------------------------------------------------------------
       4530-CALCULA-DISPONIVEL.
      *>  --------------------------------------------------------------
                AND RV-COD-DEPOSITO = COD-DEPOSITO
               IF BO-ORDEM-SERVICO = 0
                  OR RV-ORDEM-SERVICO NOT = BO-ORDEM-SERVICO
                  OR RV-TIPO = 'V'
                 ADD RV-QT-PECA TO WRK-QT-RESERVADA
               END-IF
             END-IF.
      *>  MESMO CRITERIO DO 5625 DO DESAFIO11: O LOTE QUE VENCE
      *>  PRIMEIRO SAI PRIMEIRO; LOTE SEM VALIDADE SO SAI DEPOIS DOS
      *>  DATADOS. PECA SEM CONTROLE DE LOTE SEGUE SEM BAIXA DE LOTE.
      *>  O PRIMEIRO LOTE BAIXADO FICA EM WRK-LOTE-REQ PARA A
      *>  REQUISICAO DO BACKORDER.
      *>  --------------------------------------------------------------
       4540-BAIXA-LOTES-FEFO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LOTE-REQ.
             OPEN I-O LOTES.
             IF LOTE-STATUS NOT = 0
               MOVE 0 TO LOTE-STATUS
                   IF LT-QT-PECA = 0
                     MOVE 'Z' TO LT-SITUACAO
                   END-IF
                   IF WRK-LOTE-REQ = SPACES
                     MOVE LT-NUMERO-LOTE TO WRK-LOTE-REQ
                   END-IF
                   REWRITE LOTES-REG
               END-READ
             END-IF.
               AT END MOVE 10 TO LOTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8000-DEVOLUCAO-FORNECEDOR - PECA JA ACEITA NO ESTOQUE QUE
      *>  VOLTA AO FORNECEDOR (DEFEITO NO USO, ERRO DE ESPECIFICACAO):
      *>  APONTA O PEDIDO DE ORIGEM, O LOTE E O ENDERECO DE ONDE SAI.
      *>  A SOMA DAS DEVOLUCOES DO PEDIDO NAO PASSA DO RECEBIDO E A
      *>  QUANTIDADE TEM DE ESTAR DISPONIVEL (FISICO MENOS RESERVAS).
      *>  BAIXA O ESTOQUE, O LOTE E O ENDERECO, GRAVA DEVOLVER NA
      *>  AUDITORIA E EMITE A NOTA DE DEBITO PELO CUSTO MEDIO.
      *>  --------------------------------------------------------------
       8000-DEVOLUCAO-FORNECEDOR.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             MOVE SPACES TO WRK-NUM-LOTE WRK-END-INFORMADO
                            WRK-ND-MOTIVO.
             DISPLAY 'NUMERO DO PEDIDO......: '.
             ACCEPT WRK-PED-NUMERO.
             DISPLAY 'CODIGO DO FORNECEDOR..: '.
             ACCEPT WRK-PED-FORN.
             DISPLAY 'QUANTIDADE DEVOLVIDA..: '.
             ACCEPT WRK-QT-DEVOLVER.
             DISPLAY 'NUMERO DO LOTE (BRANCO=SEM LOTE): '.
             ACCEPT WRK-NUM-LOTE.
             DISPLAY 'ENDERECO DE SAIDA RRPPNN (BRANCO=SEM ENDERECO): '.
             ACCEPT WRK-END-INFORMADO.
             DISPLAY 'MOTIVO DA DEVOLUCAO...: '.
             ACCEPT WRK-ND-MOTIVO.
             MOVE WRK-PED-NUMERO TO PED-NUMERO.
             MOVE WRK-PED-FORN   TO PED-FORN-COD.
             READ PEDIDOS
               INVALID KEY
                 MOVE '*** PEDIDO NAO ENCONTRADO ***' TO WRK-MENSAGEM
             END-READ.
             IF WRK-MENSAGEM = SPACES
               MOVE PED-ID-PECA      TO ID-PECA
               MOVE PED-COD-DEPOSITO TO COD-DEPOSITO
               READ ESTOQUE
                 INVALID KEY
                   MOVE '*** PECA DO PEDIDO NAO ESTA NO ESTOQUE ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 8100-SOMA-DEVOLVIDO
               COMPUTE WRK-QT-SALDO-DEV =
                       PED-QT-RECEBIDA - WRK-QT-JA-DEVOLV
               MOVE 0 TO BO-ORDEM-SERVICO
               PERFORM 4530-CALCULA-DISPONIVEL
             END-IF.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN WRK-QT-DEVOLVER = 0
                 MOVE '*** QUANTIDADE DEVOLVIDA OBRIGATORIA ***'
                   TO WRK-MENSAGEM
               WHEN WRK-QT-DEVOLVER > WRK-QT-SALDO-DEV
                 MOVE '*** DEVOLUCAO ACIMA DO RECEBIDO NO PEDIDO ***'
                   TO WRK-MENSAGEM
               WHEN WRK-QT-DEVOLVER > WRK-DISPONIVEL
                 MOVE '*** SALDO DISPONIVEL INSUFICIENTE ***'
                   TO WRK-MENSAGEM
               WHEN WRK-ND-MOTIVO = SPACES
                 MOVE '*** MOTIVO DA DEVOLUCAO OBRIGATORIO ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES AND WRK-NUM-LOTE NOT = SPACES
               PERFORM 8200-CONFERE-LOTE
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 8300-CONFERE-ENDERECO
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               PERFORM 8050-BUSCA-CUSTO
               COMPUTE WRK-VALOR-DEBITO =
                       WRK-QT-DEVOLVER * WRK-CUSTO-UNIT
               DISPLAY 'PECA ' ID-PECA ' DEP ' COD-DEPOSITO
                       ' QTDE ' WRK-QT-DEVOLVER
                       ' CUSTO MEDIO ' WRK-CUSTO-UNIT
               DISPLAY 'VALOR DA NOTA DE DEBITO: ' WRK-VALOR-DEBITO
               DISPLAY 'CONFIRMA A DEVOLUCAO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 PERFORM 8500-EFETIVA-DEVOLUCAO
               ELSE
                 DISPLAY 'DEVOLUCAO CANCELADA'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  8050-BUSCA-CUSTO - CUSTO MEDIO PONDERADO DA PECA NO DEPOSITO
      *>  (CUSTOMED.TXT); SEM CUSTO MEDIO, O PRECO DE CADASTRO.
      *>  --------------------------------------------------------------
       8050-BUSCA-CUSTO.
      *>  --------------------------------------------------------------
             MOVE PRECO-PECA TO WRK-CUSTO-UNIT.
             MOVE ID-PECA      TO CM-ID-PECA.
             MOVE COD-DEPOSITO TO CM-COD-DEPOSITO.
             READ CUSTO-MEDIO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CM-CUSTO-MEDIO > 0
                   MOVE CM-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  8100-SOMA-DEVOLVIDO - QUANTIDADE JA DEVOLVIDA DO PEDIDO NAS
      *>  NOTAS DE DEBITO ANTERIORES DO FORNECEDOR.
      *>  --------------------------------------------------------------
       8100-SOMA-DEVOLVIDO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-JA-DEVOLV.
             OPEN INPUT NOTAS-DEBITO.
             IF NOTADEB-STATUS NOT = 0
               MOVE 0 TO NOTADEB-STATUS
             ELSE
               MOVE WRK-PED-FORN TO ND-FORN-COD
               MOVE 0 TO ND-NUMERO
               START NOTAS-DEBITO KEY IS NOT LESS THAN ND-CHAVE
                 INVALID KEY
                   MOVE 10 TO NOTADEB-STATUS
               END-START
               IF NOTADEB-STATUS NOT = 10
                 READ NOTAS-DEBITO NEXT
                   AT END MOVE 10 TO NOTADEB-STATUS
                 END-READ
               END-IF
               PERFORM 8110-SOMA-UMA-NOTA
                 UNTIL NOTADEB-STATUS = 10
                    OR ND-FORN-COD NOT = WRK-PED-FORN
               CLOSE NOTAS-DEBITO
               MOVE 0 TO NOTADEB-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8110-SOMA-UMA-NOTA.
      *>  --------------------------------------------------------------
             IF ND-PED-NUMERO = WRK-PED-NUMERO
               ADD ND-QT-DEVOLVIDA TO WRK-QT-JA-DEVOLV
             END-IF.
             READ NOTAS-DEBITO NEXT
               AT END MOVE 10 TO NOTADEB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-CONFERE-LOTE - O LOTE INFORMADO TEM DE SER DA PECA NO
      *>  DEPOSITO E TER SALDO PARA A DEVOLUCAO.
      *>  --------------------------------------------------------------
       8200-CONFERE-LOTE.
      *>  --------------------------------------------------------------
             OPEN INPUT LOTES.
             IF LOTE-STATUS NOT = 0
               MOVE 0 TO LOTE-STATUS
               MOVE '*** LOTE NAO ENCONTRADO ***' TO WRK-MENSAGEM
             ELSE
               MOVE ID-PECA       TO LT-ID-PECA
               MOVE COD-DEPOSITO  TO LT-COD-DEPOSITO
               MOVE WRK-NUM-LOTE  TO LT-NUMERO-LOTE
               READ LOTES
                 INVALID KEY
                   MOVE '*** LOTE NAO ENCONTRADO ***' TO WRK-MENSAGEM
                 NOT INVALID KEY
                   IF LT-QT-PECA < WRK-QT-DEVOLVER
                     MOVE '*** QUANTIDADE ACIMA DO SALDO DO LOTE ***'
                       TO WRK-MENSAGEM
                   END-IF
               END-READ
               CLOSE LOTES
             END-IF.
      *>  --------------------------------------------------------------
      *>  8300-CONFERE-ENDERECO - COM ENDERECO, A PECA TEM DE ESTAR
      *>  GUARDADA NELE NA QUANTIDADE DEVOLVIDA; SEM ENDERECO, A
      *>  QUANTIDADE TEM DE CABER NO SALDO NAO ENDERECADO DA PECA,
      *>  PARA O TOTAL ENDERECADO NUNCA PASSAR DO ESTOQUE.
      *>  --------------------------------------------------------------
       8300-CONFERE-ENDERECO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ENDERECADA.
             OPEN INPUT PECA-ENDERECO.
             IF PECAEND-STATUS NOT = 0
               MOVE 0 TO PECAEND-STATUS
               IF WRK-END-INFORMADO NOT = SPACES
                 MOVE '*** PECA NAO ESTA NO ENDERECO INFORMADO ***'
                   TO WRK-MENSAGEM
               END-IF
             ELSE
               IF WRK-END-INFORMADO NOT = SPACES
                 MOVE ID-PECA           TO PN-ID-PECA
                 MOVE COD-DEPOSITO      TO PN-COD-DEPOSITO
                 MOVE WRK-END-INFORMADO TO PN-ENDERECO
                 READ PECA-ENDERECO
                   INVALID KEY
                     MOVE '*** PECA NAO ESTA NO ENDERECO INFORMADO ***'
                       TO WRK-MENSAGEM
                   NOT INVALID KEY
                     IF PN-QT-PECA < WRK-QT-DEVOLVER
                       MOVE '*** QUANTIDADE ACIMA DO SALDO DO ENDERECO'
                         TO WRK-MENSAGEM
                     END-IF
                 END-READ
               ELSE
                 PERFORM 8310-SOMA-ENDERECADO
                 COMPUTE WRK-QT-SEM-END = QT-PECA - WRK-QT-ENDERECADA
                 IF WRK-QT-DEVOLVER > WRK-QT-SEM-END
                   MOVE '*** PECA ENDERECADA - INFORME O ENDERECO ***'
                     TO WRK-MENSAGEM
                 END-IF
               END-IF
               CLOSE PECA-ENDERECO
             END-IF.
      *>  --------------------------------------------------------------
       8310-SOMA-ENDERECADO.
      *>  --------------------------------------------------------------
             MOVE ID-PECA      TO PN-ID-PECA.
             MOVE COD-DEPOSITO TO PN-COD-DEPOSITO.
             MOVE LOW-VALUES   TO PN-ENDERECO.
             START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
               INVALID KEY
                 MOVE 10 TO PECAEND-STATUS
             END-START.
             IF PECAEND-STATUS NOT = 10
               READ PECA-ENDERECO NEXT
                 AT END MOVE 10 TO PECAEND-STATUS
               END-READ
             END-IF.
             PERFORM 8320-SOMA-UM-ENDERECO
               UNTIL PECAEND-STATUS = 10
                  OR PN-ID-PECA NOT = ID-PECA
                  OR PN-COD-DEPOSITO NOT = COD-DEPOSITO.
             MOVE 0 TO PECAEND-STATUS.
      *>  --------------------------------------------------------------
       8320-SOMA-UM-ENDERECO.
      *>  --------------------------------------------------------------
             ADD PN-QT-PECA TO WRK-QT-ENDERECADA.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8500-EFETIVA-DEVOLUCAO - BAIXA O ESTOQUE, O LOTE E O
      *>  ENDERECO, AUDITA E EMITE A NOTA DE DEBITO.
      *>  --------------------------------------------------------------
       8500-EFETIVA-DEVOLUCAO.
      *>  --------------------------------------------------------------
             MOVE QT-PECA TO WRK-QT-ANTERIOR.
             SUBTRACT WRK-QT-DEVOLVER FROM QT-PECA.
             REWRITE ESTOQUE-REG.
             IF WRK-NUM-LOTE NOT = SPACES
               PERFORM 8550-BAIXA-LOTE-DEVOLVIDO
             END-IF.
             IF WRK-END-INFORMADO NOT = SPACES
               PERFORM 8560-BAIXA-ENDERECO-DEVOLVIDO
             END-IF.
             MOVE 'DEVOLVER' TO WRK-AUD-OPERACAO.
             PERFORM 4300-GRAVA-AUDITORIA.
             PERFORM 8600-GRAVA-NOTA-DEBITO.
             DISPLAY 'DEVOLVIDO - ESTOQUE DA PECA ' ID-PECA
                     ' ATUALIZADO PARA ' QT-PECA.
             DISPLAY 'NOTA DE DEBITO ' WRK-NUM-ND ' FORNECEDOR '
                     WRK-PED-FORN ' VALOR ' WRK-VALOR-DEBITO.
      *>  --------------------------------------------------------------
       8550-BAIXA-LOTE-DEVOLVIDO.
      *>  --------------------------------------------------------------
             OPEN I-O LOTES.
             IF LOTE-STATUS NOT = 0
               MOVE 0 TO LOTE-STATUS
             ELSE
               MOVE ID-PECA       TO LT-ID-PECA
               MOVE COD-DEPOSITO  TO LT-COD-DEPOSITO
               MOVE WRK-NUM-LOTE  TO LT-NUMERO-LOTE
               READ LOTES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SUBTRACT WRK-QT-DEVOLVER FROM LT-QT-PECA
                   IF LT-QT-PECA = 0
                     MOVE 'Z' TO LT-SITUACAO
                   END-IF
                   REWRITE LOTES-REG
               END-READ
               CLOSE LOTES
             END-IF.
      *>  --------------------------------------------------------------
      *>  8560-BAIXA-ENDERECO-DEVOLVIDO - TIRA A QUANTIDADE DA
      *>  ATRIBUICAO PECA/ENDERECO (ZERADA, A ATRIBUICAO SAI) E DO
      *>  OCUPADO DO ENDERECO.
      *>  --------------------------------------------------------------
       8560-BAIXA-ENDERECO-DEVOLVIDO.
      *>  --------------------------------------------------------------
             OPEN I-O PECA-ENDERECO.
             IF PECAEND-STATUS NOT = 0
               MOVE 0 TO PECAEND-STATUS
             ELSE
               MOVE ID-PECA           TO PN-ID-PECA
               MOVE COD-DEPOSITO      TO PN-COD-DEPOSITO
               MOVE WRK-END-INFORMADO TO PN-ENDERECO
               READ PECA-ENDERECO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SUBTRACT WRK-QT-DEVOLVER FROM PN-QT-PECA
                   IF PN-QT-PECA = 0
                     DELETE PECA-ENDERECO
                   ELSE
                     CALL 'DATAPROC' USING PN-DT-MOVIMENTO
                     REWRITE PECAEND-MASTER-REG
                   END-IF
               END-READ
               CLOSE PECA-ENDERECO
             END-IF.
             OPEN I-O ENDERECOS.
             IF ENDER-STATUS NOT = 0
               MOVE 0 TO ENDER-STATUS
             ELSE
               MOVE COD-DEPOSITO      TO EN-COD-DEPOSITO
               MOVE WRK-END-INFORMADO TO EN-ENDERECO
               READ ENDERECOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF EN-QT-OCUPADA > WRK-QT-DEVOLVER
                     SUBTRACT WRK-QT-DEVOLVER FROM EN-QT-OCUPADA
                   ELSE
                     MOVE 0 TO EN-QT-OCUPADA
                   END-IF
                   REWRITE ENDERECO-MASTER-REG
               END-READ
               CLOSE ENDERECOS
             END-IF.
      *>  --------------------------------------------------------------
      *>  8600-GRAVA-NOTA-DEBITO - NOTA DE DEBITO ABERTA CONTRA O
      *>  FORNECEDOR, COM SALDO IGUAL AO VALOR, PARA O NFFORNEC ABATER
      *>  DO PROXIMO TITULO.
      *>  --------------------------------------------------------------
       8600-GRAVA-NOTA-DEBITO.
      *>  --------------------------------------------------------------
             PERFORM 8650-PROX-NUM-ND.
             OPEN I-O NOTAS-DEBITO.
             IF NOTADEB-STATUS = 35
               OPEN OUTPUT NOTAS-DEBITO
               CLOSE NOTAS-DEBITO
               OPEN I-O NOTAS-DEBITO
             END-IF.
             INITIALIZE NOTADEB-MASTER-REG.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-PED-FORN     TO ND-FORN-COD.
             MOVE WRK-NUM-ND       TO ND-NUMERO.
             MOVE WRK-DATA-HOJE    TO ND-DT-EMISSAO.
             MOVE WRK-PED-NUMERO   TO ND-PED-NUMERO.
             MOVE ID-PECA          TO ND-ID-PECA.
             MOVE COD-DEPOSITO     TO ND-COD-DEPOSITO.
             MOVE WRK-NUM-LOTE     TO ND-NUMERO-LOTE.
             MOVE WRK-QT-DEVOLVER  TO ND-QT-DEVOLVIDA.
             MOVE WRK-CUSTO-UNIT   TO ND-CUSTO-UNIT.
             MOVE WRK-VALOR-DEBITO TO ND-VALOR.
             MOVE WRK-VALOR-DEBITO TO ND-SALDO.
             MOVE 'A'              TO ND-SITUACAO.
             MOVE WRK-ND-MOTIVO    TO ND-MOTIVO.
             MOVE WRK-OPERADOR     TO ND-OPERADOR.
             WRITE NOTADEB-MASTER-REG
               INVALID KEY
                 DISPLAY '*** NOTA DE DEBITO ' ND-NUMERO ' JA EXISTE'
             END-WRITE.
             CLOSE NOTAS-DEBITO.
      *>  --------------------------------------------------------------
       8650-PROX-NUM-ND.
      *>  --------------------------------------------------------------
             OPEN I-O NOTADEB-CTRL.
             IF NDCTRL-STATUS = 35
               OPEN OUTPUT NOTADEB-CTRL
               CLOSE NOTADEB-CTRL
               OPEN I-O NOTADEB-CTRL
             END-IF.
             MOVE 1 TO NDCTRL-CHAVE.
             READ NOTADEB-CTRL
               INVALID KEY
                 MOVE 1 TO NDCTRL-ULTIMO-NUM
                 WRITE NOTADEB-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO NDCTRL-ULTIMO-NUM
                 REWRITE NOTADEB-CTRL-REG
             END-READ.
             MOVE NDCTRL-ULTIMO-NUM TO WRK-NUM-ND.
             CLOSE NOTADEB-CTRL.
      *>  --------------------------------------------------------------
      *>  8900-CALCULA-PROMETIDA - SOMA O PRAZO PROMETIDO (EM DIAS
      *>  COMERCIAIS DE MES DE 30) A DATA DE EMISSAO, DEVOLVENDO A DATA
      *>  PROMETIDA EM WRK-DATA-RESULT, PARA O SCORECARD DE FORNECEDOR
