       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDAPEC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = VENDA DE PECAS NO BALCAO PARA
      ***   CLIENTES (CLIENTE.TXT) OU COMPRADOR AVULSO: O PEDIDO
      ***   DE VENDA (PEDVENDA.TXT) SAI PELA TABELA DE PRECO -
      ***   CUSTO MEDIO (CUSTOMED.TXT) MAIS A MARGEM DA CLASSE ABC
      ***   DA PECA (ABCPECAS.TXT / VENDPARM.TXT) - E SEGURA O
      ***   ESTOQUE COM RESERVAS TIPO V (RESERVAS.TXT). O
      ***   FATURAMENTO BAIXA ESTOQUE, LOTES (FEFO) E ENDERECOS,
      ***   GRAVA VENDA NA AUDITORIA E EMITE A NOTA DE VENDA
      ***   (NFVENDA.TXT, SERIE PROPRIA NO VENDCTRL.TXT) COM O
      ***   CUSTO DA SAIDA, QUE O RAZAODIA LANCA COMO RECEITA E
      ***   CUSTO DA MERCADORIA VENDIDA. EMITE A VENDA DIARIA
      ***   (RELVENDA.TXT, PARM DIARIO) E A MARGEM DO MES POR PECA
      ***   E POR CLIENTE (RELMARGV.TXT, PARM MARGEM).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO 'C:\COBOL\ESTOQUE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTOQUE-STATUS
             RECORD KEY IS ESTOQUE-CHAVE
             ALTERNATE RECORD KEY IS NOME-PECA WITH DUPLICATES.
           SELECT CUSTO-MEDIO ASSIGN TO 'C:\COBOL\CUSTOMED.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CUSTMED-STATUS
             RECORD KEY IS CM-CHAVE.
           SELECT ABC-CLASSE ASSIGN TO 'C:\COBOL\ABCPECAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ABC-STATUS
             RECORD KEY IS AB-CHAVE.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT PEDIDOS-VENDA ASSIGN TO 'C:\COBOL\PEDVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDVENDA-STATUS
             RECORD KEY IS PV-NUMERO.
           SELECT NOTAS-VENDA ASSIGN TO 'C:\COBOL\NFVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NFVENDA-STATUS
             RECORD KEY IS NV-NUMERO.
           SELECT VENDA-CTRL ASSIGN TO 'C:\COBOL\VENDCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS VDCTRL-STATUS
             RECORD KEY IS VDCTRL-CHAVE.
           SELECT MARKUP-VENDA ASSIGN TO 'C:\COBOL\VENDPARM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MARKUP-STATUS.
           SELECT RESERVAS ASSIGN TO 'C:\COBOL\RESERVAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RESERVA-STATUS
             RECORD KEY IS RV-NUMERO.
           SELECT RESERVA-CTRL ASSIGN TO 'C:\COBOL\RSVCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS RVCTRL-STATUS
             RECORD KEY IS RVCTRL-CHAVE.
           SELECT LOTES ASSIGN TO 'C:\COBOL\LOTES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTE-STATUS
             RECORD KEY IS LT-CHAVE.
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
           SELECT AUDIT-PECAS ASSIGN TO 'C:\COBOL\PECASAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.
           SELECT RELAT-VENDA ASSIGN TO 'C:\COBOL\RELVENDA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT RELAT-MARGEM ASSIGN TO 'C:\COBOL\RELMARGV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
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
       FD CUSTO-MEDIO.
       01 CUSTO-MEDIO-REG.
            05 CM-CHAVE.
                10 CM-ID-PECA      PIC 9(5).
                10 CM-COD-DEPOSITO PIC 9(2).
            05 CM-CUSTO-MEDIO      PIC 9(3)V99.
            05 CM-QT-BASE          PIC 9(5).
            05 CM-DT-ATUALIZACAO   PIC 9(8).
       FD ABC-CLASSE.
       01 ABC-CLASSE-REG.
            05 AB-CHAVE.
                10 AB-ID-PECA        PIC 9(5).
                10 AB-COD-DEPOSITO   PIC 9(2).
            05 AB-CLASSE             PIC X(1).
            05 AB-VALOR-CONSUMO      PIC 9(9)V99.
            05 AB-INTERVALO-DIAS     PIC 9(3).
            05 AB-DT-CLASSIF         PIC 9(8).
            05 AB-DT-PROX-CONTAGEM   PIC 9(8).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD PEDIDOS-VENDA.
       COPY 'PEDVENDA-MASTER.CBL'.
       FD NOTAS-VENDA.
       COPY 'NFVENDA-MASTER.CBL'.
       FD VENDA-CTRL.
       01 VENDA-CTRL-REG.
            05 VDCTRL-CHAVE        PIC 9(01).
            05 VDCTRL-ULTIMO-NUM   PIC 9(09).
       FD MARKUP-VENDA.
       01 MARKUP-VENDA-REG.
            05 MK-PCT-CLASSE-A     PIC 9(3)V99.
            05 MK-PCT-CLASSE-B     PIC 9(3)V99.
            05 MK-PCT-CLASSE-C     PIC 9(3)V99.
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
       FD RESERVA-CTRL.
       01 RESERVA-CTRL-REG.
            05 RVCTRL-CHAVE        PIC 9(01).
            05 RVCTRL-ULTIMO-NUM   PIC 9(06).
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
       FD ENDERECOS.
       COPY 'ENDERECO-MASTER.CBL'.
       FD PECA-ENDERECO.
       COPY 'PECAEND-MASTER.CBL'.
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG          PIC X(140).
       FD RELAT-VENDA.
       01 RELAT-VENDA-REG          PIC X(130).
       FD RELAT-MARGEM.
       01 RELAT-MARGEM-REG         PIC X(130).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO        PIC 9(1)  VALUE ZEROS.
       77 ESTOQUE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CUSTMED-STATUS   PIC 9(02) VALUE ZEROS.
       77 ABC-STATUS       PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 PEDVENDA-STATUS  PIC 9(02) VALUE ZEROS.
       77 NFVENDA-STATUS   PIC 9(02) VALUE ZEROS.
       77 VDCTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77 MARKUP-STATUS    PIC 9(02) VALUE ZEROS.
       77 RESERVA-STATUS   PIC 9(02) VALUE ZEROS.
       77 RVCTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77 LOTE-STATUS      PIC 9(02) VALUE ZEROS.
       77 ENDER-STATUS     PIC 9(02) VALUE ZEROS.
       77 PECAEND-STATUS   PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(50) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-CANCELA      PIC X(01) VALUE 'N'.
       77 WRK-CM-OK        PIC X(01) VALUE 'N'.
       77 WRK-ABC-OK       PIC X(01) VALUE 'N'.
       77 WRK-CLI-OK       PIC X(01) VALUE 'N'.
       77 WRK-END-OK       PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-2        PIC 9(04) VALUE ZEROS.
       77 WRK-POS          PIC 9(04) VALUE ZEROS.
       77 WRK-NUM-PEDIDO   PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-NOTA     PIC 9(09) VALUE ZEROS.
       77 WRK-NUM-RESERVA  PIC 9(06) VALUE ZEROS.
       77 WRK-ID-PECA      PIC 9(05) VALUE ZEROS.
       77 WRK-COD-DEPOSITO PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ITEM      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NO-PEDIDO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RESERVADA PIC 9(05) VALUE ZEROS.
       77 WRK-DISPONIVEL   PIC S9(05) VALUE ZEROS.
       77 WRK-QT-ANTERIOR  PIC 9(05) VALUE ZEROS.
       77 WRK-AUD-OPERACAO PIC X(08) VALUE 'VENDA'.
       77 WRK-CUSTO-UNIT   PIC 9(3)V99 VALUE ZEROS.
       77 WRK-CLASSE       PIC X(01) VALUE 'C'.
       77 WRK-MARKUP       PIC 9(3)V99 VALUE ZEROS.
       77 WRK-PRECO-VENDA  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PCT-CLASSE-A PIC 9(3)V99 VALUE 30.
       77 WRK-PCT-CLASSE-B PIC 9(3)V99 VALUE 50.
       77 WRK-PCT-CLASSE-C PIC 9(3)V99 VALUE 80.
       77 WRK-QT-A-BAIXAR  PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-FEFO     PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE-FEFO PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDADE-LOTE PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-QT-DO-LOTE    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DO-END     PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-REL     PIC 9(08) VALUE ZEROS.
       77 WRK-MES-REL      PIC 9(06) VALUE ZEROS.
       77 WRK-MES-NOTA     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-NOTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-VL-RECEITA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VL-CUSTO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VL-MARGEM    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RECEITA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PCT-MARGEM   PIC S9(05)V9 VALUE ZEROS.
       77 WRK-QT-MP        PIC 9(04) VALUE ZEROS.
       77 WRK-QT-MC        PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -ZZZ,ZZZ,ZZ9.99.
       77 WRK-VALOR-ED2    PIC -ZZZ,ZZZ,ZZ9.99.
       77 WRK-VALOR-ED3    PIC -ZZZ,ZZZ,ZZ9.99.
       77 WRK-PCT-ED       PIC -ZZZZ9.9.
       77 WRK-QT-ED        PIC ZZZZZZ9.
      *>  --------------------------------------------------------------
      *>  TABELAS DA MARGEM DO MES: UMA LINHA POR PECA/DEPOSITO E UMA
      *>  POR CLIENTE (ZERO = VENDA AVULSA), ORDENADAS POR TROCA PELA
      *>  MARGEM EM VALOR, DA MAIOR PARA A MENOR.
      *>  --------------------------------------------------------------
       01 WRK-TAB-MARGEM-PECA.
            05 WRK-MP-ITEM OCCURS 500 TIMES.
                10 WRK-MP-ID         PIC 9(05).
                10 WRK-MP-DEP        PIC 9(02).
                10 WRK-MP-QT         PIC 9(07).
                10 WRK-MP-RECEITA    PIC 9(09)V99.
                10 WRK-MP-CUSTO      PIC 9(09)V99.
                10 WRK-MP-MARGEM     PIC S9(09)V99.
       01 WRK-TROCA-PECA.
            05 WRK-TP-ID         PIC 9(05).
            05 WRK-TP-DEP        PIC 9(02).
            05 WRK-TP-QT         PIC 9(07).
            05 WRK-TP-RECEITA    PIC 9(09)V99.
            05 WRK-TP-CUSTO      PIC 9(09)V99.
            05 WRK-TP-MARGEM     PIC S9(09)V99.
       01 WRK-TAB-MARGEM-CLIENTE.
            05 WRK-MC-ITEM OCCURS 500 TIMES.
                10 WRK-MC-CLI        PIC 9(05).
                10 WRK-MC-NOME       PIC X(30).
                10 WRK-MC-NOTAS      PIC 9(05).
                10 WRK-MC-RECEITA    PIC 9(09)V99.
                10 WRK-MC-CUSTO      PIC 9(09)V99.
                10 WRK-MC-MARGEM     PIC S9(09)V99.
       01 WRK-TROCA-CLIENTE.
            05 WRK-TC-CLI        PIC 9(05).
            05 WRK-TC-NOME       PIC X(30).
            05 WRK-TC-NOTAS      PIC 9(05).
            05 WRK-TC-RECEITA    PIC 9(09)V99.
            05 WRK-TC-CUSTO      PIC 9(09)V99.
            05 WRK-TC-MARGEM     PIC S9(09)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 1000-INICIAR.
             EVALUATE WRK-PARM-EXEC
               WHEN 'DIARIO'
                 MOVE 'BATCH' TO WRK-OPERADOR
                 PERFORM 7000-RELATORIO-DIARIO
               WHEN 'MARGEM'
                 MOVE 'BATCH' TO WRK-OPERADOR
                 PERFORM 7500-RELATORIO-MARGEM
               WHEN OTHER
                 DISPLAY 'CODIGO DO OPERADOR: '
                 ACCEPT WRK-OPERADOR
                 PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 9
             END-EVALUATE.
             PERFORM 1100-FINALIZAR.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-INICIAR - CUSTO MEDIO, CLASSE ABC E CADASTRO DE CLIENTES
      *>  SO SAO CONSULTADOS: SEM O ARQUIVO, A VENDA SEGUE COM O PRECO
      *>  DE CADASTRO DA PECA, A MARGEM DA CLASSE C E SO VENDA AVULSA.
      *>  --------------------------------------------------------------
       1000-INICIAR.
      *>  --------------------------------------------------------------
             OPEN I-O ESTOQUE.
             IF ESTOQUE-STATUS = 35
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE
             END-IF.
             OPEN INPUT CUSTO-MEDIO.
             IF CUSTMED-STATUS = 0
               MOVE 'S' TO WRK-CM-OK
             END-IF.
             OPEN INPUT ABC-CLASSE.
             IF ABC-STATUS = 0
               MOVE 'S' TO WRK-ABC-OK
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLI-OK
             END-IF.
             OPEN I-O PEDIDOS-VENDA.
             IF PEDVENDA-STATUS = 35
               OPEN OUTPUT PEDIDOS-VENDA
               CLOSE PEDIDOS-VENDA
               OPEN I-O PEDIDOS-VENDA
             END-IF.
             OPEN I-O NOTAS-VENDA.
             IF NFVENDA-STATUS = 35
               OPEN OUTPUT NOTAS-VENDA
               CLOSE NOTAS-VENDA
               OPEN I-O NOTAS-VENDA
             END-IF.
             OPEN I-O VENDA-CTRL.
             IF VDCTRL-STATUS = 35
               OPEN OUTPUT VENDA-CTRL
               CLOSE VENDA-CTRL
               OPEN I-O VENDA-CTRL
             END-IF.
             OPEN I-O RESERVAS.
             IF RESERVA-STATUS = 35
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
             END-IF.
             OPEN I-O RESERVA-CTRL.
             IF RVCTRL-STATUS = 35
               OPEN OUTPUT RESERVA-CTRL
               CLOSE RESERVA-CTRL
               OPEN I-O RESERVA-CTRL
             END-IF.
             OPEN EXTEND AUDIT-PECAS.
             IF AUDIT-STATUS = 35
               OPEN OUTPUT AUDIT-PECAS
               CLOSE AUDIT-PECAS
               OPEN EXTEND AUDIT-PECAS
             END-IF.
             PERFORM 1200-LE-MARKUP.
      *>  --------------------------------------------------------------
       1100-FINALIZAR.
      *>  --------------------------------------------------------------
             CLOSE ESTOQUE PEDIDOS-VENDA NOTAS-VENDA VENDA-CTRL
                   RESERVAS RESERVA-CTRL AUDIT-PECAS.
             IF WRK-CM-OK = 'S'
               CLOSE CUSTO-MEDIO
             END-IF.
             IF WRK-ABC-OK = 'S'
               CLOSE ABC-CLASSE
             END-IF.
             IF WRK-CLI-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
      *>  --------------------------------------------------------------
      *>  1200-LE-MARKUP - MARGEM SOBRE O CUSTO POR CLASSE ABC. SEM O
      *>  ARQUIVO, NASCE COM 30% PARA A, 50% PARA B E 80% PARA C (GIRO
      *>  ALTO VENDE COM MARGEM MENOR).
      *>  --------------------------------------------------------------
       1200-LE-MARKUP.
      *>  --------------------------------------------------------------
             OPEN INPUT MARKUP-VENDA.
             IF MARKUP-STATUS = 35
               MOVE WRK-PCT-CLASSE-A TO MK-PCT-CLASSE-A
               MOVE WRK-PCT-CLASSE-B TO MK-PCT-CLASSE-B
               MOVE WRK-PCT-CLASSE-C TO MK-PCT-CLASSE-C
               OPEN OUTPUT MARKUP-VENDA
               WRITE MARKUP-VENDA-REG
               CLOSE MARKUP-VENDA
             ELSE
               READ MARKUP-VENDA
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE MK-PCT-CLASSE-A TO WRK-PCT-CLASSE-A
                   MOVE MK-PCT-CLASSE-B TO WRK-PCT-CLASSE-B
                   MOVE MK-PCT-CLASSE-C TO WRK-PCT-CLASSE-C
               END-READ
               CLOSE MARKUP-VENDA
             END-IF.
             MOVE 0 TO MARKUP-STATUS.
      *>  --------------------------------------------------------------
       2000-PROCESSAR.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'VENDA DE PECAS NO BALCAO'.
             DISPLAY '1 - NOVO PEDIDO DE VENDA'.
             DISPLAY '2 - FATURAR PEDIDO (NOTA DE VENDA)'.
             DISPLAY '3 - CANCELAR PEDIDO'.
             DISPLAY '4 - CONSULTAR PRECO DE VENDA'.
             DISPLAY '5 - MARGEM POR CLASSE ABC'.
             DISPLAY '6 - RELATORIO DE VENDAS DO DIA'.
             DISPLAY '7 - RELATORIO DE MARGEM DO MES'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-OPCAO.
             EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 2100-NOVO-PEDIDO
               WHEN 2
                 PERFORM 3000-FATURA-PEDIDO
               WHEN 3
                 PERFORM 4000-CANCELA-PEDIDO
               WHEN 4
                 PERFORM 4500-CONSULTA-PRECO
               WHEN 5
                 PERFORM 8000-MANTEM-MARKUP
               WHEN 6
                 PERFORM 7000-RELATORIO-DIARIO
               WHEN 7
                 PERFORM 7500-RELATORIO-MARGEM
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  2100-NOVO-PEDIDO - CLIENTE CADASTRADO E ATIVO OU COMPRADOR
      *>  AVULSO (CODIGO ZERO, SO O NOME), DE 1 A 10 ITENS. CADA ITEM
      *>  TEM DE CABER NO DISPONIVEL (FISICO MENOS RESERVAS, MENOS O
      *>  QUE O PROPRIO PEDIDO JA PEDIU DA PECA). CONFIRMADO, O PEDIDO
      *>  GANHA NUMERO E CADA ITEM UMA RESERVA TIPO V.
      *>  --------------------------------------------------------------
       2100-NOVO-PEDIDO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             MOVE 'N' TO WRK-CANCELA.
             INITIALIZE PEDVENDA-MASTER-REG.
             DISPLAY 'CODIGO DO CLIENTE (0=AVULSO): '.
             ACCEPT PV-CLI-ID.
             IF PV-CLI-ID = 0
               DISPLAY 'NOME DO COMPRADOR......: '
               ACCEPT PV-NOME-CLIENTE
             ELSE
               PERFORM 2110-BUSCA-CLIENTE
             END-IF.
             IF WRK-MENSAGEM = SPACES
               DISPLAY 'QUANTIDADE DE ITENS (1-10): '
               ACCEPT PV-QT-ITENS
             END-IF.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN PV-NOME-CLIENTE = SPACES
                 MOVE '*** NOME DO COMPRADOR OBRIGATORIO ***'
                   TO WRK-MENSAGEM
               WHEN PV-QT-ITENS = 0 OR PV-QT-ITENS > 10
                 MOVE '*** O PEDIDO TEM DE 1 A 10 ITENS ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               MOVE 1 TO WRK-IDX
               PERFORM 2200-LE-ITEM
                 UNTIL WRK-IDX > PV-QT-ITENS OR WRK-CANCELA = 'S'
               IF WRK-CANCELA = 'S'
                 DISPLAY 'PEDIDO DE VENDA ABANDONADO'
               ELSE
                 DISPLAY 'CLIENTE: ' PV-NOME-CLIENTE
                 DISPLAY 'TOTAL DO PEDIDO: ' PV-VALOR-TOTAL
                 DISPLAY 'CONFIRMA O PEDIDO (S/N)? '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM 2400-GRAVA-PEDIDO
                 ELSE
                   DISPLAY 'PEDIDO DE VENDA ABANDONADO'
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2110-BUSCA-CLIENTE.
      *>  --------------------------------------------------------------
             IF WRK-CLI-OK = 'N'
               MOVE '*** CADASTRO DE CLIENTES INDISPONIVEL ***'
                 TO WRK-MENSAGEM
             ELSE
               MOVE PV-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   MOVE '*** CLIENTE NAO CADASTRADO ***'
                     TO WRK-MENSAGEM
                 NOT INVALID KEY
                   IF CLI-ATIVO
                     MOVE CLI-NOME TO PV-NOME-CLIENTE
                   ELSE
                     MOVE '*** CLIENTE EXCLUIDO OU FALECIDO ***'
                       TO WRK-MENSAGEM
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2200-LE-ITEM - UM ITEM DO PEDIDO; ITEM RECUSADO E PERGUNTADO
      *>  DE NOVO, PECA ZERO ABANDONA O PEDIDO.
      *>  --------------------------------------------------------------
       2200-LE-ITEM.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'ITEM ' WRK-IDX ' - CODIGO DA PECA (0=ABANDONA): '.
             ACCEPT WRK-ID-PECA.
             IF WRK-ID-PECA = 0
               MOVE 'S' TO WRK-CANCELA
             ELSE
               DISPLAY 'CODIGO DO DEPOSITO.....: '
               ACCEPT WRK-COD-DEPOSITO
               DISPLAY 'QUANTIDADE.............: '
               ACCEPT WRK-QT-ITEM
               MOVE WRK-ID-PECA      TO ID-PECA
               MOVE WRK-COD-DEPOSITO TO COD-DEPOSITO
               READ ESTOQUE
                 INVALID KEY
                   MOVE '*** PECA NAO CADASTRADA NO DEPOSITO ***'
                     TO WRK-MENSAGEM
                 NOT INVALID KEY
                   PERFORM 6000-CALCULA-DISPONIVEL
                   PERFORM 2250-SOMA-NO-PEDIDO
               END-READ
               EVALUATE TRUE
                 WHEN WRK-MENSAGEM NOT = SPACES
                   CONTINUE
                 WHEN WRK-QT-ITEM = 0
                   MOVE '*** QUANTIDADE OBRIGATORIA ***'
                     TO WRK-MENSAGEM
                 WHEN WRK-QT-ITEM + WRK-QT-NO-PEDIDO > WRK-DISPONIVEL
                   MOVE '*** SALDO DISPONIVEL INSUFICIENTE ***'
                     TO WRK-MENSAGEM
               END-EVALUATE
               IF WRK-MENSAGEM NOT = SPACES
                 DISPLAY WRK-MENSAGEM
               ELSE
                 PERFORM 4600-PRECO-VENDA
                 MOVE ID-PECA         TO PV-ID-PECA(WRK-IDX)
                 MOVE COD-DEPOSITO    TO PV-COD-DEPOSITO(WRK-IDX)
                 MOVE WRK-QT-ITEM     TO PV-QT-PECA(WRK-IDX)
                 MOVE WRK-CLASSE      TO PV-CLASSE-ABC(WRK-IDX)
                 MOVE WRK-PRECO-VENDA TO PV-PRECO-UNIT(WRK-IDX)
                 COMPUTE PV-VALOR-TOTAL = PV-VALOR-TOTAL
                         + (WRK-QT-ITEM * WRK-PRECO-VENDA)
                 DISPLAY NOME-PECA ' CLASSE ' WRK-CLASSE
                         ' PRECO UNITARIO ' WRK-PRECO-VENDA
                 ADD 1 TO WRK-IDX
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2250-SOMA-NO-PEDIDO - QUANTIDADE DA PECA/DEPOSITO EM ESTOQUE
      *>  JA PEDIDA NOS ITENS ANTERIORES DO MESMO PEDIDO.
      *>  --------------------------------------------------------------
       2250-SOMA-NO-PEDIDO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-NO-PEDIDO.
             PERFORM 2260-SOMA-UM-ITEM
               VARYING WRK-IDX-2 FROM 1 BY 1
               UNTIL WRK-IDX-2 >= WRK-IDX.
      *>  --------------------------------------------------------------
       2260-SOMA-UM-ITEM.
      *>  --------------------------------------------------------------
             IF PV-ID-PECA(WRK-IDX-2) = ID-PECA
                AND PV-COD-DEPOSITO(WRK-IDX-2) = COD-DEPOSITO
               ADD PV-QT-PECA(WRK-IDX-2) TO WRK-QT-NO-PEDIDO
             END-IF.
      *>  --------------------------------------------------------------
       2400-GRAVA-PEDIDO.
      *>  --------------------------------------------------------------
             MOVE 1 TO VDCTRL-CHAVE.
             PERFORM 6500-PROX-NUM-VENDA.
             MOVE VDCTRL-ULTIMO-NUM TO WRK-NUM-PEDIDO.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-NUM-PEDIDO TO PV-NUMERO.
             MOVE WRK-DATA-HOJE  TO PV-DT-PEDIDO.
             MOVE 'A'            TO PV-SITUACAO.
             MOVE WRK-OPERADOR   TO PV-OPERADOR.
             PERFORM 2410-RESERVA-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > PV-QT-ITENS.
             WRITE PEDVENDA-MASTER-REG
               INVALID KEY
                 DISPLAY '*** PEDIDO DE VENDA ' PV-NUMERO ' JA EXISTE'
               NOT INVALID KEY
                 DISPLAY 'PEDIDO DE VENDA ' PV-NUMERO
                         ' GRAVADO - ESTOQUE RESERVADO'
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  2410-RESERVA-ITEM - RESERVA TIPO V DO BALCAO, COM O NUMERO DO
      *>  PEDIDO DE VENDA NO LUGAR DA ORDEM DE SERVICO.
      *>  --------------------------------------------------------------
       2410-RESERVA-ITEM.
      *>  --------------------------------------------------------------
             PERFORM 6600-PROX-NUM-RESERVA.
             MOVE WRK-NUM-RESERVA            TO RV-NUMERO.
             MOVE WRK-DATA-HOJE              TO RV-DATA.
             MOVE PV-ID-PECA(WRK-IDX)        TO RV-ID-PECA.
             MOVE PV-COD-DEPOSITO(WRK-IDX)   TO RV-COD-DEPOSITO.
             MOVE PV-QT-PECA(WRK-IDX)        TO RV-QT-PECA.
             MOVE 'V'                        TO RV-TIPO.
             MOVE 'BALCAO'                   TO RV-DEPARTAMENTO.
             MOVE WRK-NUM-PEDIDO             TO RV-ORDEM-SERVICO.
             MOVE 'A'                        TO RV-SITUACAO.
             WRITE RESERVAS-REG
               INVALID KEY
                 DISPLAY '*** RESERVA ' RV-NUMERO ' JA EXISTE'
             END-WRITE.
             MOVE WRK-NUM-RESERVA TO PV-RESERVA(WRK-IDX).
      *>  --------------------------------------------------------------
      *>  3000-FATURA-PEDIDO - SO PEDIDO ABERTO. CONFERE O FISICO DE
      *>  TODOS OS ITENS ANTES DE BAIXAR QUALQUER UM, PARA A NOTA NAO
      *>  SAIR PELA METADE.
      *>  --------------------------------------------------------------
       3000-FATURA-PEDIDO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'NUMERO DO PEDIDO DE VENDA: '.
             ACCEPT PV-NUMERO.
             READ PEDIDOS-VENDA
               INVALID KEY
                 MOVE '*** PEDIDO DE VENDA NAO ENCONTRADO ***'
                   TO WRK-MENSAGEM
             END-READ.
             IF WRK-MENSAGEM = SPACES
               IF NOT PV-ABERTO
                 MOVE '*** PEDIDO JA FATURADO OU CANCELADO ***'
                   TO WRK-MENSAGEM
               ELSE
                 PERFORM 3050-CONFERE-ITEM
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > PV-QT-ITENS
               END-IF
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               DISPLAY 'CLIENTE: ' PV-NOME-CLIENTE
               DISPLAY 'ITENS: ' PV-QT-ITENS
                       ' - TOTAL: ' PV-VALOR-TOTAL
               DISPLAY 'CONFIRMA O FATURAMENTO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 PERFORM 3100-EMITE-NOTA
               ELSE
                 DISPLAY 'FATURAMENTO NAO CONFIRMADO'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3050-CONFERE-ITEM.
      *>  --------------------------------------------------------------
             MOVE PV-ID-PECA(WRK-IDX)      TO ID-PECA.
             MOVE PV-COD-DEPOSITO(WRK-IDX) TO COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 IF WRK-MENSAGEM = SPACES
                   MOVE '*** PECA DO PEDIDO NAO CADASTRADA ***'
                     TO WRK-MENSAGEM
                 END-IF
               NOT INVALID KEY
                 PERFORM 2250-SOMA-NO-PEDIDO
                 IF QT-PECA < WRK-QT-NO-PEDIDO + PV-QT-PECA(WRK-IDX)
                    AND WRK-MENSAGEM = SPACES
                   MOVE '*** SALDO FISICO INSUFICIENTE PARA O PEDIDO'
                     TO WRK-MENSAGEM
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  3100-EMITE-NOTA - NUMERO DA SERIE DE NOTAS DE VENDA, BAIXA
      *>  ITEM A ITEM E FECHA O PEDIDO COMO FATURADO.
      *>  --------------------------------------------------------------
       3100-EMITE-NOTA.
      *>  --------------------------------------------------------------
             MOVE 2 TO VDCTRL-CHAVE.
             PERFORM 6500-PROX-NUM-VENDA.
             MOVE VDCTRL-ULTIMO-NUM TO WRK-NUM-NOTA.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             INITIALIZE NFVENDA-MASTER-REG.
             MOVE WRK-NUM-NOTA    TO NV-NUMERO.
             MOVE WRK-DATA-HOJE   TO NV-DT-EMISSAO.
             MOVE PV-NUMERO       TO NV-PV-NUMERO.
             MOVE PV-CLI-ID       TO NV-CLI-ID.
             MOVE PV-NOME-CLIENTE TO NV-NOME-CLIENTE.
             MOVE PV-QT-ITENS     TO NV-QT-ITENS.
             MOVE 'E'             TO NV-SITUACAO.
             MOVE WRK-OPERADOR    TO NV-OPERADOR.
             PERFORM 3110-BAIXA-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > PV-QT-ITENS.
             WRITE NFVENDA-MASTER-REG
               INVALID KEY
                 DISPLAY '*** NOTA DE VENDA ' NV-NUMERO ' JA EXISTE'
             END-WRITE.
             MOVE 'F'             TO PV-SITUACAO.
             MOVE WRK-NUM-NOTA    TO PV-NF-NUMERO.
             MOVE WRK-DATA-HOJE   TO PV-DT-FATURA.
             REWRITE PEDVENDA-MASTER-REG.
             DISPLAY 'NOTA DE VENDA ' NV-NUMERO ' EMITIDA - VALOR '
                     NV-VALOR-TOTAL ' CUSTO ' NV-CUSTO-TOTAL.
      *>  --------------------------------------------------------------
      *>  3110-BAIXA-ITEM - TIRA O ITEM DO FISICO, DOS LOTES (FEFO) E
      *>  DOS ENDERECOS, BAIXA A RESERVA DO PEDIDO E GUARDA NA NOTA O
      *>  PRECO VENDIDO E O CUSTO MEDIO DA SAIDA.
      *>  --------------------------------------------------------------
       3110-BAIXA-ITEM.
      *>  --------------------------------------------------------------
             MOVE PV-ID-PECA(WRK-IDX)      TO ID-PECA.
             MOVE PV-COD-DEPOSITO(WRK-IDX) TO COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 DISPLAY '*** PECA ' ID-PECA ' NAO CADASTRADA'
             END-READ.
             PERFORM 4610-BUSCA-CUSTO.
             MOVE QT-PECA TO WRK-QT-ANTERIOR.
             SUBTRACT PV-QT-PECA(WRK-IDX) FROM QT-PECA.
             REWRITE ESTOQUE-REG.
             MOVE 'VENDA' TO WRK-AUD-OPERACAO.
             PERFORM 3300-GRAVA-AUDITORIA.
             MOVE PV-QT-PECA(WRK-IDX) TO WRK-QT-A-BAIXAR.
             PERFORM 5000-BAIXA-LOTES-FEFO.
             MOVE PV-QT-PECA(WRK-IDX) TO WRK-QT-A-BAIXAR.
             PERFORM 5400-BAIXA-ENDERECOS.
             MOVE PV-RESERVA(WRK-IDX) TO RV-NUMERO.
             READ RESERVAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RV-SITUACAO = 'A'
                   MOVE 'B' TO RV-SITUACAO
                   REWRITE RESERVAS-REG
                 END-IF
             END-READ.
             MOVE PV-ID-PECA(WRK-IDX)      TO NV-ID-PECA(WRK-IDX).
             MOVE PV-COD-DEPOSITO(WRK-IDX) TO NV-COD-DEPOSITO(WRK-IDX).
             MOVE PV-QT-PECA(WRK-IDX)      TO NV-QT-PECA(WRK-IDX).
             MOVE PV-PRECO-UNIT(WRK-IDX)   TO NV-PRECO-UNIT(WRK-IDX).
             MOVE WRK-CUSTO-UNIT           TO NV-CUSTO-UNIT(WRK-IDX).
             COMPUTE NV-VALOR-TOTAL = NV-VALOR-TOTAL
                     + (PV-QT-PECA(WRK-IDX) * PV-PRECO-UNIT(WRK-IDX)).
             COMPUTE NV-CUSTO-TOTAL = NV-CUSTO-TOTAL
                     + (PV-QT-PECA(WRK-IDX) * WRK-CUSTO-UNIT).
      *>  --------------------------------------------------------------
       3300-GRAVA-AUDITORIA.
      *>  --------------------------------------------------------------
             ACCEPT WRK-HORA-AGORA FROM TIME.
             MOVE SPACES TO AUDIT-PECAS-REG.
             STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                    ' OPERADOR=' WRK-OPERADOR
                    ' OPERACAO=' WRK-AUD-OPERACAO
                    ' ID=' ID-PECA
                    ' DEPOSITO=' COD-DEPOSITO
                    ' NOTA=' WRK-NUM-NOTA
                    ' QT-ANT=' WRK-QT-ANTERIOR
                    ' QT-NOVO=' QT-PECA
                    DELIMITED BY SIZE INTO AUDIT-PECAS-REG.
             WRITE AUDIT-PECAS-REG.
      *>  --------------------------------------------------------------
      *>  4000-CANCELA-PEDIDO - SO PEDIDO ABERTO; AS RESERVAS AINDA
      *>  ATIVAS DO PEDIDO SAO CANCELADAS E O SALDO VOLTA A FICAR
      *>  DISPONIVEL.
      *>  --------------------------------------------------------------
       4000-CANCELA-PEDIDO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'NUMERO DO PEDIDO DE VENDA: '.
             ACCEPT PV-NUMERO.
             READ PEDIDOS-VENDA
               INVALID KEY
                 MOVE '*** PEDIDO DE VENDA NAO ENCONTRADO ***'
                   TO WRK-MENSAGEM
             END-READ.
             IF WRK-MENSAGEM = SPACES AND NOT PV-ABERTO
               MOVE '*** PEDIDO JA FATURADO OU CANCELADO ***'
                 TO WRK-MENSAGEM
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               DISPLAY 'CLIENTE: ' PV-NOME-CLIENTE
                       ' - TOTAL: ' PV-VALOR-TOTAL
               DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 PERFORM 4010-CANCELA-RESERVA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > PV-QT-ITENS
                 MOVE 'C' TO PV-SITUACAO
                 REWRITE PEDVENDA-MASTER-REG
                 DISPLAY 'PEDIDO DE VENDA ' PV-NUMERO ' CANCELADO'
               ELSE
                 DISPLAY 'CANCELAMENTO NAO CONFIRMADO'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4010-CANCELA-RESERVA.
      *>  --------------------------------------------------------------
             MOVE PV-RESERVA(WRK-IDX) TO RV-NUMERO.
             READ RESERVAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RV-SITUACAO = 'A'
                   MOVE 'C' TO RV-SITUACAO
                   REWRITE RESERVAS-REG
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       4500-CONSULTA-PRECO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DA PECA.........: '.
             ACCEPT ID-PECA.
             DISPLAY 'CODIGO DO DEPOSITO.....: '.
             ACCEPT COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 DISPLAY '*** PECA NAO CADASTRADA NO DEPOSITO ***'
               NOT INVALID KEY
                 PERFORM 4600-PRECO-VENDA
                 PERFORM 6000-CALCULA-DISPONIVEL
                 DISPLAY NOME-PECA
                 DISPLAY 'CUSTO MEDIO: ' WRK-CUSTO-UNIT
                         ' CLASSE: ' WRK-CLASSE
                         ' MARGEM: ' WRK-MARKUP '%'
                 DISPLAY 'PRECO DE VENDA: ' WRK-PRECO-VENDA
                         ' DISPONIVEL: ' WRK-DISPONIVEL
             END-READ.
      *>  --------------------------------------------------------------
      *>  4600-PRECO-VENDA - TABELA DE PRECO DO BALCAO: CUSTO MEDIO DA
      *>  PECA NO DEPOSITO MAIS A MARGEM DA CLASSE ABC. PECA AINDA NAO
      *>  CLASSIFICADA VENDE COMO CLASSE C.
      *>  --------------------------------------------------------------
       4600-PRECO-VENDA.
      *>  --------------------------------------------------------------
             PERFORM 4610-BUSCA-CUSTO.
             MOVE 'C' TO WRK-CLASSE.
             IF WRK-ABC-OK = 'S'
               MOVE ID-PECA      TO AB-ID-PECA
               MOVE COD-DEPOSITO TO AB-COD-DEPOSITO
               READ ABC-CLASSE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE AB-CLASSE TO WRK-CLASSE
               END-READ
             END-IF.
             EVALUATE WRK-CLASSE
               WHEN 'A'
                 MOVE WRK-PCT-CLASSE-A TO WRK-MARKUP
               WHEN 'B'
                 MOVE WRK-PCT-CLASSE-B TO WRK-MARKUP
               WHEN OTHER
                 MOVE 'C' TO WRK-CLASSE
                 MOVE WRK-PCT-CLASSE-C TO WRK-MARKUP
             END-EVALUATE.
             COMPUTE WRK-PRECO-VENDA ROUNDED =
                     WRK-CUSTO-UNIT * (1 + (WRK-MARKUP / 100)).
      *>  --------------------------------------------------------------
      *>  4610-BUSCA-CUSTO - CUSTO MEDIO DA PECA NO DEPOSITO; SEM
      *>  CUSTO MEDIO APURADO, VALE O PRECO DO CADASTRO.
      *>  --------------------------------------------------------------
       4610-BUSCA-CUSTO.
      *>  --------------------------------------------------------------
             MOVE PRECO-PECA TO WRK-CUSTO-UNIT.
             IF WRK-CM-OK = 'S'
               MOVE ID-PECA      TO CM-ID-PECA
               MOVE COD-DEPOSITO TO CM-COD-DEPOSITO
               READ CUSTO-MEDIO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CM-CUSTO-MEDIO > 0
                     MOVE CM-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  5000-BAIXA-LOTES-FEFO - BAIXA A QUANTIDADE VENDIDA DOS LOTES
      *>  DA PECA NO DEPOSITO EM ORDEM DE VALIDADE (FEFO), NO MESMO
      *>  CRITERIO DO 5625 DO DESAFIO11. PECA SEM CONTROLE DE LOTE
      *>  SEGUE SEM BAIXA DE LOTE.
      *>  --------------------------------------------------------------
       5000-BAIXA-LOTES-FEFO.
      *>  --------------------------------------------------------------
             OPEN I-O LOTES.
             IF LOTE-STATUS NOT = 0
               MOVE 0 TO LOTE-STATUS
               MOVE 0 TO WRK-QT-A-BAIXAR
             ELSE
               PERFORM 5010-CONSOME-LOTE UNTIL WRK-QT-A-BAIXAR = 0
               CLOSE LOTES
             END-IF.
      *>  --------------------------------------------------------------
       5010-CONSOME-LOTE.
      *>  --------------------------------------------------------------
             PERFORM 5020-ACHA-LOTE-FEFO.
             IF WRK-LOTE-ACHADO = 'N'
               MOVE 0 TO WRK-QT-A-BAIXAR
             ELSE
               MOVE ID-PECA       TO LT-ID-PECA
               MOVE COD-DEPOSITO  TO LT-COD-DEPOSITO
               MOVE WRK-LOTE-FEFO TO LT-NUMERO-LOTE
               READ LOTES
                 INVALID KEY
                   MOVE 0 TO WRK-QT-A-BAIXAR
                 NOT INVALID KEY
                   IF LT-QT-PECA > WRK-QT-A-BAIXAR
                     MOVE WRK-QT-A-BAIXAR TO WRK-QT-DO-LOTE
                   ELSE
                     MOVE LT-QT-PECA TO WRK-QT-DO-LOTE
                   END-IF
                   SUBTRACT WRK-QT-DO-LOTE FROM LT-QT-PECA
                   SUBTRACT WRK-QT-DO-LOTE FROM WRK-QT-A-BAIXAR
                   IF LT-QT-PECA = 0
                     MOVE 'Z' TO LT-SITUACAO
                   END-IF
                   REWRITE LOTES-REG
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       5020-ACHA-LOTE-FEFO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-LOTE-ACHADO.
             MOVE 99999999 TO WRK-VALIDADE-FEFO.
             MOVE ID-PECA TO LT-ID-PECA.
             MOVE COD-DEPOSITO TO LT-COD-DEPOSITO.
             MOVE LOW-VALUES TO LT-NUMERO-LOTE.
             START LOTES KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                 MOVE 10 TO LOTE-STATUS
             END-START.
             IF LOTE-STATUS NOT = 10
               READ LOTES NEXT
                 AT END MOVE 10 TO LOTE-STATUS
               END-READ
             END-IF.
             PERFORM 5030-AVALIA-LOTE
               UNTIL LOTE-STATUS = 10
                  OR LT-ID-PECA NOT = ID-PECA
                  OR LT-COD-DEPOSITO NOT = COD-DEPOSITO.
             MOVE 0 TO LOTE-STATUS.
      *>  --------------------------------------------------------------
       5030-AVALIA-LOTE.
      *>  --------------------------------------------------------------
             IF LT-SITUACAO = 'A' AND LT-QT-PECA > 0
               IF LT-DT-VALIDADE = 0
                 MOVE 99999998 TO WRK-VALIDADE-LOTE
               ELSE
                 MOVE LT-DT-VALIDADE TO WRK-VALIDADE-LOTE
               END-IF
               IF WRK-VALIDADE-LOTE < WRK-VALIDADE-FEFO
                 MOVE WRK-VALIDADE-LOTE TO WRK-VALIDADE-FEFO
                 MOVE LT-NUMERO-LOTE TO WRK-LOTE-FEFO
                 MOVE 'S' TO WRK-LOTE-ACHADO
               END-IF
             END-IF.
             READ LOTES NEXT
               AT END MOVE 10 TO LOTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  5400-BAIXA-ENDERECOS - TIRA A QUANTIDADE VENDIDA DOS
      *>  ENDERECOS DA PECA NO DEPOSITO NA ORDEM DA CHAVE (ATRIBUICAO
      *>  ZERADA SAI) E DO OCUPADO DE CADA ENDERECO. O QUE NAO ESTAVA
      *>  ENDERECADO SAI SO DO FISICO.
      *>  --------------------------------------------------------------
       5400-BAIXA-ENDERECOS.
      *>  --------------------------------------------------------------
             OPEN I-O PECA-ENDERECO.
             IF PECAEND-STATUS NOT = 0
               MOVE 0 TO PECAEND-STATUS
             ELSE
               MOVE 'N' TO WRK-END-OK
               OPEN I-O ENDERECOS
               IF ENDER-STATUS = 0
                 MOVE 'S' TO WRK-END-OK
               END-IF
               MOVE 0 TO ENDER-STATUS
               MOVE ID-PECA      TO PN-ID-PECA
               MOVE COD-DEPOSITO TO PN-COD-DEPOSITO
               MOVE LOW-VALUES   TO PN-ENDERECO
               START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
                 INVALID KEY
                   MOVE 10 TO PECAEND-STATUS
               END-START
               IF PECAEND-STATUS NOT = 10
                 READ PECA-ENDERECO NEXT
                   AT END MOVE 10 TO PECAEND-STATUS
                 END-READ
               END-IF
               PERFORM 5410-BAIXA-UM-ENDERECO
                 UNTIL PECAEND-STATUS = 10
                    OR PN-ID-PECA NOT = ID-PECA
                    OR PN-COD-DEPOSITO NOT = COD-DEPOSITO
                    OR WRK-QT-A-BAIXAR = 0
               CLOSE PECA-ENDERECO
               IF WRK-END-OK = 'S'
                 CLOSE ENDERECOS
               END-IF
               MOVE 0 TO PECAEND-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       5410-BAIXA-UM-ENDERECO.
      *>  --------------------------------------------------------------
             IF PN-QT-PECA > WRK-QT-A-BAIXAR
               MOVE WRK-QT-A-BAIXAR TO WRK-QT-DO-END
             ELSE
               MOVE PN-QT-PECA TO WRK-QT-DO-END
             END-IF.
             SUBTRACT WRK-QT-DO-END FROM WRK-QT-A-BAIXAR.
             IF WRK-END-OK = 'S'
               MOVE PN-COD-DEPOSITO TO EN-COD-DEPOSITO
               MOVE PN-ENDERECO     TO EN-ENDERECO
               READ ENDERECOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF EN-QT-OCUPADA > WRK-QT-DO-END
                     SUBTRACT WRK-QT-DO-END FROM EN-QT-OCUPADA
                   ELSE
                     MOVE 0 TO EN-QT-OCUPADA
                   END-IF
                   REWRITE ENDERECO-MASTER-REG
               END-READ
             END-IF.
             SUBTRACT WRK-QT-DO-END FROM PN-QT-PECA.
             IF PN-QT-PECA = 0
               DELETE PECA-ENDERECO
             ELSE
               CALL 'DATAPROC' USING PN-DT-MOVIMENTO
               REWRITE PECAEND-MASTER-REG
             END-IF.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6000-CALCULA-DISPONIVEL - SOMA AS RESERVAS ATIVAS DA PECA NO
      *>  DEPOSITO E DEVOLVE DISPONIVEL = FISICO - RESERVADO, NO MESMO
      *>  CRITERIO DO 5905 DO DESAFIO11.
      *>  --------------------------------------------------------------
       6000-CALCULA-DISPONIVEL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-RESERVADA.
             MOVE 0 TO RV-NUMERO.
             START RESERVAS KEY IS NOT LESS THAN RV-NUMERO
               INVALID KEY
                 MOVE 10 TO RESERVA-STATUS
             END-START.
             IF RESERVA-STATUS NOT = 10
               READ RESERVAS NEXT
                 AT END MOVE 10 TO RESERVA-STATUS
               END-READ
             END-IF.
             PERFORM 6010-SOMA-UMA-RESERVA UNTIL RESERVA-STATUS = 10.
             MOVE 0 TO RESERVA-STATUS.
             COMPUTE WRK-DISPONIVEL = QT-PECA - WRK-QT-RESERVADA.
      *>  --------------------------------------------------------------
       6010-SOMA-UMA-RESERVA.
      *>  --------------------------------------------------------------
             IF RV-SITUACAO = 'A'
                AND RV-ID-PECA = ID-PECA
                AND RV-COD-DEPOSITO = COD-DEPOSITO
               ADD RV-QT-PECA TO WRK-QT-RESERVADA
             END-IF.
             READ RESERVAS NEXT
               AT END MOVE 10 TO RESERVA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6500-PROX-NUM-VENDA - CHAVE 1 = PEDIDOS DE VENDA, CHAVE 2 =
      *>  NOTAS DE VENDA. A CHAVE VEM MONTADA EM VDCTRL-CHAVE.
      *>  --------------------------------------------------------------
       6500-PROX-NUM-VENDA.
      *>  --------------------------------------------------------------
             READ VENDA-CTRL
               INVALID KEY
                 MOVE 1 TO VDCTRL-ULTIMO-NUM
                 WRITE VENDA-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO VDCTRL-ULTIMO-NUM
                 REWRITE VENDA-CTRL-REG
             END-READ.
      *>  --------------------------------------------------------------
       6600-PROX-NUM-RESERVA.
      *>  --------------------------------------------------------------
             MOVE 1 TO RVCTRL-CHAVE.
             READ RESERVA-CTRL
               INVALID KEY
                 MOVE 1 TO RVCTRL-ULTIMO-NUM
                 WRITE RESERVA-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO RVCTRL-ULTIMO-NUM
                 REWRITE RESERVA-CTRL-REG
             END-READ.
             MOVE RVCTRL-ULTIMO-NUM TO WRK-NUM-RESERVA.
      *>  --------------------------------------------------------------
      *>  7000-RELATORIO-DIARIO - NOTAS DE VENDA EMITIDAS NO DIA, COM
      *>  VALOR, CUSTO E MARGEM DE CADA UMA E O TOTAL DO DIA. NO PASSO
      *>  NOTURNO (PARM DIARIO) O DIA E O CORRENTE.
      *>  --------------------------------------------------------------
       7000-RELATORIO-DIARIO.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE TO WRK-DATA-REL.
             IF WRK-PARM-EXEC NOT = 'DIARIO'
               DISPLAY 'DATA DAS VENDAS AAAAMMDD (0=HOJE): '
               ACCEPT WRK-DATA-REL
               IF WRK-DATA-REL = 0
                 MOVE WRK-DATA-HOJE TO WRK-DATA-REL
               END-IF
             END-IF.
             MOVE 0 TO WRK-QT-NOTAS.
             MOVE 0 TO WRK-TOT-RECEITA WRK-TOT-CUSTO WRK-TOT-MARGEM.
             OPEN OUTPUT RELAT-VENDA.
             MOVE SPACES TO RELAT-VENDA-REG.
             STRING 'VENDAS DE BALCAO DO DIA ' WRK-DATA-REL
                    ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-VENDA-REG.
             WRITE RELAT-VENDA-REG.
             MOVE 'NOTA      PEDIDO CLIENTE NOME                        
      -        'ITENS           VALOR           CUSTO          MARGEM'
               TO RELAT-VENDA-REG.
             WRITE RELAT-VENDA-REG.
             MOVE 0 TO NV-NUMERO.
             START NOTAS-VENDA KEY IS NOT LESS THAN NV-NUMERO
               INVALID KEY
                 MOVE 10 TO NFVENDA-STATUS
             END-START.
             IF NFVENDA-STATUS NOT = 10
               READ NOTAS-VENDA NEXT
                 AT END MOVE 10 TO NFVENDA-STATUS
               END-READ
             END-IF.
             PERFORM 7100-LINHA-NOTA UNTIL NFVENDA-STATUS = 10.
             MOVE 0 TO NFVENDA-STATUS.
             MOVE WRK-TOT-RECEITA TO WRK-VALOR-ED.
             MOVE WRK-TOT-CUSTO   TO WRK-VALOR-ED2.
             MOVE WRK-TOT-MARGEM  TO WRK-VALOR-ED3.
             MOVE SPACES TO RELAT-VENDA-REG.
             STRING 'TOTAL DO DIA - NOTAS: ' WRK-QT-NOTAS
                    ' VALOR=' WRK-VALOR-ED
                    ' CUSTO=' WRK-VALOR-ED2
                    ' MARGEM=' WRK-VALOR-ED3
                    DELIMITED BY SIZE INTO RELAT-VENDA-REG.
             WRITE RELAT-VENDA-REG.
             CLOSE RELAT-VENDA.
             DISPLAY 'VENDAS DO DIA ' WRK-DATA-REL ': ' WRK-QT-NOTAS
                     ' NOTA(S) - RELVENDA.TXT GERADO'.
      *>  --------------------------------------------------------------
       7100-LINHA-NOTA.
      *>  --------------------------------------------------------------
             IF NV-DT-EMISSAO = WRK-DATA-REL AND NV-EMITIDA
               ADD 1 TO WRK-QT-NOTAS
               COMPUTE WRK-VL-MARGEM = NV-VALOR-TOTAL - NV-CUSTO-TOTAL
               ADD NV-VALOR-TOTAL TO WRK-TOT-RECEITA
               ADD NV-CUSTO-TOTAL TO WRK-TOT-CUSTO
               ADD WRK-VL-MARGEM  TO WRK-TOT-MARGEM
               MOVE NV-VALOR-TOTAL TO WRK-VALOR-ED
               MOVE NV-CUSTO-TOTAL TO WRK-VALOR-ED2
               MOVE WRK-VL-MARGEM  TO WRK-VALOR-ED3
               MOVE SPACES TO RELAT-VENDA-REG
               STRING NV-NUMERO ' ' NV-PV-NUMERO ' '
                      NV-CLI-ID '   ' NV-NOME-CLIENTE ' '
                      NV-QT-ITENS ' '
                      WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                      WRK-VALOR-ED3
                      DELIMITED BY SIZE INTO RELAT-VENDA-REG
               WRITE RELAT-VENDA-REG
             END-IF.
             READ NOTAS-VENDA NEXT
               AT END MOVE 10 TO NFVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  7500-RELATORIO-MARGEM - MARGEM DAS NOTAS DE VENDA DO MES
      *>  (RECEITA MENOS CUSTO DA SAIDA) POR PECA/DEPOSITO E POR
      *>  CLIENTE, DA MAIOR PARA A MENOR MARGEM. NO PASSO NOTURNO
      *>  (PARM MARGEM) O MES E O CORRENTE.
      *>  --------------------------------------------------------------
       7500-RELATORIO-MARGEM.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-REL.
             IF WRK-PARM-EXEC NOT = 'MARGEM'
               DISPLAY 'MES DAS VENDAS AAAAMM (0=ATUAL): '
               ACCEPT WRK-MES-REL
               IF WRK-MES-REL = 0
                 DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-REL
               END-IF
             END-IF.
             MOVE 0 TO WRK-QT-MP WRK-QT-MC WRK-QT-NOTAS.
             MOVE 0 TO NV-NUMERO.
             START NOTAS-VENDA KEY IS NOT LESS THAN NV-NUMERO
               INVALID KEY
                 MOVE 10 TO NFVENDA-STATUS
             END-START.
             IF NFVENDA-STATUS NOT = 10
               READ NOTAS-VENDA NEXT
                 AT END MOVE 10 TO NFVENDA-STATUS
               END-READ
             END-IF.
             PERFORM 7510-APURA-NOTA UNTIL NFVENDA-STATUS = 10.
             MOVE 0 TO NFVENDA-STATUS.
             PERFORM 7700-ORDENA-PECAS.
             PERFORM 7750-ORDENA-CLIENTES.
             PERFORM 7800-IMPRIME-MARGEM.
             DISPLAY 'MARGEM DO MES ' WRK-MES-REL ': ' WRK-QT-NOTAS
                     ' NOTA(S) - RELMARGV.TXT GERADO'.
      *>  --------------------------------------------------------------
       7510-APURA-NOTA.
      *>  --------------------------------------------------------------
             DIVIDE NV-DT-EMISSAO BY 100 GIVING WRK-MES-NOTA.
             IF WRK-MES-NOTA = WRK-MES-REL AND NV-EMITIDA
               ADD 1 TO WRK-QT-NOTAS
               PERFORM 7520-ACUMULA-PECA
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > NV-QT-ITENS
               PERFORM 7540-ACUMULA-CLIENTE
             END-IF.
             READ NOTAS-VENDA NEXT
               AT END MOVE 10 TO NFVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7520-ACUMULA-PECA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-POS.
             PERFORM 7525-PROCURA-PECA
               VARYING WRK-IDX-2 FROM 1 BY 1
               UNTIL WRK-IDX-2 > WRK-QT-MP OR WRK-POS > 0.
             IF WRK-POS = 0 AND WRK-QT-MP < 500
               ADD 1 TO WRK-QT-MP
               MOVE WRK-QT-MP TO WRK-POS
               MOVE NV-ID-PECA(WRK-IDX)      TO WRK-MP-ID(WRK-POS)
               MOVE NV-COD-DEPOSITO(WRK-IDX) TO WRK-MP-DEP(WRK-POS)
               MOVE 0 TO WRK-MP-QT(WRK-POS) WRK-MP-RECEITA(WRK-POS)
                         WRK-MP-CUSTO(WRK-POS) WRK-MP-MARGEM(WRK-POS)
             END-IF.
             IF WRK-POS > 0
               ADD NV-QT-PECA(WRK-IDX) TO WRK-MP-QT(WRK-POS)
               COMPUTE WRK-MP-RECEITA(WRK-POS) = WRK-MP-RECEITA(WRK-POS)
                       + (NV-QT-PECA(WRK-IDX) * NV-PRECO-UNIT(WRK-IDX))
               COMPUTE WRK-MP-CUSTO(WRK-POS) = WRK-MP-CUSTO(WRK-POS)
                       + (NV-QT-PECA(WRK-IDX) * NV-CUSTO-UNIT(WRK-IDX))
               COMPUTE WRK-MP-MARGEM(WRK-POS) = WRK-MP-RECEITA(WRK-POS)
                       - WRK-MP-CUSTO(WRK-POS)
             END-IF.
      *>  --------------------------------------------------------------
       7525-PROCURA-PECA.
      *>  --------------------------------------------------------------
             IF WRK-MP-ID(WRK-IDX-2) = NV-ID-PECA(WRK-IDX)
                AND WRK-MP-DEP(WRK-IDX-2) = NV-COD-DEPOSITO(WRK-IDX)
               MOVE WRK-IDX-2 TO WRK-POS
             END-IF.
      *>  --------------------------------------------------------------
       7540-ACUMULA-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-POS.
             PERFORM 7545-PROCURA-CLIENTE
               VARYING WRK-IDX-2 FROM 1 BY 1
               UNTIL WRK-IDX-2 > WRK-QT-MC OR WRK-POS > 0.
             IF WRK-POS = 0 AND WRK-QT-MC < 500
               ADD 1 TO WRK-QT-MC
               MOVE WRK-QT-MC TO WRK-POS
               MOVE NV-CLI-ID TO WRK-MC-CLI(WRK-POS)
               IF NV-CLI-ID = 0
                 MOVE 'VENDA AVULSA' TO WRK-MC-NOME(WRK-POS)
               ELSE
                 MOVE NV-NOME-CLIENTE TO WRK-MC-NOME(WRK-POS)
               END-IF
               MOVE 0 TO WRK-MC-NOTAS(WRK-POS) WRK-MC-RECEITA(WRK-POS)
                         WRK-MC-CUSTO(WRK-POS) WRK-MC-MARGEM(WRK-POS)
             END-IF.
             IF WRK-POS > 0
               ADD 1              TO WRK-MC-NOTAS(WRK-POS)
               ADD NV-VALOR-TOTAL TO WRK-MC-RECEITA(WRK-POS)
               ADD NV-CUSTO-TOTAL TO WRK-MC-CUSTO(WRK-POS)
               COMPUTE WRK-MC-MARGEM(WRK-POS) = WRK-MC-RECEITA(WRK-POS)
                       - WRK-MC-CUSTO(WRK-POS)
             END-IF.
      *>  --------------------------------------------------------------
       7545-PROCURA-CLIENTE.
      *>  --------------------------------------------------------------
             IF WRK-MC-CLI(WRK-IDX-2) = NV-CLI-ID
               MOVE WRK-IDX-2 TO WRK-POS
             END-IF.
      *>  --------------------------------------------------------------
       7700-ORDENA-PECAS.
      *>  --------------------------------------------------------------
             IF WRK-QT-MP > 1
               PERFORM 7710-PASSA-PECAS
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX >= WRK-QT-MP
             END-IF.
      *>  --------------------------------------------------------------
       7710-PASSA-PECAS.
      *>  --------------------------------------------------------------
             PERFORM 7720-COMPARA-PECAS
               VARYING WRK-IDX-2 FROM 1 BY 1
               UNTIL WRK-IDX-2 >= WRK-QT-MP.
      *>  --------------------------------------------------------------
       7720-COMPARA-PECAS.
      *>  --------------------------------------------------------------
             IF WRK-MP-MARGEM(WRK-IDX-2)
                < WRK-MP-MARGEM(WRK-IDX-2 + 1)
               MOVE WRK-MP-ITEM(WRK-IDX-2) TO WRK-TROCA-PECA
               MOVE WRK-MP-ITEM(WRK-IDX-2 + 1)
                 TO WRK-MP-ITEM(WRK-IDX-2)
               MOVE WRK-TROCA-PECA TO WRK-MP-ITEM(WRK-IDX-2 + 1)
             END-IF.
      *>  --------------------------------------------------------------
       7750-ORDENA-CLIENTES.
      *>  --------------------------------------------------------------
             IF WRK-QT-MC > 1
               PERFORM 7760-PASSA-CLIENTES
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX >= WRK-QT-MC
             END-IF.
      *>  --------------------------------------------------------------
       7760-PASSA-CLIENTES.
      *>  --------------------------------------------------------------
             PERFORM 7770-COMPARA-CLIENTES
               VARYING WRK-IDX-2 FROM 1 BY 1
               UNTIL WRK-IDX-2 >= WRK-QT-MC.
      *>  --------------------------------------------------------------
       7770-COMPARA-CLIENTES.
      *>  --------------------------------------------------------------
             IF WRK-MC-MARGEM(WRK-IDX-2)
                < WRK-MC-MARGEM(WRK-IDX-2 + 1)
               MOVE WRK-MC-ITEM(WRK-IDX-2) TO WRK-TROCA-CLIENTE
               MOVE WRK-MC-ITEM(WRK-IDX-2 + 1)
                 TO WRK-MC-ITEM(WRK-IDX-2)
               MOVE WRK-TROCA-CLIENTE TO WRK-MC-ITEM(WRK-IDX-2 + 1)
             END-IF.
      *>  --------------------------------------------------------------
      *>  7800-IMPRIME-MARGEM - MARGEM% = MARGEM SOBRE A RECEITA.
      *>  --------------------------------------------------------------
       7800-IMPRIME-MARGEM.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TOT-RECEITA WRK-TOT-CUSTO WRK-TOT-MARGEM.
             OPEN OUTPUT RELAT-MARGEM.
             MOVE SPACES TO RELAT-MARGEM-REG.
             STRING 'MARGEM DAS VENDAS DE BALCAO - MES ' WRK-MES-REL
                    ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
             MOVE 'MARGEM POR PECA' TO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
             MOVE 'PECA   DEP NOME                             QTDE     
      -        '    RECEITA           CUSTO          MARGEM  MARGEM%'
               TO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
             PERFORM 7810-LINHA-PECA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MP.
             MOVE WRK-TOT-RECEITA TO WRK-VL-RECEITA.
             MOVE WRK-TOT-CUSTO   TO WRK-VL-CUSTO.
             MOVE WRK-TOT-MARGEM  TO WRK-VL-MARGEM.
             PERFORM 7900-CALCULA-PCT.
             MOVE SPACES TO RELAT-MARGEM-REG.
             STRING 'TOTAL DO MES - NOTAS: ' WRK-QT-NOTAS
                    ' RECEITA=' WRK-VALOR-ED
                    ' CUSTO=' WRK-VALOR-ED2
                    ' MARGEM=' WRK-VALOR-ED3
                    ' MARGEM%=' WRK-PCT-ED
                    DELIMITED BY SIZE INTO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
             MOVE SPACES TO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
             MOVE 'MARGEM POR CLIENTE' TO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
             MOVE 'CLIENTE NOME                             NOTAS       
      -        '  RECEITA           CUSTO          MARGEM  MARGEM%'
               TO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
             PERFORM 7820-LINHA-CLIENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MC.
             CLOSE RELAT-MARGEM.
      *>  --------------------------------------------------------------
       7810-LINHA-PECA.
      *>  --------------------------------------------------------------
             MOVE WRK-MP-ID(WRK-IDX)  TO ID-PECA.
             MOVE WRK-MP-DEP(WRK-IDX) TO COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 MOVE 'PECA NAO CADASTRADA' TO NOME-PECA
             END-READ.
             ADD WRK-MP-RECEITA(WRK-IDX) TO WRK-TOT-RECEITA.
             ADD WRK-MP-CUSTO(WRK-IDX)   TO WRK-TOT-CUSTO.
             ADD WRK-MP-MARGEM(WRK-IDX)  TO WRK-TOT-MARGEM.
             MOVE WRK-MP-RECEITA(WRK-IDX) TO WRK-VL-RECEITA.
             MOVE WRK-MP-CUSTO(WRK-IDX)   TO WRK-VL-CUSTO.
             MOVE WRK-MP-MARGEM(WRK-IDX)  TO WRK-VL-MARGEM.
             PERFORM 7900-CALCULA-PCT.
             MOVE WRK-MP-QT(WRK-IDX) TO WRK-QT-ED.
             MOVE SPACES TO RELAT-MARGEM-REG.
             STRING WRK-MP-ID(WRK-IDX) '  ' WRK-MP-DEP(WRK-IDX) '  '
                    NOME-PECA WRK-QT-ED ' '
                    WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                    WRK-VALOR-ED3 ' ' WRK-PCT-ED
                    DELIMITED BY SIZE INTO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
      *>  --------------------------------------------------------------
       7820-LINHA-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE WRK-MC-RECEITA(WRK-IDX) TO WRK-VL-RECEITA.
             MOVE WRK-MC-CUSTO(WRK-IDX)   TO WRK-VL-CUSTO.
             MOVE WRK-MC-MARGEM(WRK-IDX)  TO WRK-VL-MARGEM.
             PERFORM 7900-CALCULA-PCT.
             MOVE WRK-MC-NOTAS(WRK-IDX) TO WRK-QT-ED.
             MOVE SPACES TO RELAT-MARGEM-REG.
             STRING WRK-MC-CLI(WRK-IDX) '   '
                    WRK-MC-NOME(WRK-IDX) ' ' WRK-QT-ED ' '
                    WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                    WRK-VALOR-ED3 ' ' WRK-PCT-ED
                    DELIMITED BY SIZE INTO RELAT-MARGEM-REG.
             WRITE RELAT-MARGEM-REG.
      *>  --------------------------------------------------------------
      *>  7900-CALCULA-PCT - EDITA RECEITA, CUSTO E MARGEM DA LINHA E
      *>  CALCULA A MARGEM SOBRE A RECEITA.
      *>  --------------------------------------------------------------
       7900-CALCULA-PCT.
      *>  --------------------------------------------------------------
             IF WRK-VL-RECEITA > 0
               COMPUTE WRK-PCT-MARGEM ROUNDED =
                       (WRK-VL-MARGEM * 100) / WRK-VL-RECEITA
             ELSE
               MOVE 0 TO WRK-PCT-MARGEM
             END-IF.
             MOVE WRK-VL-RECEITA TO WRK-VALOR-ED.
             MOVE WRK-VL-CUSTO   TO WRK-VALOR-ED2.
             MOVE WRK-VL-MARGEM  TO WRK-VALOR-ED3.
             MOVE WRK-PCT-MARGEM TO WRK-PCT-ED.
      *>  --------------------------------------------------------------
      *>  8000-MANTEM-MARKUP - REGRAVA O ARQUIVO DE UM REGISTRO SO.
      *>  --------------------------------------------------------------
       8000-MANTEM-MARKUP.
      *>  --------------------------------------------------------------
             DISPLAY 'MARGEM ATUAL SOBRE O CUSTO - A: ' WRK-PCT-CLASSE-A
                     '% B: ' WRK-PCT-CLASSE-B
                     '% C: ' WRK-PCT-CLASSE-C '%'.
             DISPLAY 'NOVA MARGEM DA CLASSE A (%)....: '.
             ACCEPT MK-PCT-CLASSE-A.
             DISPLAY 'NOVA MARGEM DA CLASSE B (%)....: '.
             ACCEPT MK-PCT-CLASSE-B.
             DISPLAY 'NOVA MARGEM DA CLASSE C (%)....: '.
             ACCEPT MK-PCT-CLASSE-C.
             OPEN OUTPUT MARKUP-VENDA.
             WRITE MARKUP-VENDA-REG.
             CLOSE MARKUP-VENDA.
             MOVE MK-PCT-CLASSE-A TO WRK-PCT-CLASSE-A.
             MOVE MK-PCT-CLASSE-B TO WRK-PCT-CLASSE-B.
             MOVE MK-PCT-CLASSE-C TO WRK-PCT-CLASSE-C.
             DISPLAY 'MARGENS GRAVADAS'.
