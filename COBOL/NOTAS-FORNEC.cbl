       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFFORNEC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = NOTA FISCAL DE FORNECEDOR DE
      ***   PECAS E CONTAS A PAGAR: REGISTRA A NOTA (NOTAFORN.TXT)
      ***   ITEM A ITEM E CASA CADA ITEM COM O PEDIDO DE COMPRA
      ***   (PEDIDOS.TXT, PRECO COMBINADO NA EMISSAO) E COM A
      ***   QUANTIDADE ACEITA NA QUARENTENA (QUARENT.TXT, SITUACAO
      ***   L - O QUE FOI DEVOLVIDO NAO SE PAGA), DESCONTADO O QUE
      ***   JA FOI FATURADO EM OUTRAS NOTAS. PRECO OU QUANTIDADE
      ***   FORA DA TOLERANCIA (NFTOLER.TXT) BLOQUEIA A NOTA ATE UM
      ***   COMPRADOR - QUE NAO PODE SER QUEM REGISTROU - LIBERAR.
      ***   NOTA CONFERIDA OU LIBERADA VIRA TITULO NO CONTAS A PAGAR
      ***   (TITPAGAR.TXT), ABATIDAS AS NOTAS DE DEBITO ABERTAS DO
      ***   FORNECEDOR (NOTADEB.TXT, DEVOLUCOES DO COMPRAS); A
      ***   BAIXA DO PAGAMENTO E LANCADA NO DIARIO
      ***   PELO RAZAODIA (PAGFORN). AGING DO A PAGAR EM RELCPAG.TXT.
      ***   PARM AGING = SO O RELATORIO; PARM RECONF = RECONFERE AS
      ***   NOTAS BLOQUEADAS (DEPOIS DA INSPECAO DA QUARENTENA).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR ASSIGN TO 'C:\COBOL\FORNECED.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FORN-STATUS
             RECORD KEY IS FORN-COD.
           SELECT PEDIDOS ASSIGN TO 'C:\COBOL\PEDIDOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDIDO-STATUS
             RECORD KEY IS PED-CHAVE.
           SELECT QUARENTENA ASSIGN TO 'C:\COBOL\QUARENT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS QUARENT-STATUS
             RECORD KEY IS QA-NUMERO.
           SELECT NOTAS-FORN ASSIGN TO 'C:\COBOL\NOTAFORN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTA-STATUS
             RECORD KEY IS NF-CHAVE.
           SELECT CONTAS-PAGAR ASSIGN TO 'C:\COBOL\TITPAGAR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CPAGAR-STATUS
             RECORD KEY IS CP-CHAVE.
           SELECT NOTAS-DEBITO ASSIGN TO 'C:\COBOL\NOTADEB.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTADEB-STATUS
             RECORD KEY IS ND-CHAVE.
           SELECT TOLERANCIA ASSIGN TO 'C:\COBOL\NFTOLER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TOLER-STATUS.
           SELECT RELAT-CPAGAR ASSIGN TO 'C:\COBOL\RELCPAG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD NOTAS-FORN.
       COPY 'NOTAFORN-MASTER.CBL'.
       FD CONTAS-PAGAR.
       COPY 'CPAGAR-MASTER.CBL'.
       FD NOTAS-DEBITO.
       COPY 'NOTADEB-MASTER.CBL'.
       FD TOLERANCIA.
       01 TOLERANCIA-REG.
            05 TL-PCT-PRECO        PIC 9(2)V99.
            05 TL-QT-TOLER         PIC 9(3).
       FD RELAT-CPAGAR.
       01 RELAT-CPAGAR-REG         PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO        PIC 9(1)  VALUE ZEROS.
       77 FORN-STATUS      PIC 9(02) VALUE ZEROS.
       77 PEDIDO-STATUS    PIC 9(02) VALUE ZEROS.
       77 QUARENT-STATUS   PIC 9(02) VALUE ZEROS.
       77 NOTA-STATUS      PIC 9(02) VALUE ZEROS.
       77 CPAGAR-STATUS    PIC 9(02) VALUE ZEROS.
       77 TOLER-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 NOTADEB-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-PRECO    PIC 9(2)V99 VALUE 2.00.
       77 WRK-QT-TOLER     PIC 9(3)  VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(50) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-CANCELA      PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2         PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FT       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BQ       PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-FORN-COD     PIC 9(04) VALUE ZEROS.
       77 WRK-NF-NUMERO    PIC 9(09) VALUE ZEROS.
       77 WRK-PED-NUMERO   PIC 9(06) VALUE ZEROS.
       77 WRK-ID-PECA      PIC 9(05) VALUE ZEROS.
       77 WRK-COD-DEPOSITO PIC 9(02) VALUE ZEROS.
       77 WRK-QT-FATURADA  PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO-UNIT   PIC 9(3)V99 VALUE ZEROS.
       77 WRK-QT-ACEITA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-FATUR  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SALDO     PIC S9(05) VALUE ZEROS.
       77 WRK-PRECO-REF    PIC 9(3)V99 VALUE ZEROS.
       77 WRK-PRECO-QA     PIC 9(3)V99 VALUE ZEROS.
       77 WRK-DIF-PRECO    PIC S9(3)V99 VALUE ZEROS.
       77 WRK-LIMITE-PRECO PIC 9(3)V9999 VALUE ZEROS.
       77 WRK-DIVERGE-QT   PIC X(01) VALUE 'N'.
       77 WRK-DIVERGE-PR   PIC X(01) VALUE 'N'.
       77 WRK-QT-DIVERGE   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-BLOQ      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RECONF    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DESBLOQ   PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ED      PIC -ZZZZ9.
       77 WRK-FAIXA        PIC X(09) VALUE SPACES.
       77 WRK-QT-TITULOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAIXA0-VAL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAIXA1-VAL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAIXA2-VAL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAIXA3-VAL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAIXA4-VAL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-NF-BLOQ   PIC 9(05) VALUE ZEROS.
       77 WRK-VL-NF-BLOQ   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VL-ABATIDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-NOTA-DEB  PIC 9(07)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  QUANTIDADE JA FATURADA POR PEDIDO NAS OUTRAS NOTAS DO
      *>  FORNECEDOR, CARREGADA ANTES DE CONFERIR CADA NOTA.
      *>  --------------------------------------------------------------
       01 WRK-TAB-FATURADO.
            05 WRK-QT-FT           PIC 9(03) VALUE ZEROS.
            05 WRK-FT-ITEM OCCURS 500 TIMES.
                10 WRK-FT-PEDIDO   PIC 9(06).
                10 WRK-FT-QT       PIC 9(05).
       01 WRK-NOTA-SALVA           PIC X(400) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  CHAVES DAS NOTAS BLOQUEADAS A RECONFERIR.
      *>  --------------------------------------------------------------
       01 WRK-TAB-BLOQUEADAS.
            05 WRK-BQ-ITEM OCCURS 200 TIMES.
                10 WRK-BQ-FORN     PIC 9(04).
                10 WRK-BQ-NUMERO   PIC 9(09).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             PERFORM 1000-INICIAR.
             EVALUATE WRK-PARM-EXEC
               WHEN 'AGING '
                 PERFORM 7000-AGING-PAGAR
               WHEN 'RECONF'
                 MOVE 'BATCH' TO WRK-OPERADOR
                 PERFORM 4000-RECONFERE-BLOQUEADAS
               WHEN OTHER
                 DISPLAY 'CODIGO DO OPERADOR: '
                 ACCEPT WRK-OPERADOR
                 PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 9
             END-EVALUATE.
             PERFORM 1100-FINALIZAR.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-INICIAR.
      *>  --------------------------------------------------------------
             OPEN INPUT FORNECEDOR.
             OPEN INPUT PEDIDOS.
             OPEN INPUT QUARENTENA.
             OPEN I-O NOTAS-FORN.
             IF NOTA-STATUS = 35
               OPEN OUTPUT NOTAS-FORN
               CLOSE NOTAS-FORN
               OPEN I-O NOTAS-FORN
             END-IF.
             OPEN I-O CONTAS-PAGAR.
             IF CPAGAR-STATUS = 35
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
             END-IF.
             PERFORM 1200-LE-TOLERANCIA.
      *>  --------------------------------------------------------------
       1100-FINALIZAR.
      *>  --------------------------------------------------------------
             CLOSE FORNECEDOR PEDIDOS QUARENTENA NOTAS-FORN
                   CONTAS-PAGAR.
      *>  --------------------------------------------------------------
      *>  1200-LE-TOLERANCIA - TOLERANCIA DA CONFERENCIA: PERCENTUAL DE
      *>  DIFERENCA DE PRECO CONTRA O PEDIDO E UNIDADES FATURADAS ALEM
      *>  DO ACEITO. SEM O ARQUIVO, NASCE COM 2% E ZERO UNIDADE.
      *>  --------------------------------------------------------------
       1200-LE-TOLERANCIA.
      *>  --------------------------------------------------------------
             OPEN INPUT TOLERANCIA.
             IF TOLER-STATUS = 35
               MOVE WRK-PCT-PRECO TO TL-PCT-PRECO
               MOVE WRK-QT-TOLER  TO TL-QT-TOLER
               OPEN OUTPUT TOLERANCIA
               WRITE TOLERANCIA-REG
               CLOSE TOLERANCIA
             ELSE
               READ TOLERANCIA
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE TL-PCT-PRECO TO WRK-PCT-PRECO
                   MOVE TL-QT-TOLER  TO WRK-QT-TOLER
               END-READ
               CLOSE TOLERANCIA
             END-IF.
             MOVE 0 TO TOLER-STATUS.
      *>  --------------------------------------------------------------
       2000-PROCESSAR.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'NOTAS DE FORNECEDOR E CONTAS A PAGAR'.
             DISPLAY '1 - REGISTRAR NOTA FISCAL DE FORNECEDOR'.
             DISPLAY '2 - RECONFERIR NOTAS BLOQUEADAS'.
             DISPLAY '3 - LIBERAR NOTA BLOQUEADA (COMPRADOR)'.
             DISPLAY '4 - BAIXAR PAGAMENTO DE TITULO'.
             DISPLAY '5 - AGING DO CONTAS A PAGAR'.
             DISPLAY '6 - TOLERANCIAS DA CONFERENCIA'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-OPCAO.
             EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 3000-REGISTRA-NOTA
               WHEN 2
                 PERFORM 4000-RECONFERE-BLOQUEADAS
               WHEN 3
                 PERFORM 5000-LIBERA-NOTA
               WHEN 4
                 PERFORM 6000-BAIXA-PAGAMENTO
               WHEN 5
                 PERFORM 7000-AGING-PAGAR
               WHEN 6
                 PERFORM 8000-MANTEM-TOLERANCIA
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3000-REGISTRA-NOTA - CABECALHO DA NOTA E ATE 10 ITENS. CADA
      *>  ITEM PRECISA APONTAR UM PEDIDO DO MESMO FORNECEDOR PARA A
      *>  MESMA PECA/DEPOSITO; PEDIDO ZERO CANCELA O REGISTRO.
      *>  --------------------------------------------------------------
       3000-REGISTRA-NOTA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             MOVE 'N' TO WRK-CANCELA.
             INITIALIZE NOTAFORN-MASTER-REG.
             DISPLAY 'CODIGO DO FORNECEDOR...: '.
             ACCEPT NF-FORN-COD.
             DISPLAY 'NUMERO DA NOTA FISCAL..: '.
             ACCEPT NF-NUMERO.
             DISPLAY 'DATA DE EMISSAO (AAAAMMDD): '.
             ACCEPT NF-DT-EMISSAO.
             DISPLAY 'VENCIMENTO (AAAAMMDD)..: '.
             ACCEPT NF-DT-VENCIMENTO.
             DISPLAY 'QUANTIDADE DE ITENS (1-10): '.
             ACCEPT NF-QT-ITENS.
             MOVE NF-FORN-COD TO FORN-COD.
             READ FORNECEDOR
               INVALID KEY
                 MOVE '*** FORNECEDOR NAO CADASTRADO ***'
                   TO WRK-MENSAGEM
             END-READ.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN NF-NUMERO = 0
                 MOVE '*** NUMERO DA NOTA OBRIGATORIO ***'
                   TO WRK-MENSAGEM
               WHEN NF-QT-ITENS = 0 OR NF-QT-ITENS > 10
                 MOVE '*** A NOTA TEM DE 1 A 10 ITENS ***'
                   TO WRK-MENSAGEM
               WHEN NF-DT-EMISSAO = 0
                    OR NF-DT-VENCIMENTO < NF-DT-EMISSAO
                 MOVE '*** VENCIMENTO ANTERIOR A EMISSAO ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES
               READ NOTAS-FORN
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE '*** NOTA JA REGISTRADA PARA O FORNECEDOR ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               DISPLAY 'FORNECEDOR: ' FORN-NOME
               MOVE 1 TO WRK-IDX
               PERFORM 3100-LE-ITEM
                 UNTIL WRK-IDX > NF-QT-ITENS OR WRK-CANCELA = 'S'
               IF WRK-CANCELA = 'S'
                 DISPLAY 'REGISTRO DA NOTA CANCELADO'
               ELSE
                 MOVE WRK-DATA-HOJE TO NF-DT-REGISTRO
                 MOVE WRK-OPERADOR  TO NF-OPERADOR
                 MOVE NF-FORN-COD   TO WRK-FORN-COD
                 MOVE NF-NUMERO     TO WRK-NF-NUMERO
                 PERFORM 4500-CONFERE-NOTA
                 WRITE NOTAFORN-MASTER-REG
                   INVALID KEY
                     DISPLAY '*** ERRO NA GRAVACAO DA NOTA ***'
                   NOT INVALID KEY
                     PERFORM 3500-RESULTADO-NOTA
                 END-WRITE
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3100-LE-ITEM.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'ITEM ' WRK-IDX
                     ' - NUMERO DO PEDIDO (0=CANCELA): '.
             ACCEPT WRK-PED-NUMERO.
             IF WRK-PED-NUMERO = 0
               MOVE 'S' TO WRK-CANCELA
             ELSE
               DISPLAY 'CODIGO DA PECA.........: '
               ACCEPT WRK-ID-PECA
               DISPLAY 'CODIGO DO DEPOSITO.....: '
               ACCEPT WRK-COD-DEPOSITO
               DISPLAY 'QUANTIDADE FATURADA....: '
               ACCEPT WRK-QT-FATURADA
               DISPLAY 'PRECO UNITARIO DA NOTA.: '
               ACCEPT WRK-PRECO-UNIT
               MOVE WRK-PED-NUMERO TO PED-NUMERO
               MOVE NF-FORN-COD    TO PED-FORN-COD
               READ PEDIDOS
                 INVALID KEY
                   MOVE '*** PEDIDO NAO EXISTE PARA O FORNECEDOR ***'
                     TO WRK-MENSAGEM
               END-READ
               EVALUATE TRUE
                 WHEN WRK-MENSAGEM NOT = SPACES
                   CONTINUE
                 WHEN PED-ID-PECA NOT = WRK-ID-PECA
                      OR PED-COD-DEPOSITO NOT = WRK-COD-DEPOSITO
                   MOVE '*** PECA/DEPOSITO DIFERENTE DO PEDIDO ***'
                     TO WRK-MENSAGEM
                 WHEN WRK-QT-FATURADA = 0 OR WRK-PRECO-UNIT = 0
                   MOVE '*** QUANTIDADE E PRECO OBRIGATORIOS ***'
                     TO WRK-MENSAGEM
               END-EVALUATE
               IF WRK-MENSAGEM NOT = SPACES
                 DISPLAY WRK-MENSAGEM
               ELSE
                 MOVE WRK-PED-NUMERO   TO NF-PED-NUMERO(WRK-IDX)
                 MOVE WRK-ID-PECA      TO NF-ID-PECA(WRK-IDX)
                 MOVE WRK-COD-DEPOSITO TO NF-COD-DEPOSITO(WRK-IDX)
                 MOVE WRK-QT-FATURADA  TO NF-QT-FATURADA(WRK-IDX)
                 MOVE WRK-PRECO-UNIT   TO NF-PRECO-UNIT(WRK-IDX)
                 COMPUTE NF-VALOR-TOTAL = NF-VALOR-TOTAL
                         + (WRK-QT-FATURADA * WRK-PRECO-UNIT)
                 ADD 1 TO WRK-IDX
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3500-RESULTADO-NOTA - MOSTRA A CONFERENCIA ITEM A ITEM; NOTA
      *>  SEM DIVERGENCIA JA SAI COM O TITULO GERADO.
      *>  --------------------------------------------------------------
       3500-RESULTADO-NOTA.
      *>  --------------------------------------------------------------
             PERFORM 3510-MOSTRA-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > NF-QT-ITENS.
             IF NF-BLOQUEADA
               DISPLAY 'NOTA ' NF-NUMERO ' BLOQUEADA - ' WRK-QT-DIVERGE
                       ' ITEM(NS) FORA DA TOLERANCIA'
             ELSE
               PERFORM 4800-GERA-TITULO
               DISPLAY 'NOTA ' NF-NUMERO ' CONFERIDA - TITULO GERADO'
                       ' VALOR ' NF-VALOR-TOTAL
             END-IF.
      *>  --------------------------------------------------------------
       3510-MOSTRA-ITEM.
      *>  --------------------------------------------------------------
             DISPLAY 'ITEM ' WRK-IDX
                     ' PEDIDO ' NF-PED-NUMERO(WRK-IDX)
                     ' FATUR ' NF-QT-FATURADA(WRK-IDX)
                     ' ACEITO ' NF-QT-ACEITA(WRK-IDX)
                     ' PRECO ' NF-PRECO-UNIT(WRK-IDX)
                     ' PEDIDO ' NF-PRECO-PEDIDO(WRK-IDX)
                     ' DIVERG=' NF-DIVERGENCIA(WRK-IDX).
      *>  --------------------------------------------------------------
      *>  4000-RECONFERE-BLOQUEADAS - NOTA BLOQUEADA POR QUANTIDADE
      *>  PODE PASSAR DEPOIS QUE A QUARENTENA LIBERA O RESTO DA
      *>  ENTREGA: GUARDA AS CHAVES DAS BLOQUEADAS E CONFERE DE NOVO.
      *>  --------------------------------------------------------------
       4000-RECONFERE-BLOQUEADAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-BLOQ WRK-QT-RECONF WRK-QT-DESBLOQ.
             MOVE 0 TO NF-FORN-COD NF-NUMERO.
             START NOTAS-FORN KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY MOVE 10 TO NOTA-STATUS
             END-START.
             IF NOTA-STATUS NOT = 10
               READ NOTAS-FORN NEXT
                 AT END MOVE 10 TO NOTA-STATUS
               END-READ
             END-IF.
             PERFORM 4010-GUARDA-BLOQUEADA UNTIL NOTA-STATUS = 10.
             MOVE 0 TO NOTA-STATUS.
             PERFORM 4020-RECONFERE-UMA
               VARYING WRK-IDX-BQ FROM 1 BY 1
               UNTIL WRK-IDX-BQ > WRK-QT-BLOQ.
             DISPLAY 'NOTAS BLOQUEADAS RECONFERIDAS: ' WRK-QT-RECONF
                     ' - DESBLOQUEADAS: ' WRK-QT-DESBLOQ.
      *>  --------------------------------------------------------------
       4010-GUARDA-BLOQUEADA.
      *>  --------------------------------------------------------------
             IF NF-BLOQUEADA AND WRK-QT-BLOQ < 200
               ADD 1 TO WRK-QT-BLOQ
               MOVE NF-FORN-COD TO WRK-BQ-FORN(WRK-QT-BLOQ)
               MOVE NF-NUMERO   TO WRK-BQ-NUMERO(WRK-QT-BLOQ)
             END-IF.
             READ NOTAS-FORN NEXT
               AT END MOVE 10 TO NOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4020-RECONFERE-UMA.
      *>  --------------------------------------------------------------
             MOVE WRK-BQ-FORN(WRK-IDX-BQ)   TO WRK-FORN-COD.
             MOVE WRK-BQ-NUMERO(WRK-IDX-BQ) TO WRK-NF-NUMERO.
             PERFORM 4600-CARREGA-FATURADO.
             MOVE WRK-FORN-COD  TO NF-FORN-COD.
             MOVE WRK-NF-NUMERO TO NF-NUMERO.
             READ NOTAS-FORN
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO WRK-QT-RECONF
                 PERFORM 4510-CONFERE-ITENS
                 IF NF-CONFERIDA
                   ADD 1 TO WRK-QT-DESBLOQ
                   PERFORM 4800-GERA-TITULO
                   DISPLAY 'NOTA ' NF-NUMERO ' FORNECEDOR '
                           NF-FORN-COD ' CONFERIDA - TITULO GERADO'
                 END-IF
                 REWRITE NOTAFORN-MASTER-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  4500-CONFERE-NOTA - CONFERENCIA DE TRES VIAS DA NOTA QUE ESTA
      *>  NO REGISTRO (WRK-FORN-COD/WRK-NF-NUMERO): NOTA X PEDIDO X
      *>  QUANTIDADE ACEITA. QUALQUER ITEM DIVERGENTE BLOQUEIA A NOTA.
      *>  --------------------------------------------------------------
       4500-CONFERE-NOTA.
      *>  --------------------------------------------------------------
             MOVE NOTAFORN-MASTER-REG TO WRK-NOTA-SALVA.
             PERFORM 4600-CARREGA-FATURADO.
             MOVE WRK-NOTA-SALVA TO NOTAFORN-MASTER-REG.
             PERFORM 4510-CONFERE-ITENS.
      *>  --------------------------------------------------------------
       4510-CONFERE-ITENS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-DIVERGE.
             PERFORM 4100-CONFERE-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > NF-QT-ITENS.
             IF WRK-QT-DIVERGE > 0
               MOVE 'B' TO NF-SITUACAO
             ELSE
               MOVE 'C' TO NF-SITUACAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  4100-CONFERE-ITEM - PRECO DE REFERENCIA E O COMBINADO NO
      *>  PEDIDO (PEDIDO ANTIGO SEM PRECO USA O DA ENTREGA NA
      *>  QUARENTENA). SALDO A FATURAR = ACEITO NA QUARENTENA MENOS O
      *>  JA FATURADO EM OUTRAS NOTAS E NOS ITENS ANTERIORES DESTA.
      *>  FATURAR MENOS QUE O SALDO E FATURAMENTO PARCIAL, NAO
      *>  DIVERGENCIA.
      *>  --------------------------------------------------------------
       4100-CONFERE-ITEM.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-DIVERGE-QT WRK-DIVERGE-PR.
             MOVE 0 TO WRK-PRECO-REF WRK-PRECO-QA.
             MOVE NF-PED-NUMERO(WRK-IDX) TO PED-NUMERO.
             MOVE NF-FORN-COD            TO PED-FORN-COD.
             READ PEDIDOS
               INVALID KEY
                 MOVE 0 TO PED-PRECO-UNIT
             END-READ.
             IF PED-PRECO-UNIT IS NUMERIC
               MOVE PED-PRECO-UNIT TO WRK-PRECO-REF
             END-IF.
             PERFORM 4200-SOMA-ACEITO.
             IF WRK-PRECO-REF = 0
               MOVE WRK-PRECO-QA TO WRK-PRECO-REF
             END-IF.
             PERFORM 4300-SOMA-JA-FATURADO.
             COMPUTE WRK-QT-SALDO = WRK-QT-ACEITA - WRK-QT-JA-FATUR.
             IF WRK-QT-SALDO < 0
               MOVE 0 TO WRK-QT-SALDO
             END-IF.
             MOVE WRK-QT-SALDO TO NF-QT-ACEITA(WRK-IDX).
             MOVE WRK-PRECO-REF TO NF-PRECO-PEDIDO(WRK-IDX).
             IF NF-QT-FATURADA(WRK-IDX) > WRK-QT-SALDO + WRK-QT-TOLER
               MOVE 'S' TO WRK-DIVERGE-QT
             END-IF.
             COMPUTE WRK-DIF-PRECO =
                     NF-PRECO-UNIT(WRK-IDX) - WRK-PRECO-REF.
             IF WRK-DIF-PRECO < 0
               COMPUTE WRK-DIF-PRECO = 0 - WRK-DIF-PRECO
             END-IF.
             COMPUTE WRK-LIMITE-PRECO =
                     WRK-PRECO-REF * WRK-PCT-PRECO / 100.
             IF WRK-PRECO-REF = 0 OR WRK-DIF-PRECO > WRK-LIMITE-PRECO
               MOVE 'S' TO WRK-DIVERGE-PR
             END-IF.
             EVALUATE TRUE
               WHEN WRK-DIVERGE-QT = 'S' AND WRK-DIVERGE-PR = 'S'
                 MOVE 'A' TO NF-DIVERGENCIA(WRK-IDX)
               WHEN WRK-DIVERGE-QT = 'S'
                 MOVE 'Q' TO NF-DIVERGENCIA(WRK-IDX)
               WHEN WRK-DIVERGE-PR = 'S'
                 MOVE 'P' TO NF-DIVERGENCIA(WRK-IDX)
               WHEN OTHER
                 MOVE ' ' TO NF-DIVERGENCIA(WRK-IDX)
             END-EVALUATE.
             IF NOT NF-ITEM-CONFERE(WRK-IDX)
               ADD 1 TO WRK-QT-DIVERGE
             END-IF.
      *>  --------------------------------------------------------------
      *>  4200-SOMA-ACEITO - SOMA AS ENTREGAS DO PEDIDO LIBERADAS NA
      *>  INSPECAO (QA-SITUACAO L); A DEVOLVIDA (D) E A AINDA EM
      *>  QUARENTENA (Q) NAO CONTAM.
      *>  --------------------------------------------------------------
       4200-SOMA-ACEITO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ACEITA.
             MOVE 0 TO QA-NUMERO.
             START QUARENTENA KEY IS NOT LESS THAN QA-NUMERO
               INVALID KEY MOVE 10 TO QUARENT-STATUS
             END-START.
             IF QUARENT-STATUS NOT = 10
               READ QUARENTENA NEXT
                 AT END MOVE 10 TO QUARENT-STATUS
               END-READ
             END-IF.
             PERFORM 4210-CONFERE-ENTREGA UNTIL QUARENT-STATUS = 10.
             MOVE 0 TO QUARENT-STATUS.
      *>  --------------------------------------------------------------
       4210-CONFERE-ENTREGA.
      *>  --------------------------------------------------------------
             IF QA-PED-NUMERO = NF-PED-NUMERO(WRK-IDX)
                AND QA-FORN-COD = NF-FORN-COD
                AND QA-SITUACAO = 'L'
               ADD QA-QT-PECA TO WRK-QT-ACEITA
               IF QA-PRECO > 0
                 MOVE QA-PRECO TO WRK-PRECO-QA
               END-IF
             END-IF.
             READ QUARENTENA NEXT
               AT END MOVE 10 TO QUARENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4300-SOMA-JA-FATURADO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-JA-FATUR.
             PERFORM 4310-CONFERE-FATURADO
               VARYING WRK-IDX-FT FROM 1 BY 1
               UNTIL WRK-IDX-FT > WRK-QT-FT.
             PERFORM 4320-CONFERE-ITEM-ANTERIOR
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 NOT < WRK-IDX.
      *>  --------------------------------------------------------------
       4310-CONFERE-FATURADO.
      *>  --------------------------------------------------------------
             IF WRK-FT-PEDIDO(WRK-IDX-FT) = NF-PED-NUMERO(WRK-IDX)
               ADD WRK-FT-QT(WRK-IDX-FT) TO WRK-QT-JA-FATUR
             END-IF.
      *>  --------------------------------------------------------------
       4320-CONFERE-ITEM-ANTERIOR.
      *>  --------------------------------------------------------------
             IF NF-PED-NUMERO(WRK-IDX2) = NF-PED-NUMERO(WRK-IDX)
               ADD NF-QT-FATURADA(WRK-IDX2) TO WRK-QT-JA-FATUR
             END-IF.
      *>  --------------------------------------------------------------
      *>  4600-CARREGA-FATURADO - VARRE AS NOTAS DO FORNECEDOR
      *>  WRK-FORN-COD, MENOS A PROPRIA WRK-NF-NUMERO, E ACUMULA A
      *>  QUANTIDADE FATURADA POR PEDIDO. SO O PEDIDO DO MESMO
      *>  FORNECEDOR CASA COM A NOTA, ENTAO A VARREDURA PARA NO
      *>  PROXIMO FORNECEDOR.
      *>  --------------------------------------------------------------
       4600-CARREGA-FATURADO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-FT.
             MOVE WRK-FORN-COD TO NF-FORN-COD.
             MOVE 0 TO NF-NUMERO.
             START NOTAS-FORN KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY MOVE 10 TO NOTA-STATUS
             END-START.
             IF NOTA-STATUS NOT = 10
               READ NOTAS-FORN NEXT
                 AT END MOVE 10 TO NOTA-STATUS
               END-READ
             END-IF.
             PERFORM 4610-SOMA-NOTA UNTIL NOTA-STATUS = 10.
             MOVE 0 TO NOTA-STATUS.
      *>  --------------------------------------------------------------
       4610-SOMA-NOTA.
      *>  --------------------------------------------------------------
             IF NF-FORN-COD NOT = WRK-FORN-COD
               MOVE 10 TO NOTA-STATUS
             ELSE
               IF NF-NUMERO NOT = WRK-NF-NUMERO
                 PERFORM 4620-SOMA-ITEM-NOTA
                   VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > NF-QT-ITENS
               END-IF
               READ NOTAS-FORN NEXT
                 AT END MOVE 10 TO NOTA-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       4620-SOMA-ITEM-NOTA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             PERFORM 4630-ACHA-PEDIDO-FT
               VARYING WRK-IDX-FT FROM 1 BY 1
               UNTIL WRK-IDX-FT > WRK-QT-FT OR WRK-ACHOU = 'S'.
             IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-FT
               ADD NF-QT-FATURADA(WRK-IDX2) TO WRK-FT-QT(WRK-IDX-FT)
             ELSE
               IF WRK-QT-FT < 500
                 ADD 1 TO WRK-QT-FT
                 MOVE NF-PED-NUMERO(WRK-IDX2)
                   TO WRK-FT-PEDIDO(WRK-QT-FT)
                 MOVE NF-QT-FATURADA(WRK-IDX2) TO WRK-FT-QT(WRK-QT-FT)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4630-ACHA-PEDIDO-FT.
      *>  --------------------------------------------------------------
             IF WRK-FT-PEDIDO(WRK-IDX-FT) = NF-PED-NUMERO(WRK-IDX2)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
      *>  4800-GERA-TITULO - NOTA CONFERIDA OU LIBERADA VIRA TITULO
      *>  ABERTO NO CONTAS A PAGAR PELO VALOR E VENCIMENTO DA NOTA,
      *>  MENOS AS NOTAS DE DEBITO ABERTAS DO FORNECEDOR.
      *>  --------------------------------------------------------------
       4800-GERA-TITULO.
      *>  --------------------------------------------------------------
             INITIALIZE CPAGAR-MASTER-REG.
             MOVE NF-FORN-COD      TO CP-FORN-COD.
             MOVE NF-NUMERO        TO CP-NF-NUMERO.
             MOVE WRK-DATA-HOJE    TO CP-DT-INCLUSAO.
             MOVE NF-DT-VENCIMENTO TO CP-DT-VENCIMENTO.
             MOVE NF-VALOR-TOTAL   TO CP-VALOR.
             MOVE 'A'              TO CP-SITUACAO.
             MOVE ZEROS            TO CP-DT-PAGAMENTO.
             MOVE WRK-OPERADOR     TO CP-OPERADOR.
             WRITE CPAGAR-MASTER-REG
               INVALID KEY
                 DISPLAY '*** TITULO JA EXISTE NO CONTAS A PAGAR ***'
               NOT INVALID KEY
                 PERFORM 4850-ABATE-NOTAS-DEBITO
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  4850-ABATE-NOTAS-DEBITO - AS NOTAS DE DEBITO ABERTAS DO
      *>  FORNECEDOR, DA MAIS ANTIGA PARA A MAIS NOVA, SAEM DO VALOR
      *>  DO TITULO RECEM-GERADO ATE ZERAR O TITULO OU ACABAREM AS
      *>  NOTAS. NOTA ABATIDA EM PARTE FICA ABERTA COM O SALDO PARA O
      *>  TITULO SEGUINTE. TITULO ZERADO NASCE BAIXADO (P), SEM NADA A
      *>  PAGAR NO BANCO.
      *>  --------------------------------------------------------------
       4850-ABATE-NOTAS-DEBITO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-VL-ABATIDO.
             OPEN I-O NOTAS-DEBITO.
             IF NOTADEB-STATUS NOT = 0
               MOVE 0 TO NOTADEB-STATUS
             ELSE
               MOVE CP-FORN-COD TO ND-FORN-COD
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
               PERFORM 4860-ABATE-UMA-NOTA
                 UNTIL NOTADEB-STATUS = 10
                    OR ND-FORN-COD NOT = CP-FORN-COD
                    OR CP-VALOR = 0
               CLOSE NOTAS-DEBITO
               MOVE 0 TO NOTADEB-STATUS
             END-IF.
             IF WRK-VL-ABATIDO > 0
               IF CP-VALOR = 0
                 MOVE 'P' TO CP-SITUACAO
                 MOVE WRK-DATA-HOJE TO CP-DT-PAGAMENTO
               END-IF
               REWRITE CPAGAR-MASTER-REG
               DISPLAY 'NOTAS DE DEBITO ABATIDAS DO TITULO: '
                       WRK-VL-ABATIDO ' - A PAGAR: ' CP-VALOR
             END-IF.
      *>  --------------------------------------------------------------
       4860-ABATE-UMA-NOTA.
      *>  --------------------------------------------------------------
             IF ND-ABERTA AND ND-SALDO > 0
               IF ND-SALDO > CP-VALOR
                 MOVE CP-VALOR TO WRK-VL-NOTA-DEB
               ELSE
                 MOVE ND-SALDO TO WRK-VL-NOTA-DEB
               END-IF
               SUBTRACT WRK-VL-NOTA-DEB FROM ND-SALDO CP-VALOR
               ADD WRK-VL-NOTA-DEB TO WRK-VL-ABATIDO
               MOVE CP-NF-NUMERO  TO ND-NF-COMPENSA
               MOVE WRK-DATA-HOJE TO ND-DT-COMPENSA
               IF ND-SALDO = 0
                 MOVE 'C' TO ND-SITUACAO
               END-IF
               REWRITE NOTADEB-MASTER-REG
             END-IF.
             READ NOTAS-DEBITO NEXT
               AT END MOVE 10 TO NOTADEB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  5000-LIBERA-NOTA - O COMPRADOR ACEITA A DIVERGENCIA E A NOTA
      *>  VAI PARA O CONTAS A PAGAR PELO VALOR FATURADO. QUEM
      *>  REGISTROU A NOTA NAO PODE LIBERAR A PROPRIA NOTA.
      *>  --------------------------------------------------------------
       5000-LIBERA-NOTA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'CODIGO DO FORNECEDOR...: '.
             ACCEPT NF-FORN-COD.
             DISPLAY 'NUMERO DA NOTA FISCAL..: '.
             ACCEPT NF-NUMERO.
             READ NOTAS-FORN
               INVALID KEY
                 MOVE '*** NOTA NAO ENCONTRADA ***' TO WRK-MENSAGEM
             END-READ.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN NOT NF-BLOQUEADA
                 MOVE '*** NOTA NAO ESTA BLOQUEADA ***' TO WRK-MENSAGEM
               WHEN NF-OPERADOR = WRK-OPERADOR
                 MOVE '*** QUEM REGISTROU NAO PODE LIBERAR A NOTA ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               PERFORM 3510-MOSTRA-ITEM
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > NF-QT-ITENS
               DISPLAY 'VALOR FATURADO: ' NF-VALOR-TOTAL
               DISPLAY 'CONFIRMA A LIBERACAO PARA PAGAMENTO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 MOVE 'L'           TO NF-SITUACAO
                 MOVE WRK-OPERADOR  TO NF-COMPRADOR
                 MOVE WRK-DATA-HOJE TO NF-DT-LIBERACAO
                 REWRITE NOTAFORN-MASTER-REG
                 PERFORM 4800-GERA-TITULO
                 DISPLAY 'NOTA ' NF-NUMERO ' LIBERADA - TITULO GERADO'
               ELSE
                 DISPLAY 'LIBERACAO CANCELADA'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  6000-BAIXA-PAGAMENTO - BAIXA DO TITULO NA DATA DE HOJE; O
      *>  RAZAODIA LANCA O PAGAMENTO NO DIARIO NO PASSO NOTURNO.
      *>  --------------------------------------------------------------
       6000-BAIXA-PAGAMENTO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'CODIGO DO FORNECEDOR...: '.
             ACCEPT CP-FORN-COD.
             DISPLAY 'NUMERO DA NOTA FISCAL..: '.
             ACCEPT CP-NF-NUMERO.
             READ CONTAS-PAGAR
               INVALID KEY
                 MOVE '*** TITULO NAO ENCONTRADO ***' TO WRK-MENSAGEM
             END-READ.
             IF WRK-MENSAGEM = SPACES AND CP-ENVIADO
               MOVE '*** TITULO ENVIADO AO BANCO NO LOTE ***'
                 TO WRK-MENSAGEM
             END-IF.
             IF WRK-MENSAGEM = SPACES AND NOT CP-ABERTO
                AND NOT CP-DEVOLVIDO
               MOVE '*** TITULO JA PAGO ***' TO WRK-MENSAGEM
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               DISPLAY 'VALOR ' CP-VALOR ' VENCIMENTO ' CP-DT-VENCIMENTO
               DISPLAY 'CONFIRMA O PAGAMENTO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 MOVE 'P'           TO CP-SITUACAO
                 MOVE WRK-DATA-HOJE TO CP-DT-PAGAMENTO
                 MOVE WRK-OPERADOR  TO CP-OPERADOR
                 REWRITE CPAGAR-MASTER-REG
                 MOVE CP-FORN-COD  TO NF-FORN-COD
                 MOVE CP-NF-NUMERO TO NF-NUMERO
                 READ NOTAS-FORN
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE 'P' TO NF-SITUACAO
                     REWRITE NOTAFORN-MASTER-REG
                 END-READ
                 DISPLAY 'TITULO BAIXADO EM ' WRK-DATA-HOJE
               ELSE
                 DISPLAY 'PAGAMENTO CANCELADO'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  7000-AGING-PAGAR - TITULOS ABERTOS POR FAIXA DE ATRASO EM
      *>  DIAS COMERCIAIS (A VENCER, 1-30, 31-60, 61-90, MAIS DE 90);
      *>  AS NOTAS BLOQUEADAS SAEM NO RODAPE, FORA DO A PAGAR.
      *>  --------------------------------------------------------------
       7000-AGING-PAGAR.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-TITULOS WRK-TOT-ABERTO WRK-FAIXA0-VAL
                       WRK-FAIXA1-VAL WRK-FAIXA2-VAL WRK-FAIXA3-VAL
                       WRK-FAIXA4-VAL WRK-QT-NF-BLOQ WRK-VL-NF-BLOQ.
             OPEN OUTPUT RELAT-CPAGAR.
             MOVE SPACES TO RELAT-CPAGAR-REG.
             STRING 'AGING DO CONTAS A PAGAR - FORNECEDORES - '
                    'EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-CPAGAR-REG.
             WRITE RELAT-CPAGAR-REG.
             MOVE 'FORN NOME                           NOTA      VENCIME
      -        'NTO DIAS   FAIXA     VALOR' TO RELAT-CPAGAR-REG.
             WRITE RELAT-CPAGAR-REG.
             MOVE 0 TO CP-FORN-COD CP-NF-NUMERO.
             START CONTAS-PAGAR KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY MOVE 10 TO CPAGAR-STATUS
             END-START.
             IF CPAGAR-STATUS NOT = 10
               READ CONTAS-PAGAR NEXT
                 AT END MOVE 10 TO CPAGAR-STATUS
               END-READ
             END-IF.
             PERFORM 7100-LINHA-TITULO UNTIL CPAGAR-STATUS = 10.
             MOVE 0 TO CPAGAR-STATUS.
             MOVE 0 TO NF-FORN-COD NF-NUMERO.
             START NOTAS-FORN KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY MOVE 10 TO NOTA-STATUS
             END-START.
             IF NOTA-STATUS NOT = 10
               READ NOTAS-FORN NEXT
                 AT END MOVE 10 TO NOTA-STATUS
               END-READ
             END-IF.
             PERFORM 7200-SOMA-BLOQUEADA UNTIL NOTA-STATUS = 10.
             MOVE 0 TO NOTA-STATUS.
             PERFORM 7300-TOTAIS-AGING.
             CLOSE RELAT-CPAGAR.
             DISPLAY 'AGING DE ' WRK-QT-TITULOS
                     ' TITULOS ABERTOS EM RELCPAG.TXT'.
      *>  --------------------------------------------------------------
       7100-LINHA-TITULO.
      *>  --------------------------------------------------------------
             IF CP-ABERTO OR CP-ENVIADO OR CP-DEVOLVIDO
               ADD 1 TO WRK-QT-TITULOS
               ADD CP-VALOR TO WRK-TOT-ABERTO
               MOVE CP-DT-VENCIMENTO TO WRK-DATA-X
               PERFORM 8900-DIAS-COMERCIAIS
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-X
               EVALUATE TRUE
                 WHEN WRK-DIAS-ATRASO <= 0
                   MOVE 'A VENCER ' TO WRK-FAIXA
                   ADD CP-VALOR TO WRK-FAIXA0-VAL
                 WHEN WRK-DIAS-ATRASO <= 30
                   MOVE '1-30     ' TO WRK-FAIXA
                   ADD CP-VALOR TO WRK-FAIXA1-VAL
                 WHEN WRK-DIAS-ATRASO <= 60
                   MOVE '31-60    ' TO WRK-FAIXA
                   ADD CP-VALOR TO WRK-FAIXA2-VAL
                 WHEN WRK-DIAS-ATRASO <= 90
                   MOVE '61-90    ' TO WRK-FAIXA
                   ADD CP-VALOR TO WRK-FAIXA3-VAL
                 WHEN OTHER
                   MOVE '+90      ' TO WRK-FAIXA
                   ADD CP-VALOR TO WRK-FAIXA4-VAL
               END-EVALUATE
               MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
               MOVE CP-FORN-COD TO FORN-COD
               READ FORNECEDOR
                 INVALID KEY
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO FORN-NOME
               END-READ
               MOVE SPACES TO RELAT-CPAGAR-REG
               STRING CP-FORN-COD ' '
                      FORN-NOME ' '
                      CP-NF-NUMERO ' '
                      CP-DT-VENCIMENTO ' '
                      WRK-DIAS-ED ' '
                      WRK-FAIXA ' '
                      CP-VALOR
                      DELIMITED BY SIZE INTO RELAT-CPAGAR-REG
               WRITE RELAT-CPAGAR-REG
             END-IF.
             READ CONTAS-PAGAR NEXT
               AT END MOVE 10 TO CPAGAR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7200-SOMA-BLOQUEADA.
      *>  --------------------------------------------------------------
             IF NF-BLOQUEADA
               ADD 1 TO WRK-QT-NF-BLOQ
               ADD NF-VALOR-TOTAL TO WRK-VL-NF-BLOQ
             END-IF.
             READ NOTAS-FORN NEXT
               AT END MOVE 10 TO NOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7300-TOTAIS-AGING.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-CPAGAR-REG.
             WRITE RELAT-CPAGAR-REG.
             MOVE SPACES TO RELAT-CPAGAR-REG.
             STRING 'TOTAL POR FAIXA: A VENCER=' WRK-FAIXA0-VAL
                    ' 1-30=' WRK-FAIXA1-VAL
                    ' 31-60=' WRK-FAIXA2-VAL
                    DELIMITED BY SIZE INTO RELAT-CPAGAR-REG.
             WRITE RELAT-CPAGAR-REG.
             MOVE SPACES TO RELAT-CPAGAR-REG.
             STRING '                 61-90=' WRK-FAIXA3-VAL
                    ' +90=' WRK-FAIXA4-VAL
                    ' TOTAL ABERTO=' WRK-TOT-ABERTO
                    DELIMITED BY SIZE INTO RELAT-CPAGAR-REG.
             WRITE RELAT-CPAGAR-REG.
             MOVE SPACES TO RELAT-CPAGAR-REG.
             STRING 'NOTAS BLOQUEADAS (FORA DO A PAGAR): '
                    WRK-QT-NF-BLOQ ' VALOR=' WRK-VL-NF-BLOQ
                    DELIMITED BY SIZE INTO RELAT-CPAGAR-REG.
             WRITE RELAT-CPAGAR-REG.
      *>  --------------------------------------------------------------
      *>  8000-MANTEM-TOLERANCIA - REGRAVA O ARQUIVO DE UM REGISTRO SO.
      *>  --------------------------------------------------------------
       8000-MANTEM-TOLERANCIA.
      *>  --------------------------------------------------------------
             DISPLAY 'TOLERANCIA DE PRECO ATUAL: ' WRK-PCT-PRECO '%'
                     ' - DE QUANTIDADE: ' WRK-QT-TOLER.
             DISPLAY 'NOVA TOLERANCIA DE PRECO (%)....: '.
             ACCEPT TL-PCT-PRECO.
             DISPLAY 'NOVA TOLERANCIA DE QUANTIDADE...: '.
             ACCEPT TL-QT-TOLER.
             OPEN OUTPUT TOLERANCIA.
             WRITE TOLERANCIA-REG.
             CLOSE TOLERANCIA.
             MOVE TL-PCT-PRECO TO WRK-PCT-PRECO.
             MOVE TL-QT-TOLER  TO WRK-QT-TOLER.
             DISPLAY 'TOLERANCIAS GRAVADAS'.
      *>  --------------------------------------------------------------
      *>  8900-DIAS-COMERCIAIS - CONVERTE WRK-DATA-X (AAAAMMDD) EM DIAS
      *>  COMERCIAIS (ANO DE 360, MES DE 30) EM WRK-DIAS-X, COMO NO
      *>  RESTO DA SUITE.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             COMPUTE WRK-DIAS-X = (WRK-ANO-X * 360)
                     + (WRK-MES-X * 30) + WRK-DIA-X.
      *>  --------------------------------------------------------------
