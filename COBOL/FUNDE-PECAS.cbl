       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDPECA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = FUSAO DE PECAS: DEVOLVE A PECA
      ***   REAL AS PECAS "DE SOBRA" QUE O ALMOXARIFADO CADASTROU COM
      ***   OUTRO CODIGO QUANDO O CODIGO E A QUANTIDADE TINHAM SO 3
      ***   DIGITOS. PARA CADA PAR SOBRA/REAL INFORMADO PELO OPERADOR:
      ***   - ESTOQUE: EM CADA DEPOSITO DA SOBRA A QUANTIDADE SOMA NA
      ***     PECA REAL (NAO FUNDE SE ALGUM DEPOSITO PASSAR DE 99999
      ***     UNIDADES); DEPOSITO SEM A PECA REAL GANHA O REGISTRO COM
      ***     O NOME DA PECA REAL. O REGISTRO DA SOBRA E EXCLUIDO;
      ***   - CUSTOMED: CUSTO MEDIO PONDERADO PELAS BASES DAS DUAS;
      ***   - LOTES, PECAEND E ABCPECAS: MESMO LOTE/ENDERECO/DEPOSITO
      ***     SOMA NA PECA REAL, O RESTO MUDA DE CODIGO;
      ***   - KITCOMP: SOBRA COMO KIT OU COMO COMPONENTE VIRA A REAL;
      ***   - RESERVAS, BACKORD, PEDIDOS, QUARENT, TRANSITO E REQUIS
      ***     (HISTORICO DE CONSUMO) PASSAM A APONTAR A PECA REAL, ASSIM
      ***     COMO OS PEDIDOS DE VENDA ABERTOS E AS NOTAS DE FORNECEDOR
      ***     AINDA NAO PAGAS.
      ***   NOTAS FISCAIS DE VENDA, NOTAS DE DEBITO, GARANTIAS E O
      ***   HISTORICO DE PRECOS SAO DOCUMENTOS EMITIDOS E FICAM COMO
      ***   ESTAO. CADA FUSAO GRAVA OPERACAO FUSAO NA AUDITORIA
      ***   (PECASAUD.TXT), NA SOBRA E NA REAL POR DEPOSITO, E AS
      ***   CONTAGENS POR ARQUIVO NO RELFUSAO.TXT. RODAR COM O
      ***   SISTEMA PARADO, DEPOIS DA CONVERSAO (CONVPECA), E REFAZER
      ***   ABC (ABCPECAS) E SUGESTAO (SUGCOMPR) EM SEGUIDA.
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
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTMED-STATUS
             RECORD KEY IS CM-CHAVE.
           SELECT LOTES ASSIGN TO 'C:\COBOL\LOTES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTE-STATUS
             RECORD KEY IS LT-CHAVE.
           SELECT PECA-ENDERECO ASSIGN TO 'C:\COBOL\PECAEND.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PECAEND-STATUS
             RECORD KEY IS PN-CHAVE.
           SELECT ABC-CLASSE ASSIGN TO 'C:\COBOL\ABCPECAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ABCCL-STATUS
             RECORD KEY IS AB-CHAVE.
           SELECT KIT-COMPONENTES ASSIGN TO 'C:\COBOL\KITCOMP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS KIT-STATUS
             RECORD KEY IS KC-CHAVE.
           SELECT RESERVAS ASSIGN TO 'C:\COBOL\RESERVAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RESERVA-STATUS
             RECORD KEY IS RV-NUMERO.
           SELECT BACKORDER ASSIGN TO 'C:\COBOL\BACKORD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS BACKORD-STATUS
             RECORD KEY IS BO-NUMERO.
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
           SELECT TRANSFERENCIAS ASSIGN TO 'C:\COBOL\TRANSITO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSF-STATUS
             RECORD KEY IS TF-NUMERO.
           SELECT PEDIDOS-VENDA ASSIGN TO 'C:\COBOL\PEDVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDVENDA-STATUS
             RECORD KEY IS PV-NUMERO.
           SELECT NOTAS-FORN ASSIGN TO 'C:\COBOL\NOTAFORN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTA-STATUS
             RECORD KEY IS NF-CHAVE.
           SELECT REQUISICOES ASSIGN TO 'C:\COBOL\REQUIS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REQUIS-STATUS.
           SELECT REQUIS-TRABALHO ASSIGN TO 'C:\COBOL\REQUIWRK.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRABALHO-STATUS.
           SELECT AUDIT-PECAS ASSIGN TO 'C:\COBOL\PECASAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.
           SELECT RELAT-FUSAO ASSIGN TO 'C:\COBOL\RELFUSAO.TXT'
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
       FD PECA-ENDERECO.
       COPY 'PECAEND-MASTER.CBL'.
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
       FD KIT-COMPONENTES.
       01 KIT-COMPONENTES-REG.
            05 KC-CHAVE.
                10 KC-ID-KIT           PIC 9(5).
                10 KC-ID-COMPONENTE    PIC 9(5).
            05 KC-QT-POR-KIT           PIC 9(5).
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
       FD TRANSFERENCIAS.
       01 TRANSFERENCIAS-REG.
            05 TF-NUMERO           PIC 9(6).
            05 TF-DATA             PIC 9(8).
            05 TF-ID-PECA          PIC 9(5).
            05 TF-DEP-ORIGEM       PIC 9(2).
            05 TF-DEP-DESTINO      PIC 9(2).
            05 TF-QT-PECA          PIC 9(5).
            05 TF-NUMERO-LOTE      PIC X(10).
            05 TF-SITUACAO         PIC X(1).
       FD PEDIDOS-VENDA.
       COPY 'PEDVENDA-MASTER.CBL'.
       FD NOTAS-FORN.
       COPY 'NOTAFORN-MASTER.CBL'.
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
       FD REQUIS-TRABALHO.
       01 REQUIS-TRABALHO-REG      PIC X(55).
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG          PIC X(140).
       FD RELAT-FUSAO.
       01 RELAT-FUSAO-REG          PIC X(130).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ESTOQUE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CUSTMED-STATUS   PIC 9(02) VALUE ZEROS.
       77 LOTE-STATUS      PIC 9(02) VALUE ZEROS.
       77 PECAEND-STATUS   PIC 9(02) VALUE ZEROS.
       77 ABCCL-STATUS     PIC 9(02) VALUE ZEROS.
       77 KIT-STATUS       PIC 9(02) VALUE ZEROS.
       77 RESERVA-STATUS   PIC 9(02) VALUE ZEROS.
       77 BACKORD-STATUS   PIC 9(02) VALUE ZEROS.
       77 PEDIDO-STATUS    PIC 9(02) VALUE ZEROS.
       77 QUARENT-STATUS   PIC 9(02) VALUE ZEROS.
       77 TRANSF-STATUS    PIC 9(02) VALUE ZEROS.
       77 PEDVENDA-STATUS  PIC 9(02) VALUE ZEROS.
       77 NOTA-STATUS      PIC 9(02) VALUE ZEROS.
       77 REQUIS-STATUS    PIC 9(02) VALUE ZEROS.
       77 TRABALHO-STATUS  PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(60) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-FIM          PIC X(01) VALUE 'N'.
       77 WRK-FIM-SOBRA    PIC X(01) VALUE 'N'.
       77 WRK-ALTEROU      PIC X(01) VALUE 'N'.
       77 WRK-ID-SOBRA     PIC 9(05) VALUE ZEROS.
       77 WRK-ID-REAL      PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-SOBRA   PIC X(30) VALUE SPACES.
       77 WRK-NOME-REAL    PIC X(30) VALUE SPACES.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ITEM     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-DEP       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-KITS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SOMA      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ANTERIOR  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REG       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FUSOES    PIC 9(05) VALUE ZEROS.
       77 WRK-ARQUIVO      PIC X(10) VALUE SPACES.
       77 WRK-DEPOSITO     PIC 9(02) VALUE ZEROS.
       77 WRK-OUTRA-PECA   PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE         PIC X(10) VALUE SPACES.
       77 WRK-ENDERECO     PIC X(06) VALUE SPACES.
       77 WRK-DT-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-DT-RECEBE    PIC 9(08) VALUE ZEROS.
       77 WRK-DT-VALIDADE  PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-PRECO-SOBRA  PIC 9(3)V99 VALUE ZEROS.
       77 WRK-PONTO-SOBRA  PIC 9(05) VALUE ZEROS.
       77 WRK-FORN-SOBRA   PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTO-SOBRA  PIC 9(3)V99 VALUE ZEROS.
       77 WRK-BASE-SOBRA   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-PONDERADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONSUMO-SOBRA PIC 9(9)V99 VALUE ZEROS.
       77 WRK-CLASSE-SOBRA PIC X(01) VALUE SPACES.
       77 WRK-INTERV-SOBRA PIC 9(03) VALUE ZEROS.
       77 WRK-DT-CLASSIF   PIC 9(08) VALUE ZEROS.
       77 WRK-DT-PROX-CONT PIC 9(08) VALUE ZEROS.
      *>  LINHA DE AUDITORIA: NA SOBRA APONTA O DESTINO, NA REAL A
      *>  ORIGEM DA QUANTIDADE FUNDIDA.
       77 WRK-AUD-OPERACAO PIC X(08) VALUE 'FUSAO'.
       77 WRK-AUD-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-AUD-ROTULO   PIC X(08) VALUE SPACES.
       77 WRK-AUD-OUTRA    PIC 9(05) VALUE ZEROS.
       77 WRK-AUD-QT-ANT   PIC 9(05) VALUE ZEROS.
       77 WRK-AUD-QT-NOVO  PIC 9(05) VALUE ZEROS.
      *>  DEPOSITOS EM QUE A PECA DE SOBRA ESTA CADASTRADA, COM O SALDO
      *>  DELA E O DA PECA REAL NO MESMO DEPOSITO.
       01 WRK-TAB-SOBRA.
            05 WRK-SB-ITEM OCCURS 100 TIMES.
                10 WRK-SB-DEPOSITO    PIC 9(02).
                10 WRK-SB-QT          PIC 9(05).
                10 WRK-SB-QT-REAL     PIC 9(05).
                10 WRK-SB-TEM-REAL    PIC X(01).
      *>  KITS QUE TEM A PECA DE SOBRA COMO COMPONENTE.
       01 WRK-TAB-KIT.
            05 WRK-KIT-ID OCCURS 500 TIMES PIC 9(05).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 1000-INICIAR.
             IF WRK-FIM = 'N'
               DISPLAY 'CODIGO DO OPERADOR: '
               ACCEPT WRK-OPERADOR
               PERFORM 2000-PROCESSAR UNTIL WRK-FIM = 'S'
               PERFORM 1100-FINALIZAR
               DISPLAY 'FUSOES REALIZADAS: ' WRK-QT-FUSOES
             END-IF.
           STOP RUN.
      *>  --------------------------------------------------------------
      *>  1000-INICIAR - SEM O ESTOQUE NAO HA O QUE FUNDIR. OS DEMAIS
      *>  ARQUIVOS SAO ABERTOS UM A UM NA HORA DA FUSAO; ARQUIVO
      *>  INEXISTENTE E PULADO.
      *>  --------------------------------------------------------------
       1000-INICIAR.
      *>  --------------------------------------------------------------
             OPEN I-O ESTOQUE.
             IF ESTOQUE-STATUS NOT = 0
               DISPLAY '*** ESTOQUE.TXT NAO ENCONTRADO ***'
               MOVE 'S' TO WRK-FIM
             ELSE
               OPEN EXTEND AUDIT-PECAS
               IF AUDIT-STATUS = 35
                  OPEN OUTPUT AUDIT-PECAS
                  CLOSE AUDIT-PECAS
                  OPEN EXTEND AUDIT-PECAS
               END-IF
               OPEN OUTPUT RELAT-FUSAO
               MOVE SPACES TO RELAT-FUSAO-REG
               STRING 'FUSAO DE PECAS DE SOBRA NA PECA REAL - '
                      WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO RELAT-FUSAO-REG
               WRITE RELAT-FUSAO-REG
             END-IF.
      *>  --------------------------------------------------------------
       1100-FINALIZAR.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-FUSAO-REG.
             STRING 'FUSOES REALIZADAS: ' WRK-QT-FUSOES
                    DELIMITED BY SIZE INTO RELAT-FUSAO-REG.
             WRITE RELAT-FUSAO-REG.
             CLOSE ESTOQUE AUDIT-PECAS RELAT-FUSAO.
      *>  --------------------------------------------------------------
       2000-PROCESSAR.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'FUSAO DE PECA DE SOBRA NA PECA REAL'.
             DISPLAY 'CODIGO DA PECA DE SOBRA (0=FIM): '.
             ACCEPT WRK-ID-SOBRA.
             IF WRK-ID-SOBRA = 0
               MOVE 'S' TO WRK-FIM
             ELSE
               DISPLAY 'CODIGO DA PECA REAL.............: '
               ACCEPT WRK-ID-REAL
               PERFORM 2100-CONFERE-FUSAO
               IF WRK-MENSAGEM NOT = SPACES
                 DISPLAY WRK-MENSAGEM
               ELSE
                 DISPLAY 'CONFIRMA A FUSAO (S/N)? '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM 3000-EXECUTA-FUSAO
                   DISPLAY 'PECA ' WRK-ID-SOBRA ' FUNDIDA NA PECA '
                           WRK-ID-REAL
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2100-CONFERE-FUSAO - AS DUAS PECAS PRECISAM EXISTIR E SER
      *>  DIFERENTES, E NENHUM DEPOSITO PODE PASSAR DE 99999 UNIDADES
      *>  DEPOIS DA SOMA. MOSTRA OS SALDOS POR DEPOSITO PARA O
      *>  OPERADOR CONFIRMAR.
      *>  --------------------------------------------------------------
       2100-CONFERE-FUSAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             MOVE SPACES TO WRK-NOME-SOBRA WRK-NOME-REAL.
             IF WRK-ID-REAL = 0 OR WRK-ID-REAL = WRK-ID-SOBRA
               MOVE '*** PECA REAL INVALIDA ***' TO WRK-MENSAGEM
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 2110-CARREGA-SOBRA
               IF WRK-QT-DEP = 0
                 MOVE '*** PECA DE SOBRA NAO CADASTRADA ***'
                   TO WRK-MENSAGEM
               END-IF
             END-IF.
             IF WRK-MENSAGEM = SPACES
               MOVE WRK-ID-REAL TO ID-PECA
               MOVE 0 TO COD-DEPOSITO
               START ESTOQUE KEY IS NOT LESS THAN ESTOQUE-CHAVE
                 INVALID KEY
                   MOVE 10 TO ESTOQUE-STATUS
               END-START
               IF ESTOQUE-STATUS NOT = 10
                 READ ESTOQUE NEXT
                   AT END MOVE 10 TO ESTOQUE-STATUS
                 END-READ
               END-IF
               IF ESTOQUE-STATUS = 10 OR ID-PECA NOT = WRK-ID-REAL
                 MOVE '*** PECA REAL NAO CADASTRADA ***'
                   TO WRK-MENSAGEM
               ELSE
                 MOVE NOME-PECA TO WRK-NOME-REAL
               END-IF
               MOVE 0 TO ESTOQUE-STATUS
             END-IF.
             IF WRK-MENSAGEM = SPACES
               DISPLAY 'SOBRA: ' WRK-ID-SOBRA ' ' WRK-NOME-SOBRA
               DISPLAY 'REAL.: ' WRK-ID-REAL ' ' WRK-NOME-REAL
               PERFORM 2120-CONFERE-DEPOSITO
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-DEP
             END-IF.
      *>  --------------------------------------------------------------
       2110-CARREGA-SOBRA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-DEP.
             MOVE WRK-ID-SOBRA TO ID-PECA.
             MOVE 0 TO COD-DEPOSITO.
             START ESTOQUE KEY IS NOT LESS THAN ESTOQUE-CHAVE
               INVALID KEY
                 MOVE 10 TO ESTOQUE-STATUS
             END-START.
             IF ESTOQUE-STATUS NOT = 10
               READ ESTOQUE NEXT
                 AT END MOVE 10 TO ESTOQUE-STATUS
               END-READ
             END-IF.
             PERFORM 2111-GUARDA-DEPOSITO
               UNTIL ESTOQUE-STATUS = 10
                  OR ID-PECA NOT = WRK-ID-SOBRA.
             MOVE 0 TO ESTOQUE-STATUS.
      *>  --------------------------------------------------------------
       2111-GUARDA-DEPOSITO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-DEP.
             MOVE COD-DEPOSITO TO WRK-SB-DEPOSITO(WRK-QT-DEP).
             MOVE QT-PECA      TO WRK-SB-QT(WRK-QT-DEP).
             MOVE 0            TO WRK-SB-QT-REAL(WRK-QT-DEP).
             MOVE 'N'          TO WRK-SB-TEM-REAL(WRK-QT-DEP).
             MOVE NOME-PECA    TO WRK-NOME-SOBRA.
             READ ESTOQUE NEXT
               AT END MOVE 10 TO ESTOQUE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2120-CONFERE-DEPOSITO.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-REAL TO ID-PECA.
             MOVE WRK-SB-DEPOSITO(WRK-IDX) TO COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WRK-SB-TEM-REAL(WRK-IDX)
                 MOVE QT-PECA TO WRK-SB-QT-REAL(WRK-IDX)
             END-READ.
             COMPUTE WRK-QT-SOMA = WRK-SB-QT(WRK-IDX)
                                 + WRK-SB-QT-REAL(WRK-IDX).
             DISPLAY 'DEPOSITO ' WRK-SB-DEPOSITO(WRK-IDX)
                     ' SOBRA: ' WRK-SB-QT(WRK-IDX)
                     ' REAL: ' WRK-SB-QT-REAL(WRK-IDX)
                     ' TOTAL: ' WRK-QT-SOMA.
             IF WRK-QT-SOMA > 99999
               MOVE SPACES TO WRK-MENSAGEM
               STRING '*** DEPOSITO ' WRK-SB-DEPOSITO(WRK-IDX)
                      ' PASSARIA DE 99999 UNIDADES ***'
                      DELIMITED BY SIZE INTO WRK-MENSAGEM
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-EXECUTA-FUSAO
      *>  --------------------------------------------------------------
       3000-EXECUTA-FUSAO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-FUSOES.
             MOVE SPACES TO RELAT-FUSAO-REG.
             WRITE RELAT-FUSAO-REG.
             MOVE SPACES TO RELAT-FUSAO-REG.
             STRING 'PECA DE SOBRA ' WRK-ID-SOBRA ' ' WRK-NOME-SOBRA
                    ' FUNDIDA NA PECA ' WRK-ID-REAL ' ' WRK-NOME-REAL
                    ' OPERADOR ' WRK-OPERADOR
                    DELIMITED BY SIZE INTO RELAT-FUSAO-REG.
             WRITE RELAT-FUSAO-REG.
             PERFORM 3100-FUNDE-ESTOQUE.
             PERFORM 3200-FUNDE-CUSTO.
             PERFORM 3300-FUNDE-LOTES.
             PERFORM 3400-FUNDE-ENDERECOS.
             PERFORM 3500-FUNDE-ABC.
             PERFORM 3600-FUNDE-KITS.
             PERFORM 3700-REPONTA-RESERVAS.
             PERFORM 3710-REPONTA-BACKORD.
             PERFORM 3720-REPONTA-PEDIDOS.
             PERFORM 3730-REPONTA-QUARENT.
             PERFORM 3740-REPONTA-TRANSITO.
             PERFORM 3800-REPONTA-PEDVENDA.
             PERFORM 3850-REPONTA-NOTAFORN.
             PERFORM 3900-REPONTA-REQUIS.
      *>  --------------------------------------------------------------
      *>  3100-FUNDE-ESTOQUE - UM DEPOSITO POR VEZ, NA TABELA MONTADA
      *>  NA CONFERENCIA.
      *>  --------------------------------------------------------------
       3100-FUNDE-ESTOQUE.
      *>  --------------------------------------------------------------
             PERFORM 3110-FUNDE-DEPOSITO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-DEP.
             MOVE 'ESTOQUE' TO WRK-ARQUIVO.
             MOVE WRK-QT-DEP TO WRK-QT-REG.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3110-FUNDE-DEPOSITO.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-SOBRA TO ID-PECA.
             MOVE WRK-SB-DEPOSITO(WRK-IDX) TO COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 MOVE 10 TO ESTOQUE-STATUS
             END-READ.
             IF ESTOQUE-STATUS NOT = 10
               MOVE PRECO-PECA     TO WRK-PRECO-SOBRA
               MOVE QT-PECA        TO WRK-SB-QT(WRK-IDX)
               MOVE PONTO-REORDER  TO WRK-PONTO-SOBRA
               MOVE COD-FORNECEDOR TO WRK-FORN-SOBRA
               DELETE ESTOQUE RECORD
               MOVE WRK-ID-SOBRA TO WRK-AUD-ID
               MOVE ' DESTIN=' TO WRK-AUD-ROTULO
               MOVE WRK-ID-REAL TO WRK-AUD-OUTRA
               MOVE WRK-SB-QT(WRK-IDX) TO WRK-AUD-QT-ANT
               MOVE 0 TO WRK-AUD-QT-NOVO
               PERFORM 8000-GRAVA-AUDITORIA
               MOVE WRK-ID-REAL TO ID-PECA
               MOVE WRK-SB-DEPOSITO(WRK-IDX) TO COD-DEPOSITO
               READ ESTOQUE
                 INVALID KEY
                   MOVE WRK-NOME-REAL   TO NOME-PECA
                   MOVE WRK-PRECO-SOBRA TO PRECO-PECA
                   MOVE WRK-SB-QT(WRK-IDX) TO QT-PECA
                   MOVE WRK-PONTO-SOBRA TO PONTO-REORDER
                   MOVE WRK-FORN-SOBRA  TO COD-FORNECEDOR
                   MOVE 0 TO WRK-QT-ANTERIOR
                   WRITE ESTOQUE-REG
                 NOT INVALID KEY
                   MOVE QT-PECA TO WRK-QT-ANTERIOR
                   ADD WRK-SB-QT(WRK-IDX) TO QT-PECA
                   IF PONTO-REORDER = 0
                     MOVE WRK-PONTO-SOBRA TO PONTO-REORDER
                   END-IF
                   REWRITE ESTOQUE-REG
               END-READ
               MOVE WRK-ID-REAL TO WRK-AUD-ID
               MOVE ' ORIGEM=' TO WRK-AUD-ROTULO
               MOVE WRK-ID-SOBRA TO WRK-AUD-OUTRA
               MOVE WRK-QT-ANTERIOR TO WRK-AUD-QT-ANT
               MOVE QT-PECA TO WRK-AUD-QT-NOVO
               PERFORM 8000-GRAVA-AUDITORIA
             END-IF.
             MOVE 0 TO ESTOQUE-STATUS.
      *>  --------------------------------------------------------------
      *>  3200-FUNDE-CUSTO - CUSTO MEDIO DA SOBRA SEM O DA REAL MUDA DE
      *>  CODIGO; COM OS DOIS, O CUSTO NOVO E A MEDIA PONDERADA PELAS
      *>  BASES, COMO NO RECEBIMENTO DO COMPRAS.
      *>  --------------------------------------------------------------
       3200-FUNDE-CUSTO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O CUSTO-MEDIO.
             IF CUSTMED-STATUS = 0
               MOVE 'N' TO WRK-FIM-SOBRA
               PERFORM 3210-PROXIMO-CUSTO UNTIL WRK-FIM-SOBRA = 'S'
               CLOSE CUSTO-MEDIO
             END-IF.
             MOVE 0 TO CUSTMED-STATUS.
             MOVE 'CUSTOMED' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3210-PROXIMO-CUSTO.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-SOBRA TO CM-ID-PECA.
             MOVE 0 TO CM-COD-DEPOSITO.
             START CUSTO-MEDIO KEY IS NOT LESS THAN CM-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIM-SOBRA
             END-START.
             IF WRK-FIM-SOBRA = 'N'
               READ CUSTO-MEDIO NEXT
                 AT END MOVE 'S' TO WRK-FIM-SOBRA
               END-READ
             END-IF.
             IF WRK-FIM-SOBRA = 'N' AND CM-ID-PECA NOT = WRK-ID-SOBRA
               MOVE 'S' TO WRK-FIM-SOBRA
             END-IF.
             IF WRK-FIM-SOBRA = 'N'
               ADD 1 TO WRK-QT-REG
               MOVE CM-COD-DEPOSITO TO WRK-DEPOSITO
               MOVE CM-CUSTO-MEDIO  TO WRK-CUSTO-SOBRA
               MOVE CM-QT-BASE      TO WRK-BASE-SOBRA
               DELETE CUSTO-MEDIO RECORD
               MOVE WRK-ID-REAL  TO CM-ID-PECA
               MOVE WRK-DEPOSITO TO CM-COD-DEPOSITO
               READ CUSTO-MEDIO
                 INVALID KEY
                   MOVE WRK-CUSTO-SOBRA TO CM-CUSTO-MEDIO
                   MOVE WRK-BASE-SOBRA  TO CM-QT-BASE
                   MOVE WRK-DATA-HOJE   TO CM-DT-ATUALIZACAO
                   WRITE CUSTO-MEDIO-REG
                 NOT INVALID KEY
                   PERFORM 3220-PONDERA-CUSTO
                   REWRITE CUSTO-MEDIO-REG
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       3220-PONDERA-CUSTO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-QT-SOMA = CM-QT-BASE + WRK-BASE-SOBRA.
             COMPUTE WRK-VALOR-PONDERADO =
                     (CM-QT-BASE * CM-CUSTO-MEDIO)
                     + (WRK-BASE-SOBRA * WRK-CUSTO-SOBRA).
             IF WRK-QT-SOMA > 0
               COMPUTE CM-CUSTO-MEDIO ROUNDED =
                       WRK-VALOR-PONDERADO / WRK-QT-SOMA
             END-IF.
             IF WRK-QT-SOMA > 99999
               MOVE 99999 TO CM-QT-BASE
             ELSE
               MOVE WRK-QT-SOMA TO CM-QT-BASE
             END-IF.
             MOVE WRK-DATA-HOJE TO CM-DT-ATUALIZACAO.
      *>  --------------------------------------------------------------
      *>  3300-FUNDE-LOTES - O MESMO NUMERO DE LOTE NA PECA REAL E NO
      *>  MESMO DEPOSITO SOMA A QUANTIDADE; OS DEMAIS MUDAM DE CODIGO.
      *>  --------------------------------------------------------------
       3300-FUNDE-LOTES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O LOTES.
             IF LOTE-STATUS = 0
               MOVE 'N' TO WRK-FIM-SOBRA
               PERFORM 3310-PROXIMO-LOTE UNTIL WRK-FIM-SOBRA = 'S'
               CLOSE LOTES
             END-IF.
             MOVE 0 TO LOTE-STATUS.
             MOVE 'LOTES' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3310-PROXIMO-LOTE.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-SOBRA TO LT-ID-PECA.
             MOVE 0 TO LT-COD-DEPOSITO.
             MOVE LOW-VALUES TO LT-NUMERO-LOTE.
             START LOTES KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIM-SOBRA
             END-START.
             IF WRK-FIM-SOBRA = 'N'
               READ LOTES NEXT
                 AT END MOVE 'S' TO WRK-FIM-SOBRA
               END-READ
             END-IF.
             IF WRK-FIM-SOBRA = 'N' AND LT-ID-PECA NOT = WRK-ID-SOBRA
               MOVE 'S' TO WRK-FIM-SOBRA
             END-IF.
             IF WRK-FIM-SOBRA = 'N'
               ADD 1 TO WRK-QT-REG
               MOVE LT-COD-DEPOSITO   TO WRK-DEPOSITO
               MOVE LT-NUMERO-LOTE    TO WRK-LOTE
               MOVE LT-DT-RECEBIMENTO TO WRK-DT-RECEBE
               MOVE LT-DT-VALIDADE    TO WRK-DT-VALIDADE
               MOVE LT-QT-PECA        TO WRK-QT-ANTERIOR
               MOVE LT-SITUACAO       TO WRK-SITUACAO
               DELETE LOTES RECORD
               MOVE WRK-ID-REAL  TO LT-ID-PECA
               MOVE WRK-DEPOSITO TO LT-COD-DEPOSITO
               MOVE WRK-LOTE     TO LT-NUMERO-LOTE
               READ LOTES
                 INVALID KEY
                   MOVE WRK-DT-RECEBE   TO LT-DT-RECEBIMENTO
                   MOVE WRK-DT-VALIDADE TO LT-DT-VALIDADE
                   MOVE WRK-QT-ANTERIOR TO LT-QT-PECA
                   MOVE WRK-SITUACAO    TO LT-SITUACAO
                   WRITE LOTES-REG
                 NOT INVALID KEY
                   ADD WRK-QT-ANTERIOR TO LT-QT-PECA
                   REWRITE LOTES-REG
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3400-FUNDE-ENDERECOS - A PECA REAL JA ATRIBUIDA AO MESMO
      *>  ENDERECO SOMA A QUANTIDADE; O OCUPADO DO ENDERECO NAO MUDA.
      *>  --------------------------------------------------------------
       3400-FUNDE-ENDERECOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O PECA-ENDERECO.
             IF PECAEND-STATUS = 0
               MOVE 'N' TO WRK-FIM-SOBRA
               PERFORM 3410-PROXIMO-ENDERECO UNTIL WRK-FIM-SOBRA = 'S'
               CLOSE PECA-ENDERECO
             END-IF.
             MOVE 0 TO PECAEND-STATUS.
             MOVE 'PECAEND' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3410-PROXIMO-ENDERECO.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-SOBRA TO PN-ID-PECA.
             MOVE 0 TO PN-COD-DEPOSITO.
             MOVE LOW-VALUES TO PN-ENDERECO.
             START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIM-SOBRA
             END-START.
             IF WRK-FIM-SOBRA = 'N'
               READ PECA-ENDERECO NEXT
                 AT END MOVE 'S' TO WRK-FIM-SOBRA
               END-READ
             END-IF.
             IF WRK-FIM-SOBRA = 'N' AND PN-ID-PECA NOT = WRK-ID-SOBRA
               MOVE 'S' TO WRK-FIM-SOBRA
             END-IF.
             IF WRK-FIM-SOBRA = 'N'
               ADD 1 TO WRK-QT-REG
               MOVE PN-COD-DEPOSITO TO WRK-DEPOSITO
               MOVE PN-ENDERECO     TO WRK-ENDERECO
               MOVE PN-QT-PECA      TO WRK-QT-ANTERIOR
               MOVE PN-DT-MOVIMENTO TO WRK-DT-MOVIMENTO
               DELETE PECA-ENDERECO RECORD
               MOVE SPACES TO PECAEND-MASTER-REG
               MOVE WRK-ID-REAL  TO PN-ID-PECA
               MOVE WRK-DEPOSITO TO PN-COD-DEPOSITO
               MOVE WRK-ENDERECO TO PN-ENDERECO
               READ PECA-ENDERECO
                 INVALID KEY
                   MOVE WRK-QT-ANTERIOR  TO PN-QT-PECA
                   MOVE WRK-DT-MOVIMENTO TO PN-DT-MOVIMENTO
                   WRITE PECAEND-MASTER-REG
                 NOT INVALID KEY
                   ADD WRK-QT-ANTERIOR TO PN-QT-PECA
                   MOVE WRK-DATA-HOJE TO PN-DT-MOVIMENTO
                   REWRITE PECAEND-MASTER-REG
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3500-FUNDE-ABC - COM AS DUAS CLASSIFICADAS NO DEPOSITO, O
      *>  VALOR DE CONSUMO DA SOBRA SOMA NA REAL E A CLASSE FICA ATE A
      *>  PROXIMA RODADA DO ABCPECAS.
      *>  --------------------------------------------------------------
       3500-FUNDE-ABC.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O ABC-CLASSE.
             IF ABCCL-STATUS = 0
               MOVE 'N' TO WRK-FIM-SOBRA
               PERFORM 3510-PROXIMO-ABC UNTIL WRK-FIM-SOBRA = 'S'
               CLOSE ABC-CLASSE
             END-IF.
             MOVE 0 TO ABCCL-STATUS.
             MOVE 'ABCPECAS' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3510-PROXIMO-ABC.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-SOBRA TO AB-ID-PECA.
             MOVE 0 TO AB-COD-DEPOSITO.
             START ABC-CLASSE KEY IS NOT LESS THAN AB-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIM-SOBRA
             END-START.
             IF WRK-FIM-SOBRA = 'N'
               READ ABC-CLASSE NEXT
                 AT END MOVE 'S' TO WRK-FIM-SOBRA
               END-READ
             END-IF.
             IF WRK-FIM-SOBRA = 'N' AND AB-ID-PECA NOT = WRK-ID-SOBRA
               MOVE 'S' TO WRK-FIM-SOBRA
             END-IF.
             IF WRK-FIM-SOBRA = 'N'
               ADD 1 TO WRK-QT-REG
               MOVE AB-COD-DEPOSITO     TO WRK-DEPOSITO
               MOVE AB-CLASSE           TO WRK-CLASSE-SOBRA
               MOVE AB-VALOR-CONSUMO    TO WRK-CONSUMO-SOBRA
               MOVE AB-INTERVALO-DIAS   TO WRK-INTERV-SOBRA
               MOVE AB-DT-CLASSIF       TO WRK-DT-CLASSIF
               MOVE AB-DT-PROX-CONTAGEM TO WRK-DT-PROX-CONT
               DELETE ABC-CLASSE RECORD
               MOVE WRK-ID-REAL  TO AB-ID-PECA
               MOVE WRK-DEPOSITO TO AB-COD-DEPOSITO
               READ ABC-CLASSE
                 INVALID KEY
                   MOVE WRK-CLASSE-SOBRA  TO AB-CLASSE
                   MOVE WRK-CONSUMO-SOBRA TO AB-VALOR-CONSUMO
                   MOVE WRK-INTERV-SOBRA  TO AB-INTERVALO-DIAS
                   MOVE WRK-DT-CLASSIF    TO AB-DT-CLASSIF
                   MOVE WRK-DT-PROX-CONT  TO AB-DT-PROX-CONTAGEM
                   WRITE ABC-CLASSE-REG
                 NOT INVALID KEY
                   ADD WRK-CONSUMO-SOBRA TO AB-VALOR-CONSUMO
                   REWRITE ABC-CLASSE-REG
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3600-FUNDE-KITS - A SOBRA COMO KIT LEVA OS COMPONENTES PARA
      *>  A REAL; COMO COMPONENTE, OS KITS QUE A USAM PASSAM A USAR A
      *>  REAL (SOMANDO SE O KIT JA TINHA A REAL). UM KIT NAO PODE SER
      *>  COMPONENTE DE SI MESMO: ESSA LIGACAO E EXCLUIDA.
      *>  --------------------------------------------------------------
       3600-FUNDE-KITS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O KIT-COMPONENTES.
             IF KIT-STATUS = 0
               MOVE 'N' TO WRK-FIM-SOBRA
               PERFORM 3610-PROXIMO-COMPONENTE
                 UNTIL WRK-FIM-SOBRA = 'S'
               PERFORM 3620-CARREGA-KITS
               PERFORM 3630-TROCA-COMPONENTE
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-KITS
               CLOSE KIT-COMPONENTES
             END-IF.
             MOVE 0 TO KIT-STATUS.
             MOVE 'KITCOMP' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3610-PROXIMO-COMPONENTE.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-SOBRA TO KC-ID-KIT.
             MOVE 0 TO KC-ID-COMPONENTE.
             START KIT-COMPONENTES KEY IS NOT LESS THAN KC-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIM-SOBRA
             END-START.
             IF WRK-FIM-SOBRA = 'N'
               READ KIT-COMPONENTES NEXT
                 AT END MOVE 'S' TO WRK-FIM-SOBRA
               END-READ
             END-IF.
             IF WRK-FIM-SOBRA = 'N' AND KC-ID-KIT NOT = WRK-ID-SOBRA
               MOVE 'S' TO WRK-FIM-SOBRA
             END-IF.
             IF WRK-FIM-SOBRA = 'N'
               ADD 1 TO WRK-QT-REG
               MOVE KC-ID-COMPONENTE TO WRK-OUTRA-PECA
               MOVE KC-QT-POR-KIT    TO WRK-QT-ANTERIOR
               DELETE KIT-COMPONENTES RECORD
               IF WRK-OUTRA-PECA NOT = WRK-ID-REAL
                 MOVE WRK-ID-REAL    TO KC-ID-KIT
                 MOVE WRK-OUTRA-PECA TO KC-ID-COMPONENTE
                 PERFORM 3640-GRAVA-COMPONENTE
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3620-CARREGA-KITS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-KITS.
             MOVE 0 TO KC-ID-KIT KC-ID-COMPONENTE.
             START KIT-COMPONENTES KEY IS NOT LESS THAN KC-CHAVE
               INVALID KEY
                 MOVE 10 TO KIT-STATUS
             END-START.
             IF KIT-STATUS NOT = 10
               READ KIT-COMPONENTES NEXT
                 AT END MOVE 10 TO KIT-STATUS
               END-READ
             END-IF.
             PERFORM 3621-GUARDA-KIT UNTIL KIT-STATUS = 10.
             MOVE 0 TO KIT-STATUS.
      *>  --------------------------------------------------------------
       3621-GUARDA-KIT.
      *>  --------------------------------------------------------------
             IF KC-ID-COMPONENTE = WRK-ID-SOBRA
               IF WRK-QT-KITS < 500
                 ADD 1 TO WRK-QT-KITS
                 MOVE KC-ID-KIT TO WRK-KIT-ID(WRK-QT-KITS)
               ELSE
                 MOVE SPACES TO RELAT-FUSAO-REG
                 STRING '  *** MAIS DE 500 KITS COM A PECA - KIT '
                        KC-ID-KIT ' FICA PARA NOVA FUSAO ***'
                        DELIMITED BY SIZE INTO RELAT-FUSAO-REG
                 WRITE RELAT-FUSAO-REG
               END-IF
             END-IF.
             READ KIT-COMPONENTES NEXT
               AT END MOVE 10 TO KIT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3630-TROCA-COMPONENTE.
      *>  --------------------------------------------------------------
             MOVE WRK-KIT-ID(WRK-IDX) TO KC-ID-KIT.
             MOVE WRK-ID-SOBRA TO KC-ID-COMPONENTE.
             READ KIT-COMPONENTES
               INVALID KEY
                 MOVE 10 TO KIT-STATUS
             END-READ.
             IF KIT-STATUS NOT = 10
               ADD 1 TO WRK-QT-REG
               MOVE KC-QT-POR-KIT TO WRK-QT-ANTERIOR
               DELETE KIT-COMPONENTES RECORD
               IF WRK-KIT-ID(WRK-IDX) NOT = WRK-ID-REAL
                 MOVE WRK-KIT-ID(WRK-IDX) TO KC-ID-KIT
                 MOVE WRK-ID-REAL TO KC-ID-COMPONENTE
                 PERFORM 3640-GRAVA-COMPONENTE
               END-IF
             END-IF.
             MOVE 0 TO KIT-STATUS.
      *>  --------------------------------------------------------------
       3640-GRAVA-COMPONENTE.
      *>  --------------------------------------------------------------
             READ KIT-COMPONENTES
               INVALID KEY
                 MOVE WRK-QT-ANTERIOR TO KC-QT-POR-KIT
                 WRITE KIT-COMPONENTES-REG
               NOT INVALID KEY
                 COMPUTE WRK-QT-SOMA = KC-QT-POR-KIT + WRK-QT-ANTERIOR
                 IF WRK-QT-SOMA > 99999
                   MOVE 99999 TO KC-QT-POR-KIT
                 ELSE
                   MOVE WRK-QT-SOMA TO KC-QT-POR-KIT
                 END-IF
                 REWRITE KIT-COMPONENTES-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  3700-REPONTA-RESERVAS A 3740-REPONTA-TRANSITO - MOVIMENTOS
      *>  COM NUMERO PROPRIO: SO O CODIGO DA PECA MUDA, PERCORRENDO O
      *>  ARQUIVO INTEIRO.
      *>  --------------------------------------------------------------
       3700-REPONTA-RESERVAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O RESERVAS.
             IF RESERVA-STATUS = 0
               READ RESERVAS NEXT
                 AT END MOVE 10 TO RESERVA-STATUS
               END-READ
               PERFORM 3701-REPONTA-RESERVA UNTIL RESERVA-STATUS = 10
               CLOSE RESERVAS
             END-IF.
             MOVE 0 TO RESERVA-STATUS.
             MOVE 'RESERVAS' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3701-REPONTA-RESERVA.
      *>  --------------------------------------------------------------
             IF RV-ID-PECA = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO RV-ID-PECA
               REWRITE RESERVAS-REG
               ADD 1 TO WRK-QT-REG
             END-IF.
             READ RESERVAS NEXT
               AT END MOVE 10 TO RESERVA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3710-REPONTA-BACKORD.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O BACKORDER.
             IF BACKORD-STATUS = 0
               READ BACKORDER NEXT
                 AT END MOVE 10 TO BACKORD-STATUS
               END-READ
               PERFORM 3711-REPONTA-BACKORDER
                 UNTIL BACKORD-STATUS = 10
               CLOSE BACKORDER
             END-IF.
             MOVE 0 TO BACKORD-STATUS.
             MOVE 'BACKORD' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3711-REPONTA-BACKORDER.
      *>  --------------------------------------------------------------
             IF BO-ID-PECA = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO BO-ID-PECA
               REWRITE BACKORDER-REG
               ADD 1 TO WRK-QT-REG
             END-IF.
             READ BACKORDER NEXT
               AT END MOVE 10 TO BACKORD-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3720-REPONTA-PEDIDOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O PEDIDOS.
             IF PEDIDO-STATUS = 0
               READ PEDIDOS NEXT
                 AT END MOVE 10 TO PEDIDO-STATUS
               END-READ
               PERFORM 3721-REPONTA-PEDIDO UNTIL PEDIDO-STATUS = 10
               CLOSE PEDIDOS
             END-IF.
             MOVE 0 TO PEDIDO-STATUS.
             MOVE 'PEDIDOS' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3721-REPONTA-PEDIDO.
      *>  --------------------------------------------------------------
             IF PED-ID-PECA = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO PED-ID-PECA
               REWRITE PEDIDOS-REG
               ADD 1 TO WRK-QT-REG
             END-IF.
             READ PEDIDOS NEXT
               AT END MOVE 10 TO PEDIDO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3730-REPONTA-QUARENT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O QUARENTENA.
             IF QUARENT-STATUS = 0
               READ QUARENTENA NEXT
                 AT END MOVE 10 TO QUARENT-STATUS
               END-READ
               PERFORM 3731-REPONTA-QUARENTENA
                 UNTIL QUARENT-STATUS = 10
               CLOSE QUARENTENA
             END-IF.
             MOVE 0 TO QUARENT-STATUS.
             MOVE 'QUARENT' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3731-REPONTA-QUARENTENA.
      *>  --------------------------------------------------------------
             IF QA-ID-PECA = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO QA-ID-PECA
               REWRITE QUARENTENA-REG
               ADD 1 TO WRK-QT-REG
             END-IF.
             READ QUARENTENA NEXT
               AT END MOVE 10 TO QUARENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3740-REPONTA-TRANSITO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O TRANSFERENCIAS.
             IF TRANSF-STATUS = 0
               READ TRANSFERENCIAS NEXT
                 AT END MOVE 10 TO TRANSF-STATUS
               END-READ
               PERFORM 3741-REPONTA-TRANSF UNTIL TRANSF-STATUS = 10
               CLOSE TRANSFERENCIAS
             END-IF.
             MOVE 0 TO TRANSF-STATUS.
             MOVE 'TRANSITO' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3741-REPONTA-TRANSF.
      *>  --------------------------------------------------------------
             IF TF-ID-PECA = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO TF-ID-PECA
               REWRITE TRANSFERENCIAS-REG
               ADD 1 TO WRK-QT-REG
             END-IF.
             READ TRANSFERENCIAS NEXT
               AT END MOVE 10 TO TRANSF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3800-REPONTA-PEDVENDA - SO PEDIDO DE VENDA ABERTO; O
      *>  FATURADO JA TEM NOTA EMITIDA COM O CODIGO DA EPOCA.
      *>  --------------------------------------------------------------
       3800-REPONTA-PEDVENDA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O PEDIDOS-VENDA.
             IF PEDVENDA-STATUS = 0
               READ PEDIDOS-VENDA NEXT
                 AT END MOVE 10 TO PEDVENDA-STATUS
               END-READ
               PERFORM 3810-REPONTA-PEDIDO-VENDA
                 UNTIL PEDVENDA-STATUS = 10
               CLOSE PEDIDOS-VENDA
             END-IF.
             MOVE 0 TO PEDVENDA-STATUS.
             MOVE 'PEDVENDA' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3810-REPONTA-PEDIDO-VENDA.
      *>  --------------------------------------------------------------
             IF PV-ABERTO
               MOVE 'N' TO WRK-ALTEROU
               PERFORM 3811-REPONTA-ITEM-PV
                 VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > PV-QT-ITENS
                    OR WRK-IDX-ITEM > 10
               IF WRK-ALTEROU = 'S'
                 REWRITE PEDVENDA-MASTER-REG
                 ADD 1 TO WRK-QT-REG
               END-IF
             END-IF.
             READ PEDIDOS-VENDA NEXT
               AT END MOVE 10 TO PEDVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3811-REPONTA-ITEM-PV.
      *>  --------------------------------------------------------------
             IF PV-ID-PECA(WRK-IDX-ITEM) = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO PV-ID-PECA(WRK-IDX-ITEM)
               MOVE 'S' TO WRK-ALTEROU
             END-IF.
      *>  --------------------------------------------------------------
      *>  3850-REPONTA-NOTAFORN - SO NOTA AINDA NAO PAGA, QUE PODE SER
      *>  RECONFERIDA CONTRA O PEDIDO (JA COM A PECA REAL).
      *>  --------------------------------------------------------------
       3850-REPONTA-NOTAFORN.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN I-O NOTAS-FORN.
             IF NOTA-STATUS = 0
               READ NOTAS-FORN NEXT
                 AT END MOVE 10 TO NOTA-STATUS
               END-READ
               PERFORM 3860-REPONTA-NOTA UNTIL NOTA-STATUS = 10
               CLOSE NOTAS-FORN
             END-IF.
             MOVE 0 TO NOTA-STATUS.
             MOVE 'NOTAFORN' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3860-REPONTA-NOTA.
      *>  --------------------------------------------------------------
             IF NOT NF-PAGA
               MOVE 'N' TO WRK-ALTEROU
               PERFORM 3861-REPONTA-ITEM-NF
                 VARYING WRK-IDX-ITEM FROM 1 BY 1
                 UNTIL WRK-IDX-ITEM > NF-QT-ITENS
                    OR WRK-IDX-ITEM > 10
               IF WRK-ALTEROU = 'S'
                 REWRITE NOTAFORN-MASTER-REG
                 ADD 1 TO WRK-QT-REG
               END-IF
             END-IF.
             READ NOTAS-FORN NEXT
               AT END MOVE 10 TO NOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3861-REPONTA-ITEM-NF.
      *>  --------------------------------------------------------------
             IF NF-ID-PECA(WRK-IDX-ITEM) = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO NF-ID-PECA(WRK-IDX-ITEM)
               MOVE 'S' TO WRK-ALTEROU
             END-IF.
      *>  --------------------------------------------------------------
      *>  3900-REPONTA-REQUIS - O HISTORICO DE REQUISICOES E
      *>  SEQUENCIAL: COPIA PARA O ARQUIVO DE TRABALHO TROCANDO O
      *>  CODIGO E REGRAVA O REQUIS.TXT A PARTIR DELE, PARA QUE O
      *>  CONSUMO DA SOBRA CONTE NA PECA REAL (ABC, SUGESTAO, CUSTO).
      *>  --------------------------------------------------------------
       3900-REPONTA-REQUIS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REG.
             OPEN INPUT REQUISICOES.
             IF REQUIS-STATUS = 0
               OPEN OUTPUT REQUIS-TRABALHO
               READ REQUISICOES
                 AT END MOVE 10 TO REQUIS-STATUS
               END-READ
               PERFORM 3910-SEPARA-REQUISICAO UNTIL REQUIS-STATUS = 10
               CLOSE REQUISICOES REQUIS-TRABALHO
               IF WRK-QT-REG > 0
                 OPEN INPUT REQUIS-TRABALHO
                 OPEN OUTPUT REQUISICOES
                 READ REQUIS-TRABALHO
                   AT END MOVE 10 TO TRABALHO-STATUS
                 END-READ
                 PERFORM 3920-REGRAVA-REQUISICAO
                   UNTIL TRABALHO-STATUS = 10
                 CLOSE REQUIS-TRABALHO REQUISICOES
               END-IF
             END-IF.
             MOVE 0 TO REQUIS-STATUS TRABALHO-STATUS.
             MOVE 'REQUIS' TO WRK-ARQUIVO.
             PERFORM 8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
       3910-SEPARA-REQUISICAO.
      *>  --------------------------------------------------------------
             IF RQ-ID-PECA = WRK-ID-SOBRA
               MOVE WRK-ID-REAL TO RQ-ID-PECA
               ADD 1 TO WRK-QT-REG
             END-IF.
             MOVE REQUISICOES-REG TO REQUIS-TRABALHO-REG.
             WRITE REQUIS-TRABALHO-REG.
             READ REQUISICOES
               AT END MOVE 10 TO REQUIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3920-REGRAVA-REQUISICAO.
      *>  --------------------------------------------------------------
             MOVE REQUIS-TRABALHO-REG TO REQUISICOES-REG.
             WRITE REQUISICOES-REG.
             READ REQUIS-TRABALHO
               AT END MOVE 10 TO TRABALHO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8000-GRAVA-AUDITORIA - MESMO FORMATO DO DESAFIO11 (ID E
      *>  DEPOSITO NAS POSICOES LIDAS PELO CONS-AUDIT).
      *>  --------------------------------------------------------------
       8000-GRAVA-AUDITORIA.
      *>  --------------------------------------------------------------
             ACCEPT WRK-HORA-AGORA FROM TIME.
             MOVE SPACES TO AUDIT-PECAS-REG.
             STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                    ' OPERADOR=' WRK-OPERADOR
                    ' OPERACAO=' WRK-AUD-OPERACAO
                    ' ID=' WRK-AUD-ID
                    ' DEPOSITO=' WRK-SB-DEPOSITO(WRK-IDX)
                    WRK-AUD-ROTULO WRK-AUD-OUTRA
                    ' QT-ANT=' WRK-AUD-QT-ANT
                    ' QT-NOVO=' WRK-AUD-QT-NOVO
                    DELIMITED BY SIZE INTO AUDIT-PECAS-REG.
             WRITE AUDIT-PECAS-REG.
      *>  --------------------------------------------------------------
       8100-LINHA-ARQUIVO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-FUSAO-REG.
             STRING '  ' WRK-ARQUIVO ' REGISTROS ALTERADOS: ' WRK-QT-REG
                    DELIMITED BY SIZE INTO RELAT-FUSAO-REG.
             WRITE RELAT-FUSAO-REG.
