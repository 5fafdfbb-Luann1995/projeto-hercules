       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREAPROV.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = BATCH NOTURNO DE CREDITO
      ***   PRE-APROVADO: PARA CADA CLIENTE ATIVO CALCULA O VALOR DE
      ***   EMPRESTIMO E O PRODUTO DE CARTAO PRE-APROVADOS, COM O
      ***   SCORE DO BUREAU (BUREAU.TXT), A RENDA DECLARADA, O
      ***   COMPORTAMENTO DE PAGAMENTO (EMPPAGOS.TXT CONTRA O
      ***   CRONOGRAMA DE CONTRATO.TXT), O COMPROMETIMENTO DE RENDA
      ***   COM AS PARCELAS EM ABERTO (PERCENTUAL DE EMPPARAM.TXT) E A
      ***   EXPOSICAO DO GRUPO FAMILIAR (SUBPROGRAMA GRUPOEXP). GRAVA
      ***   AS OFERTAS COM VALIDADE EM PREAPROV.TXT, USADAS PELO
      ***   SIMULADOR DE EMPRESTIMO, PELA INDICACAO DE CARTAO E PELA
      ***   LISTA DE PROSPECTS DO CROSSELL. OS CORTES FICAM EM
      ***   PREAPPAR.TXT (CRIADO COM OS PADROES NA PRIMEIRA EXECUCAO)
      ***   E OS TOTAIS NO CTRLTOT.TXT.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT BUREAU-SCORE ASSIGN TO 'C:\COBOL\BUREAU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS BUREAU-STATUS
             RECORD KEY IS BU-CPF.
           SELECT BUREAU-PARAM ASSIGN TO 'C:\COBOL\BURPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BPARAM-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT EMP-PARAM ASSIGN TO 'C:\COBOL\EMPPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.
           SELECT TAXA-REF ASSIGN TO 'C:\COBOL\TAXAREF.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TAXAREF-STATUS.
           SELECT CARTAO-CATALOGO ASSIGN TO 'C:\COBOL\CARTCAT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CATALOGO-STATUS.
           SELECT CARTAO-CONTA ASSIGN TO 'C:\COBOL\CARTCONT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTA-STATUS
             RECORD KEY IS CC-NUMERO.
           SELECT PREAPROV-PARAM ASSIGN TO 'C:\COBOL\PREAPPAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PREPAR-STATUS.
           SELECT PRE-APROVADOS ASSIGN TO 'C:\COBOL\PREAPROV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREAPROV-STATUS
             RECORD KEY IS PA-CLI-ID.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD BUREAU-SCORE.
       01 BUREAU-SCORE-REG.
            05 BU-CPF          PIC 9(11).
            05 BU-SCORE        PIC 9(03).
            05 BU-RESTRICAO    PIC X(01).
            05 BU-DT-CONSULTA  PIC 9(08).
       FD BUREAU-PARAM.
       01 BUREAU-PARAM-REG.
            05 BP-IDADE-MAXIMA PIC 9(03).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-PARCELA      PIC 9(02).
            05 EP-DT-PAGAMENTO PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD EMP-PARAM.
       01 EMP-PARAM-REG.
            05 EPAR-PCT-RENDA  PIC 9(02).
            05 EPAR-LTV-MAXIMO PIC 9(03).
       FD TAXA-REF.
       01 TAXA-REF-REG.
            05 TR-DATA          PIC 9(08).
            05 TR-PRODUTO       PIC 9(02).
            05 TR-TAXA          PIC 9V9999.
       FD CARTAO-CATALOGO.
       01 CARTAO-CATALOGO-REG.
            05 CAT-CODIGO      PIC 9(02).
            05 CAT-NOME        PIC X(10).
            05 CAT-PONTOS-MIN  PIC 9(03).
            05 CAT-ANUIDADE    PIC 9(04)V99.
            05 CAT-LIMITE      PIC 9(06)V99.
            05 CAT-BENEFICIOS  PIC X(30).
       FD CARTAO-CONTA.
       01 CARTAO-CONTA-REG.
            05 CC-NUMERO       PIC 9(06).
            05 CC-CLI-ID       PIC 9(05).
            05 CC-PRODUTO      PIC 9(02).
            05 CC-NUM-MASCARADO PIC X(19).
            05 CC-DT-EMISSAO   PIC 9(08).
            05 CC-DT-ATIVACAO  PIC 9(08).
            05 CC-SITUACAO     PIC X(01).
                88 CC-CANCELADO    VALUE 'C'.
            05 CC-MOTIVO-BLOQ  PIC X(15).
       FD PREAPROV-PARAM.
       01 PREAPROV-PARAM-REG.
            05 PP-SCORE-MIN        PIC 9(03).
            05 PP-DIAS-VALIDADE    PIC 9(03).
            05 PP-MULT-RENDA       PIC 9(02).
            05 PP-VL-MAXIMO        PIC 9(06)V99.
            05 PP-MAX-ATRASOS      PIC 9(02).
            05 PP-PRAZO-REF        PIC 9(02).
       FD PRE-APROVADOS.
       COPY 'PREAPROV-MASTER.CBL'.
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
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 BUREAU-STATUS    PIC 9(02) VALUE ZEROS.
       77 BPARAM-STATUS    PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 TAXAREF-STATUS   PIC 9(02) VALUE ZEROS.
       77 CATALOGO-STATUS  PIC 9(02) VALUE ZEROS.
       77 CONTA-STATUS     PIC 9(02) VALUE ZEROS.
       77 PREPAR-STATUS    PIC 9(02) VALUE ZEROS.
       77 PREAPROV-STATUS  PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-BUREAU-OK    PIC X(01) VALUE 'N'.
       77 WRK-CONTRATO-OK  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-BUR-IDADE-MAX PIC 9(03) VALUE 90.
       77 WRK-PCT-RENDA    PIC 9(02) VALUE 30.
       77 WRK-IDX-TAXA     PIC 9(02) VALUE 14.
       77 WRK-TX-MENSAL    PIC 9V9999 VALUE 0,0250.
       77 WRK-MOTIVO       PIC X(20) VALUE SPACES.
       77 WRK-COMPROMETIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-ATRASOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-VENCIDAS  PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-PREJUIZO PIC X(01) VALUE 'N'.
       77 WRK-CT-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-IDX-PARC     PIC 9(02) VALUE ZEROS.
       77 WRK-CHECA-CONTR  PIC 9(08) VALUE ZEROS.
       77 WRK-CHECA-PARC   PIC 9(02) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-DT-PAGA      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(04) VALUE ZEROS.
       77 WRK-PAGOS-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-IDX-PAGO     PIC 9(04) VALUE ZEROS.
       77 WRK-MARGEM       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-MARGEM-GRUPO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TETO-GRUPO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRUPO-ALTO   PIC X(01) VALUE 'N'.
       77 WRK-VL-CALC      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VL-TETO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CENTENAS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CARTOES   PIC 9(02) VALUE ZEROS.
       77 WRK-CAT-CHEIO    PIC X(01) VALUE 'N'.
       77 WRK-IDX-CARTAO   PIC 9(02) VALUE ZEROS.
       77 WRK-CARTAO-ESCOLHIDO PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CONTAS    PIC 9(04) VALUE ZEROS.
       77 WRK-CONTAS-CHEIA PIC X(01) VALUE 'N'.
       77 WRK-IDX-CONTA    PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-CARTAO   PIC X(01) VALUE 'N'.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DC-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-RESTO     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EMPRESTIMO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTAO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-OFERTA PIC 9(05) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
       01 WRK-EXPOSICAO-GRUPO.
            05 WRK-GE-CLI-ID       PIC 9(05).
            05 WRK-GE-GRUPO        PIC 9(05).
            05 WRK-GE-QT-MEMBROS   PIC 9(02).
            05 WRK-GE-RENDA        PIC 9(09)V99.
            05 WRK-GE-PARCELAS-MES PIC 9(09)V99.
            05 WRK-GE-PREMIOS-MES  PIC 9(09)V99.
            05 WRK-GE-LIMITES      PIC 9(09)V99.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 2000 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
                10 WRK-PG-PARCELA  PIC 9(02).
                10 WRK-PG-DATA     PIC 9(08).
       01 WRK-TAB-CATALOGO.
            05 WRK-CARTAO OCCURS 15 TIMES.
                10 WRK-CA-CODIGO     PIC 9(02).
                10 WRK-CA-NOME       PIC X(10).
                10 WRK-CA-ANUIDADE   PIC 9(04)V99.
                10 WRK-CA-LIMITE     PIC 9(06)V99.
       01 WRK-TAB-CONTAS.
            05 WRK-CONTA-CLI-ID OCCURS 2000 TIMES PIC 9(05).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS NOT = 0
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
               GOBACK
             END-IF.
             PERFORM 0100-CARREGA-PARAMETROS.
             PERFORM 0200-CARREGA-PAGOS.
             PERFORM 0300-CARREGA-CATALOGO.
             PERFORM 0400-CARREGA-CONTAS.
             PERFORM 0500-CARREGA-TAXA.
             OPEN INPUT BUREAU-SCORE.
             IF BUREAU-STATUS = 0
               MOVE 'S' TO WRK-BUREAU-OK
             END-IF.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 'S' TO WRK-CONTRATO-OK
             END-IF.
             MOVE 0 TO BUREAU-STATUS CONTRATOS-STATUS.
             OPEN OUTPUT PRE-APROVADOS.
             MOVE 0 TO CLI-ID.
             START CLIENTE-MASTER KEY IS NOT LESS THAN CLI-ID
               INVALID KEY
                 MOVE 10 TO CLIENTE-STATUS
             END-START.
             IF CLIENTE-STATUS NOT = 10
               READ CLIENTE-MASTER NEXT
                 AT END MOVE 10 TO CLIENTE-STATUS
               END-READ
             END-IF.
             PERFORM 1000-AVALIA-CLIENTE UNTIL CLIENTE-STATUS = 10.
             CLOSE CLIENTE-MASTER PRE-APROVADOS.
             IF WRK-BUREAU-OK = 'S'
               CLOSE BUREAU-SCORE
             END-IF.
             IF WRK-CONTRATO-OK = 'S'
               CLOSE CONTRATOS
             END-IF.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CLIENTES AVALIADOS.........: ' WRK-CT-LIDOS.
             DISPLAY 'EMPRESTIMOS PRE-APROVADOS..: ' WRK-QT-EMPRESTIMO.
             DISPLAY 'CARTOES PRE-APROVADOS......: ' WRK-QT-CARTAO.
             DISPLAY 'CLIENTES SEM OFERTA........: ' WRK-QT-SEM-OFERTA.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0100-CARREGA-PARAMETROS - CORTES DO PRE-APROVADO
      *>  (PREAPPAR.TXT; NA PRIMEIRA EXECUCAO SCORE MINIMO 600,
      *>  VALIDADE DE 30 DIAS, ATE 10 RENDAS, TETO DE R$ 200.000,00,
      *>  ATE 2 PARCELAS PAGAS COM ATRASO E PRAZO DE REFERENCIA DE 20
      *>  MESES), A IDADE MAXIMA DO SCORE (BURPARAM.TXT) E O
      *>  PERCENTUAL DE COMPROMETIMENTO DE RENDA (EMPPARAM.TXT), OS
      *>  MESMOS DA CONTRATACAO NO BALCAO.
      *>  --------------------------------------------------------------
       0100-CARREGA-PARAMETROS.
      *>  --------------------------------------------------------------
             OPEN INPUT PREAPROV-PARAM.
             IF PREPAR-STATUS = 35
               OPEN OUTPUT PREAPROV-PARAM
               MOVE 600 TO PP-SCORE-MIN
               MOVE 30 TO PP-DIAS-VALIDADE
               MOVE 10 TO PP-MULT-RENDA
               MOVE 200000,00 TO PP-VL-MAXIMO
               MOVE 2 TO PP-MAX-ATRASOS
               MOVE 20 TO PP-PRAZO-REF
               WRITE PREAPROV-PARAM-REG
               CLOSE PREAPROV-PARAM
               OPEN INPUT PREAPROV-PARAM
             END-IF.
             READ PREAPROV-PARAM
               AT END
                 MOVE 600 TO PP-SCORE-MIN
                 MOVE 30 TO PP-DIAS-VALIDADE
                 MOVE 10 TO PP-MULT-RENDA
                 MOVE 200000,00 TO PP-VL-MAXIMO
                 MOVE 2 TO PP-MAX-ATRASOS
                 MOVE 20 TO PP-PRAZO-REF
             END-READ.
             CLOSE PREAPROV-PARAM.
             MOVE 0 TO PREPAR-STATUS.
             IF PP-DIAS-VALIDADE = 0
               MOVE 30 TO PP-DIAS-VALIDADE
             END-IF.
             EVALUATE PP-PRAZO-REF
               WHEN 5  MOVE 11 TO WRK-IDX-TAXA
               WHEN 10 MOVE 12 TO WRK-IDX-TAXA
               WHEN 15 MOVE 13 TO WRK-IDX-TAXA
               WHEN OTHER
                 MOVE 20 TO PP-PRAZO-REF
                 MOVE 14 TO WRK-IDX-TAXA
             END-EVALUATE.
             OPEN INPUT BUREAU-PARAM.
             IF BPARAM-STATUS = 0
               READ BUREAU-PARAM
                 AT END CONTINUE
                 NOT AT END
                   IF BP-IDADE-MAXIMA > 0
                     MOVE BP-IDADE-MAXIMA TO WRK-BUR-IDADE-MAX
                   END-IF
               END-READ
               CLOSE BUREAU-PARAM
             END-IF.
             MOVE 0 TO BPARAM-STATUS.
             OPEN INPUT EMP-PARAM.
             IF PARAM-STATUS = 0
               READ EMP-PARAM
                 AT END CONTINUE
                 NOT AT END
                   IF EPAR-PCT-RENDA > 0
                     MOVE EPAR-PCT-RENDA TO WRK-PCT-RENDA
                   END-IF
               END-READ
               CLOSE EMP-PARAM
             END-IF.
             MOVE 0 TO PARAM-STATUS.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 9800-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
      *>  --------------------------------------------------------------
      *>  0200-CARREGA-PAGOS - PARCELAS PAGAS (CONTRATO, PARCELA E
      *>  DATA DO PAGAMENTO) DO LEDGER EMPPAGOS.TXT.
      *>  --------------------------------------------------------------
       0200-CARREGA-PAGOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-PAGOS.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
                 AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM 0210-CARREGA-UM-PAGO
                 UNTIL PAGAMENTOS-STATUS = 10
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
             IF WRK-PAGOS-CHEIA = 'S'
               DISPLAY '*** TABELA DE PAGAMENTOS CHEIA (2000) -'
                       ' PARCELAS ALEM DO LIMITE TRATADAS COMO'
                       ' EM ABERTO ***'
             END-IF.
      *>  --------------------------------------------------------------
       0210-CARREGA-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-QT-PAGOS < 2000
               ADD 1 TO WRK-QT-PAGOS
               MOVE EP-CONTRATO     TO WRK-PG-CONTRATO(WRK-QT-PAGOS)
               MOVE EP-PARCELA      TO WRK-PG-PARCELA(WRK-QT-PAGOS)
               MOVE EP-DT-PAGAMENTO TO WRK-PG-DATA(WRK-QT-PAGOS)
             ELSE
               MOVE 'S' TO WRK-PAGOS-CHEIA
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0300-CARREGA-CATALOGO - PRODUTOS DE CARTAO (CARTCAT.TXT,
      *>  MANTIDO NO DESAFIO03). SEM CATALOGO NAO HA CARTAO
      *>  PRE-APROVADO.
      *>  --------------------------------------------------------------
       0300-CARREGA-CATALOGO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CARTOES.
             OPEN INPUT CARTAO-CATALOGO.
             IF CATALOGO-STATUS = 0
               READ CARTAO-CATALOGO
                 AT END MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 0310-GUARDA-CARTAO
                 UNTIL CATALOGO-STATUS = 10
               CLOSE CARTAO-CATALOGO
             END-IF.
             MOVE 0 TO CATALOGO-STATUS.
      *>  --------------------------------------------------------------
       0310-GUARDA-CARTAO.
      *>  --------------------------------------------------------------
             IF WRK-QT-CARTOES < 15
               ADD 1 TO WRK-QT-CARTOES
               MOVE CAT-CODIGO    TO WRK-CA-CODIGO(WRK-QT-CARTOES)
               MOVE CAT-NOME      TO WRK-CA-NOME(WRK-QT-CARTOES)
               MOVE CAT-ANUIDADE  TO WRK-CA-ANUIDADE(WRK-QT-CARTOES)
               MOVE CAT-LIMITE    TO WRK-CA-LIMITE(WRK-QT-CARTOES)
             ELSE
               MOVE 'S' TO WRK-CAT-CHEIO
             END-IF.
             READ CARTAO-CATALOGO
               AT END MOVE 10 TO CATALOGO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0400-CARREGA-CONTAS - CLIENTES QUE JA TEM CONTA DE CARTAO
      *>  NAO CANCELADA (CARTCONT.TXT) NAO RECEBEM CARTAO PRE-APROVADO.
      *>  --------------------------------------------------------------
       0400-CARREGA-CONTAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CONTAS.
             OPEN INPUT CARTAO-CONTA.
             IF CONTA-STATUS = 0
               MOVE 0 TO CC-NUMERO
               START CARTAO-CONTA KEY IS NOT LESS THAN CC-NUMERO
                 INVALID KEY MOVE 10 TO CONTA-STATUS
               END-START
               IF CONTA-STATUS NOT = 10
                 READ CARTAO-CONTA NEXT
                   AT END MOVE 10 TO CONTA-STATUS
                 END-READ
               END-IF
               PERFORM 0410-GUARDA-CONTA UNTIL CONTA-STATUS = 10
               CLOSE CARTAO-CONTA
             END-IF.
             MOVE 0 TO CONTA-STATUS.
             IF WRK-CONTAS-CHEIA = 'S'
               DISPLAY '*** TABELA DE CONTAS DE CARTAO CHEIA (2000) -'
                       ' SEM CARTAO PRE-APROVADO NESTA NOITE ***'
               MOVE 0 TO WRK-QT-CARTOES
             END-IF.
      *>  --------------------------------------------------------------
       0410-GUARDA-CONTA.
      *>  --------------------------------------------------------------
             IF NOT CC-CANCELADO
               IF WRK-QT-CONTAS < 2000
                 ADD 1 TO WRK-QT-CONTAS
                 MOVE CC-CLI-ID TO WRK-CONTA-CLI-ID(WRK-QT-CONTAS)
               ELSE
                 MOVE 'S' TO WRK-CONTAS-CHEIA
               END-IF
             END-IF.
             READ CARTAO-CONTA NEXT
               AT END MOVE 10 TO CONTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0500-CARREGA-TAXA - TAXA VIGENTE DO PRAZO DE REFERENCIA
      *>  (TAXAREF.TXT, PRODUTOS 11-14; A ULTIMA LINHA DO PRODUTO
      *>  VALE, COMO NO DESAFIO12). SEM A TABELA FICA A TAXA PADRAO.
      *>  --------------------------------------------------------------
       0500-CARREGA-TAXA.
      *>  --------------------------------------------------------------
             EVALUATE WRK-IDX-TAXA
               WHEN 11 MOVE 0,0100 TO WRK-TX-MENSAL
               WHEN 12 MOVE 0,0150 TO WRK-TX-MENSAL
               WHEN 13 MOVE 0,0200 TO WRK-TX-MENSAL
               WHEN OTHER MOVE 0,0250 TO WRK-TX-MENSAL
             END-EVALUATE.
             OPEN INPUT TAXA-REF.
             IF TAXAREF-STATUS = 0
               READ TAXA-REF
                 AT END MOVE 10 TO TAXAREF-STATUS
               END-READ
               PERFORM 0510-CONFERE-TAXA
                 UNTIL TAXAREF-STATUS = 10
               CLOSE TAXA-REF
             END-IF.
             MOVE 0 TO TAXAREF-STATUS.
      *>  --------------------------------------------------------------
       0510-CONFERE-TAXA.
      *>  --------------------------------------------------------------
             IF TR-PRODUTO = WRK-IDX-TAXA
               MOVE TR-TAXA TO WRK-TX-MENSAL
             END-IF.
             READ TAXA-REF
               AT END MOVE 10 TO TAXAREF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1000-AVALIA-CLIENTE - A PRIMEIRA REGRA QUE O CLIENTE NAO
      *>  CUMPRE FICA NO MOTIVO E ENCERRA A AVALIACAO; QUEM PASSA EM
      *>  TODAS RECEBE O EMPRESTIMO E/OU O CARTAO.
      *>  --------------------------------------------------------------
       1000-AVALIA-CLIENTE.
      *>  --------------------------------------------------------------
             IF CLI-ATIVO
               ADD 1 TO WRK-CT-LIDOS
               INITIALIZE PREAPROV-MASTER-REG
               MOVE CLI-ID TO PA-CLI-ID
               MOVE WRK-DATA-HOJE TO PA-DT-CALCULO
               MOVE 'N' TO PA-EMP-SITUACAO PA-CART-SITUACAO
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 1100-CONFERE-BUREAU
               IF WRK-MOTIVO = SPACES
                 EVALUATE TRUE
                   WHEN CLI-IDADE < 18 OR CLI-IDADE > 75
                     MOVE 'IDADE FORA POLITICA' TO WRK-MOTIVO
                   WHEN CLI-RENDA = 0
                     MOVE 'SEM RENDA DECLARADA' TO WRK-MOTIVO
                   WHEN OTHER
                     PERFORM 1200-CONFERE-CONTRATOS
                 END-EVALUATE
               END-IF
               IF WRK-MOTIVO = SPACES
                 PERFORM 1300-CONFERE-GRUPO
                 PERFORM 1400-CALCULA-EMPRESTIMO
                 PERFORM 1500-ESCOLHE-CARTAO
               END-IF
               PERFORM 1900-GRAVA-OFERTA
             END-IF.
             READ CLIENTE-MASTER NEXT
               AT END MOVE 10 TO CLIENTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1100-CONFERE-BUREAU - CPF COM SCORE NO BUREAU, SEM
      *>  RESTRICAO, DENTRO DA IDADE MAXIMA E ACIMA DO SCORE MINIMO.
      *>  --------------------------------------------------------------
       1100-CONFERE-BUREAU.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN CLI-CPF = 0
                 MOVE 'SEM CPF' TO WRK-MOTIVO
               WHEN WRK-BUREAU-OK = 'N'
                 MOVE 'SEM SCORE NO BUREAU' TO WRK-MOTIVO
               WHEN OTHER
                 MOVE CLI-CPF TO BU-CPF
                 READ BUREAU-SCORE
                   INVALID KEY
                     MOVE 'SEM SCORE NO BUREAU' TO WRK-MOTIVO
                   NOT INVALID KEY
                     MOVE BU-SCORE TO PA-SCORE
                     MOVE BU-DT-CONSULTA TO WRK-DATA-X
                     PERFORM 9800-DIAS-COMERCIAIS
                     EVALUATE TRUE
                       WHEN BU-RESTRICAO = 'S'
                         MOVE 'RESTRICAO NO BUREAU' TO WRK-MOTIVO
                       WHEN WRK-DIAS-HOJE - WRK-DIAS-X
                            > WRK-BUR-IDADE-MAX
                         MOVE 'SCORE VENCIDO' TO WRK-MOTIVO
                       WHEN BU-SCORE < PP-SCORE-MIN
                         MOVE 'SCORE ABAIXO DO CORTE' TO WRK-MOTIVO
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                 END-READ
             END-EVALUATE.
             MOVE 0 TO BUREAU-STATUS.
      *>  --------------------------------------------------------------
      *>  1200-CONFERE-CONTRATOS - NOS CONTRATOS DO CLIENTE: PARCELA
      *>  VENCIDA E NAO PAGA OU CONTRATO EM PREJUIZO TIRAM A OFERTA;
      *>  PARCELAS PAGAS DEPOIS DO VENCIMENTO ALEM DO LIMITE TAMBEM. A
      *>  PARCELA DE CADA CONTRATO ATIVO COM PARCELA EM ABERTO ENTRA
      *>  NO COMPROMETIMENTO (MESMO CRITERIO DO DESAFIO12).
      *>  --------------------------------------------------------------
       1200-CONFERE-CONTRATOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-COMPROMETIDO WRK-QT-ATRASOS WRK-QT-VENCIDAS.
             MOVE 'N' TO WRK-TEM-PREJUIZO.
             IF WRK-CONTRATO-OK = 'S'
               MOVE CLI-ID TO CTR-CLI-ID
               START CONTRATOS KEY IS = CTR-CLI-ID
                 INVALID KEY MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 PERFORM 1290-LE-CONTRATO-CLIENTE
               END-IF
               PERFORM 1210-AVALIA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             EVALUATE TRUE
               WHEN WRK-TEM-PREJUIZO = 'S'
                 MOVE 'CONTRATO EM PREJUIZO' TO WRK-MOTIVO
               WHEN WRK-QT-VENCIDAS > 0
                 MOVE 'PARCELA VENCIDA' TO WRK-MOTIVO
               WHEN WRK-QT-ATRASOS > PP-MAX-ATRASOS
                 MOVE 'HISTORICO DE ATRASO' TO WRK-MOTIVO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
       1210-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             IF CTR-EM-PREJUIZO
               MOVE 'S' TO WRK-TEM-PREJUIZO
             END-IF.
             MOVE 'N' TO WRK-CT-ABERTO.
             MOVE CTR-NUMERO TO WRK-CHECA-CONTR.
             PERFORM 1220-AVALIA-PARCELA
               VARYING WRK-IDX-PARC FROM 1 BY 1
               UNTIL WRK-IDX-PARC > CTR-QT-PARCELAS.
             IF CTR-ATIVO AND WRK-CT-ABERTO = 'S'
               ADD CTR-PC-VALOR(1) TO WRK-COMPROMETIDO
             END-IF.
             PERFORM 1290-LE-CONTRATO-CLIENTE.
      *>  --------------------------------------------------------------
       1220-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-IDX-PARC TO WRK-CHECA-PARC.
             PERFORM 1230-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'S'
               IF WRK-DT-PAGA > CTR-PC-VENC(WRK-IDX-PARC)
                 ADD 1 TO WRK-QT-ATRASOS
               END-IF
             ELSE
               IF CTR-ATIVO
                 MOVE 'S' TO WRK-CT-ABERTO
                 IF CTR-PC-VENC(WRK-IDX-PARC) < WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-VENCIDAS
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1230-CONFERE-SE-PAGA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-JA-PAGA.
             PERFORM 1240-CONFERE-UM-PAGO
               VARYING WRK-IDX-PAGO FROM 1 BY 1
               UNTIL WRK-IDX-PAGO > WRK-QT-PAGOS
                  OR WRK-JA-PAGA = 'S'.
      *>  --------------------------------------------------------------
       1240-CONFERE-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-PG-CONTRATO(WRK-IDX-PAGO) = WRK-CHECA-CONTR
                AND WRK-PG-PARCELA(WRK-IDX-PAGO) = WRK-CHECA-PARC
               MOVE 'S' TO WRK-JA-PAGA
               MOVE WRK-PG-DATA(WRK-IDX-PAGO) TO WRK-DT-PAGA
             END-IF.
      *>  --------------------------------------------------------------
       1290-LE-CONTRATO-CLIENTE.
      *>  --------------------------------------------------------------
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
             IF CONTRATOS-STATUS NOT = 10
                AND CTR-CLI-ID NOT = CLI-ID
               MOVE 10 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
      *>  1300-CONFERE-GRUPO - MARGEM DO CLIENTE (PERCENTUAL DA RENDA
      *>  MENOS AS PARCELAS EM ABERTO) LIMITADA PELA MARGEM DO GRUPO
      *>  FAMILIAR NO MESMO PERCENTUAL; GRUPO COM PARCELAS E PREMIOS
      *>  ACIMA DE 40% DA RENDA SOMADA NAO RECEBE CARTAO (MESMA REGRA
      *>  DA APROVACAO DE PROPOSTAS DO DESAFIO03).
      *>  --------------------------------------------------------------
       1300-CONFERE-GRUPO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-GRUPO-ALTO.
             COMPUTE WRK-MARGEM ROUNDED =
                     (CLI-RENDA * WRK-PCT-RENDA) / 100
                     - WRK-COMPROMETIDO.
             MOVE CLI-ID TO WRK-GE-CLI-ID.
             CALL 'GRUPOEXP' USING WRK-EXPOSICAO-GRUPO.
             IF WRK-GE-QT-MEMBROS > 1
               COMPUTE WRK-MARGEM-GRUPO ROUNDED =
                       (WRK-GE-RENDA * WRK-PCT-RENDA) / 100
                       - WRK-GE-PARCELAS-MES
               IF WRK-MARGEM-GRUPO < WRK-MARGEM
                 MOVE WRK-MARGEM-GRUPO TO WRK-MARGEM
               END-IF
               COMPUTE WRK-TETO-GRUPO ROUNDED =
                       (WRK-GE-RENDA * 40) / 100
               IF (WRK-GE-PARCELAS-MES + WRK-GE-PREMIOS-MES) >
                  WRK-TETO-GRUPO
                 MOVE 'S' TO WRK-GRUPO-ALTO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1400-CALCULA-EMPRESTIMO - MAIOR VALOR CUJA PARCELA NO PRAZO
      *>  DE REFERENCIA (JUROS DO MES MAIS A AMORTIZACAO, A MESMA
      *>  CONTA DA OFERTA DO DESAFIO12) CABE NA MARGEM, LIMITADO A N
      *>  RENDAS E AO TETO, ARREDONDADO PARA BAIXO EM CENTENAS.
      *>  --------------------------------------------------------------
       1400-CALCULA-EMPRESTIMO.
      *>  --------------------------------------------------------------
             IF WRK-MARGEM <= 0
               MOVE 'SEM MARGEM DE RENDA' TO WRK-MOTIVO
             ELSE
               COMPUTE WRK-VL-CALC =
                       (WRK-MARGEM * PP-PRAZO-REF)
                       / ((WRK-TX-MENSAL * PP-PRAZO-REF) + 1)
               COMPUTE WRK-VL-TETO = CLI-RENDA * PP-MULT-RENDA
               IF WRK-VL-TETO > PP-VL-MAXIMO
                 MOVE PP-VL-MAXIMO TO WRK-VL-TETO
               END-IF
               IF WRK-VL-CALC > WRK-VL-TETO
                 MOVE WRK-VL-TETO TO WRK-VL-CALC
               END-IF
               DIVIDE WRK-VL-CALC BY 100 GIVING WRK-CENTENAS
               COMPUTE WRK-VL-CALC = WRK-CENTENAS * 100
               IF WRK-VL-CALC <= 100
                 MOVE 'SEM MARGEM DE RENDA' TO WRK-MOTIVO
               ELSE
                 MOVE WRK-VL-CALC TO PA-VL-EMPRESTIMO
                 IF WRK-MARGEM > 99999,99
                   MOVE 99999,99 TO PA-PARCELA-MAX
                 ELSE
                   MOVE WRK-MARGEM TO PA-PARCELA-MAX
                 END-IF
                 MOVE 'D' TO PA-EMP-SITUACAO
                 ADD 1 TO WRK-QT-EMPRESTIMO
                 ADD WRK-VL-CALC TO WRK-CT-VALOR-OUT
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1500-ESCOLHE-CARTAO - CLIENTE SEM CONTA DE CARTAO E COM O
      *>  GRUPO DENTRO DO TETO RECEBE O PRODUTO DE MAIOR ANUIDADE QUE A
      *>  RENDA COMPORTA (RENDA DE PELO MENOS DEZ ANUIDADES, A REGRA
      *>  DA APROVACAO DE PROPOSTAS), COM O LIMITE DO CATALOGO.
      *>  --------------------------------------------------------------
       1500-ESCOLHE-CARTAO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-TEM-CARTAO.
             PERFORM 1510-CONFERE-CONTA
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA > WRK-QT-CONTAS
                  OR WRK-TEM-CARTAO = 'S'.
             IF WRK-TEM-CARTAO = 'N' AND WRK-GRUPO-ALTO = 'N'
               MOVE 0 TO WRK-CARTAO-ESCOLHIDO
               PERFORM 1520-CONFERE-PRODUTO
                 VARYING WRK-IDX-CARTAO FROM 1 BY 1
                 UNTIL WRK-IDX-CARTAO > WRK-QT-CARTOES
               IF WRK-CARTAO-ESCOLHIDO > 0
                 MOVE WRK-CA-CODIGO(WRK-CARTAO-ESCOLHIDO)
                   TO PA-CARTAO-PRODUTO
                 MOVE WRK-CA-NOME(WRK-CARTAO-ESCOLHIDO)
                   TO PA-CARTAO-NOME
                 MOVE WRK-CA-LIMITE(WRK-CARTAO-ESCOLHIDO)
                   TO PA-CARTAO-LIMITE
                 MOVE 'D' TO PA-CART-SITUACAO
                 ADD 1 TO WRK-QT-CARTAO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1510-CONFERE-CONTA.
      *>  --------------------------------------------------------------
             IF WRK-CONTA-CLI-ID(WRK-IDX-CONTA) = CLI-ID
               MOVE 'S' TO WRK-TEM-CARTAO
             END-IF.
      *>  --------------------------------------------------------------
       1520-CONFERE-PRODUTO.
      *>  --------------------------------------------------------------
             IF CLI-RENDA >= (WRK-CA-ANUIDADE(WRK-IDX-CARTAO) * 10)
               IF WRK-CARTAO-ESCOLHIDO = 0
                 MOVE WRK-IDX-CARTAO TO WRK-CARTAO-ESCOLHIDO
               ELSE
                 IF WRK-CA-ANUIDADE(WRK-IDX-CARTAO) >
                    WRK-CA-ANUIDADE(WRK-CARTAO-ESCOLHIDO)
                   MOVE WRK-IDX-CARTAO TO WRK-CARTAO-ESCOLHIDO
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1900-GRAVA-OFERTA.
      *>  --------------------------------------------------------------
             MOVE WRK-MOTIVO TO PA-MOTIVO.
             IF PA-EMP-SEM-OFERTA AND PA-CART-SEM-OFERTA
               ADD 1 TO WRK-QT-SEM-OFERTA
             ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-X
               PERFORM 9800-DIAS-COMERCIAIS
               ADD PP-DIAS-VALIDADE TO WRK-DIAS-X
               PERFORM 9850-DATA-DOS-DIAS
               MOVE WRK-DATA-X TO PA-DT-VALIDADE
             END-IF.
             WRITE PREAPROV-MASTER-REG.
      *>  --------------------------------------------------------------
      *>  9800-DIAS-COMERCIAIS - DATA WRK-DATA-X EM DIAS DO CALENDARIO
      *>  COMERCIAL (ANO 360 / MES 30) EM WRK-DIAS-X; 9850 FAZ A VOLTA.
      *>  --------------------------------------------------------------
       9800-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             COMPUTE WRK-DIAS-X = (WRK-DC-ANO * 360)
                     + (WRK-DC-MES * 30) + WRK-DC-DIA.
      *>  --------------------------------------------------------------
       9850-DATA-DOS-DIAS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DIAS-X BY 360
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
             COMPUTE WRK-DATA-X = (WRK-DC-ANO * 10000)
                     + (WRK-DC-MES * 100) + WRK-DC-DIA.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'PREAPROV ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             COMPUTE CT-PROCESSADOS =
                     WRK-CT-LIDOS - WRK-QT-SEM-OFERTA.
             MOVE WRK-QT-SEM-OFERTA TO CT-REJEITADOS.
             MOVE 0 TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
