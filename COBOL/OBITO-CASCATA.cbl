       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIOBITO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = EFEITOS DO OBITO DO CLIENTE EM
      ***   TODAS AS LINHAS DE PRODUTO. O OBITO E REGISTRADO UMA VEZ SO
      ***   NO CLIMANUT (CLIENTE.TXT SITUACAO F COM CLI-DT-OBITO); O
      ***   LOTE (PARM CASCATA) PEGA CADA OBITO AINDA NAO PROCESSADO E:
      ***   CESSA O BENEFICIO ATIVO (LINHA CESSA= EM BENEFICIOS.TXT,
      ***   COMO O DESAFIO05) E LISTA OS CANDIDATOS A PENSAO POR MORTE
      ***   DE DEPENDEN.TXT; CANCELA AS CONTAS DE CARTAO (CARTCONT.TXT);
      ***   SUSPENDE A REGUA DE COBRANCA DOS CONTRATOS ATIVOS
      ***   (CTR-COBRANCA-SUSP) E ABRE O SINISTRO PRESTAMISTA (SINDET,
      ***   TIPO 5 MORTE, COM O SALDO DEVEDOR) DOS CONTRATOS COBERTOS;
      ***   BLOQUEIA AS POSICOES DE INVESTIMENTO PARA O INVENTARIO
      ***   (ESPOLIO.TXT). TODA ACAO SAI EM RELOBITO.TXT PARA O BACK
      ***   OFFICE CONFERIR. SEM PARM, O MENU RODA O LOTE NA HORA E
      ***   REGISTRA A LIBERACAO DA POSICAO (ALVARA OU PARTILHA). O
      ***   OBITO PROCESSADO GRAVA UMA LINHA EVENTO=OBITPRC EM
      ***   CLIAUD.TXT, QUE A RECUPERACAO DO BKPMAST REAPLICA SEM
      ***   REPETIR A CASCATA.
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
           SELECT CLIENTE-AUDIT ASSIGN TO 'C:\COBOL\CLIAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIAUD-STATUS.
           SELECT BENEFICIOS ASSIGN TO 'C:\COBOL\BENEFICIOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BENEF-STATUS.
           SELECT DEPENDENTES ASSIGN TO 'C:\COBOL\DEPENDEN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DEPEND-STATUS
             RECORD KEY IS DP-CHAVE.
           SELECT CARTAO-CONTA ASSIGN TO 'C:\COBOL\CARTCONT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTA-STATUS
             RECORD KEY IS CC-NUMERO.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DETALHE-STATUS
             RECORD KEY IS SD-NUMERO.
           SELECT SINISTRO-CTRL ASSIGN TO 'C:\COBOL\SINCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT SINISTRO-APOLICE ASSIGN TO 'C:\COBOL\SINAPOL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SINAPOL-STATUS
             RECORD KEY IS SA-SINISTRO.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT ESPOLIO ASSIGN TO 'C:\COBOL\ESPOLIO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESPOLIO-STATUS
             RECORD KEY IS ES-CHAVE.
           SELECT RELAT-OBITO ASSIGN TO 'C:\COBOL\RELOBITO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CLIENTE-AUDIT.
       01 CLIENTE-AUDIT-REG    PIC X(200).
       FD BENEFICIOS.
       01 BENEFICIOS-REG       PIC X(120).
       FD DEPENDENTES.
       01 DEPENDENTES-REG.
            05 DP-CHAVE.
                10 DP-CLI-ID       PIC 9(05).
                10 DP-SEQ          PIC 9(02).
            05 DP-NOME             PIC X(30).
            05 DP-PARENTESCO       PIC 9(01).
            05 DP-DT-NASCIMENTO    PIC 9(08).
            05 DP-INVALIDEZ        PIC X(01).
            05 DP-CLI-DEP          PIC 9(05).
       FD CARTAO-CONTA.
       01 CARTAO-CONTA-REG.
            05 CC-NUMERO       PIC 9(06).
            05 CC-CLI-ID       PIC 9(05).
            05 CC-PRODUTO      PIC 9(02).
            05 CC-NUM-MASCARADO PIC X(19).
            05 CC-DT-EMISSAO   PIC 9(08).
            05 CC-DT-ATIVACAO  PIC 9(08).
            05 CC-SITUACAO     PIC X(01).
                88 CC-EMITIDO      VALUE 'I'.
                88 CC-ENTREGUE     VALUE 'E'.
                88 CC-ATIVADO      VALUE 'A'.
                88 CC-BLOQUEADO    VALUE 'B'.
                88 CC-CANCELADO    VALUE 'C'.
            05 CC-MOTIVO-BLOQ  PIC X(15).
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
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD SINISTROS-DETALHE.
       01 SINISTROS-DETALHE-REG.
            05 SD-NUMERO           PIC 9(08).
            05 SD-CLI-ID           PIC 9(05).
            05 SD-DATA             PIC 9(08).
            05 SD-TIPO             PIC 9(01).
                88 SD-TIPO-COLISAO     VALUE 1.
                88 SD-TIPO-ROUBO       VALUE 2.
                88 SD-TIPO-INCENDIO    VALUE 3.
                88 SD-TIPO-TERCEIROS   VALUE 4.
                88 SD-TIPO-MORTE       VALUE 5.
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
                88 SD-ABERTO           VALUE 'A'.
                88 SD-APROVADO         VALUE 'P'.
                88 SD-NEGADO           VALUE 'N'.
                88 SD-PAGO             VALUE 'G'.
            05 SD-DT-REGISTRO      PIC 9(08).
       FD SINISTRO-CTRL.
       01 SINISTRO-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(08).
       FD SINISTRO-APOLICE.
       COPY 'SINAPOL-MASTER.CBL'.
       FD INVEST-POSICAO.
       01 INVEST-POSICAO-REG.
            05 IP-CHAVE.
                10 IP-CLI-ID       PIC 9(05).
                10 IP-SEQ          PIC 9(03).
            05 IP-PRODUTO          PIC 9(01).
            05 IP-VL-APLICADO      PIC 9(07)V99.
            05 IP-DT-INICIO        PIC 9(08).
            05 IP-TX-MENSAL        PIC 9V9999.
            05 IP-SALDO            PIC 9(09)V99.
            05 IP-MESES            PIC 9(03).
            05 IP-SITUACAO         PIC X(01).
       FD ESPOLIO.
       COPY 'ESPOLIO-MASTER.CBL'.
       FD RELAT-OBITO.
       01 RELAT-OBITO-REG         PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CLIAUD-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-AUD     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AUD     PIC 9(08) VALUE ZEROS.
       77 WRK-PROC-ANT     PIC X(01) VALUE SPACE.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 DEPEND-STATUS    PIC 9(02) VALUE ZEROS.
       77 CONTA-STATUS     PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 SINAPOL-STATUS   PIC 9(02) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 ESPOLIO-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(07) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-SEQ          PIC 9(03) VALUE ZEROS.
       77 WRK-DT-OBITO     PIC 9(08) VALUE ZEROS.
       77 WRK-DOCUMENTO    PIC X(20) VALUE SPACES.
       77 WRK-CONTA-OK     PIC X(01) VALUE 'N'.
       77 WRK-CTR-OK       PIC X(01) VALUE 'N'.
       77 WRK-APL-OK       PIC X(01) VALUE 'N'.
       77 WRK-SIN-OK       PIC X(01) VALUE 'N'.
       77 WRK-POS-OK       PIC X(01) VALUE 'N'.
       77 WRK-ESP-OK       PIC X(01) VALUE 'N'.
       77 WRK-BEN-ATIVO    PIC X(01) VALUE 'N'.
       77 WRK-HABILITADO   PIC X(01) VALUE 'N'.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-IDADE-DEP    PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-SINISTRO PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-DEV    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CTR       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CTR      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-HABIL     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-OBITOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CESSADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CANDIDATOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTOES   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SINISTROS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.
       01 WRK-LINHA        PIC X(120) VALUE SPACES.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
                10 WRK-PG-PARCELA  PIC 9(02).
      *>  --------------------------------------------------------------
      *>  CONTRATOS ATIVOS DO FALECIDO COM O SALDO DEVEDOR (SOMA DAS
      *>  AMORTIZACOES DAS PARCELAS AINDA NAO PAGAS).
      *>  --------------------------------------------------------------
       01 WRK-TAB-CONTRATOS.
            05 WRK-CT-ITEM OCCURS 20 TIMES.
                10 WRK-CT-NUMERO   PIC 9(08).
                10 WRK-CT-SALDO    PIC 9(07)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             IF WRK-PARM-EXEC = 'CASCATA'
               PERFORM 1000-PROCESSA-OBITOS
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'OBITO DE CLIENTE - EFEITOS NOS PRODUTOS'.
             DISPLAY '1 - PROCESSAR OBITOS REGISTRADOS AGORA'.
             DISPLAY '2 - LIBERAR POSICAO DO INVENTARIO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-PROCESSA-OBITOS
               WHEN 2
                 PERFORM 7000-LIBERA-POSICAO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-PROCESSA-OBITOS - OBITO REGISTRADO E AINDA NAO
      *>  PROCESSADO; DEPOIS DAS ACOES O CLIENTE FICA COM
      *>  CLI-OBITO-PROC = S PARA NAO SER REPROCESSADO.
      *>  --------------------------------------------------------------
       1000-PROCESSA-OBITOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-OBITOS WRK-QT-CESSADOS WRK-QT-CANDIDATOS
                       WRK-QT-CARTOES WRK-QT-SUSPENSOS
                       WRK-QT-SINISTROS WRK-QT-BLOQUEADAS.
             MOVE 0 TO WRK-TOT-BLOQUEADO.
             OPEN I-O CLIENTE-MASTER.
             IF CLIENTE-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE CLIENTES INDISPONIVEL ***'
               MOVE 0 TO CLIENTE-STATUS
             ELSE
               PERFORM 1050-ABRE-ARQUIVOS
               PERFORM 1070-CARREGA-PAGOS
               OPEN OUTPUT RELAT-OBITO
               MOVE SPACES TO RELAT-OBITO-REG
               STRING 'OBITOS DE CLIENTES - EFEITOS NOS PRODUTOS EM '
                      WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO RELAT-OBITO-REG
               WRITE RELAT-OBITO-REG
               MOVE 0 TO CLI-ID
               START CLIENTE-MASTER KEY IS NOT LESS THAN CLI-ID
                 INVALID KEY MOVE 10 TO CLIENTE-STATUS
               END-START
               IF CLIENTE-STATUS NOT = 10
                 READ CLIENTE-MASTER NEXT
                   AT END MOVE 10 TO CLIENTE-STATUS
                 END-READ
               END-IF
               PERFORM 1100-AVALIA-CLIENTE UNTIL CLIENTE-STATUS = 10
               CLOSE CLIENTE-MASTER
               MOVE 0 TO CLIENTE-STATUS
               PERFORM 1900-TOTAIS
               CLOSE RELAT-OBITO
               PERFORM 1090-FECHA-ARQUIVOS
             END-IF.
      *>  --------------------------------------------------------------
       1050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CONTA-OK WRK-CTR-OK WRK-APL-OK
                         WRK-SIN-OK WRK-POS-OK WRK-ESP-OK.
             OPEN I-O CARTAO-CONTA.
             IF CONTA-STATUS = 0
               MOVE 'S' TO WRK-CONTA-OK
             END-IF.
             OPEN I-O CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 'S' TO WRK-CTR-OK
             END-IF.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE 'S' TO WRK-APL-OK
             END-IF.
             IF WRK-APL-OK = 'S'
               OPEN I-O SINISTROS-DETALHE
               IF DETALHE-STATUS = 35
                 OPEN OUTPUT SINISTROS-DETALHE
                 CLOSE SINISTROS-DETALHE
                 OPEN I-O SINISTROS-DETALHE
               END-IF
               OPEN I-O SINISTRO-CTRL
               IF CTRL-STATUS = 35
                 OPEN OUTPUT SINISTRO-CTRL
                 CLOSE SINISTRO-CTRL
                 OPEN I-O SINISTRO-CTRL
               END-IF
               OPEN I-O SINISTRO-APOLICE
               IF SINAPOL-STATUS = 35
                 OPEN OUTPUT SINISTRO-APOLICE
                 CLOSE SINISTRO-APOLICE
                 OPEN I-O SINISTRO-APOLICE
               END-IF
               MOVE 'S' TO WRK-SIN-OK
             END-IF.
             OPEN INPUT INVEST-POSICAO.
             IF POSICAO-STATUS = 0
               MOVE 'S' TO WRK-POS-OK
               PERFORM 1060-ABRE-ESPOLIO
             END-IF.
             MOVE 0 TO CONTA-STATUS CONTRATOS-STATUS APOLICES-STATUS
                       POSICAO-STATUS.
      *>  --------------------------------------------------------------
       1060-ABRE-ESPOLIO.
      *>  --------------------------------------------------------------
             OPEN I-O ESPOLIO.
             IF ESPOLIO-STATUS = 35
               OPEN OUTPUT ESPOLIO
               CLOSE ESPOLIO
               OPEN I-O ESPOLIO
             END-IF.
             IF ESPOLIO-STATUS = 0
               MOVE 'S' TO WRK-ESP-OK
             END-IF.
      *>  --------------------------------------------------------------
       1070-CARREGA-PAGOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-PAGOS.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
                 AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM 1080-CARREGA-UM-PAGO
                 UNTIL PAGAMENTOS-STATUS = 10
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
       1080-CARREGA-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-QT-PAGOS < 500
               ADD 1 TO WRK-QT-PAGOS
               MOVE EP-CONTRATO TO WRK-PG-CONTRATO(WRK-QT-PAGOS)
               MOVE EP-PARCELA  TO WRK-PG-PARCELA(WRK-QT-PAGOS)
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1090-FECHA-ARQUIVOS.
      *>  --------------------------------------------------------------
             IF WRK-CONTA-OK = 'S'
               CLOSE CARTAO-CONTA
             END-IF.
             IF WRK-CTR-OK = 'S'
               CLOSE CONTRATOS
             END-IF.
             IF WRK-APL-OK = 'S'
               CLOSE APOLICES
             END-IF.
             IF WRK-SIN-OK = 'S'
               CLOSE SINISTROS-DETALHE SINISTRO-CTRL SINISTRO-APOLICE
             END-IF.
             IF WRK-POS-OK = 'S'
               CLOSE INVEST-POSICAO
             END-IF.
             IF WRK-ESP-OK = 'S'
               CLOSE ESPOLIO
             END-IF.
      *>  --------------------------------------------------------------
       1100-AVALIA-CLIENTE.
      *>  --------------------------------------------------------------
             IF CLI-FALECIDO AND CLI-DT-OBITO IS NUMERIC
                AND CLI-DT-OBITO > 0 AND NOT CLI-OBITO-PROCESSADO
               MOVE CLI-ID TO WRK-CLI-ID
               MOVE CLI-DT-OBITO TO WRK-DT-OBITO
               ADD 1 TO WRK-QT-OBITOS
               MOVE SPACES TO RELAT-OBITO-REG
               STRING 'CLIENTE=' CLI-ID ' ' CLI-NOME
                      ' OBITO=' CLI-DT-OBITO
                      DELIMITED BY SIZE INTO RELAT-OBITO-REG
               WRITE RELAT-OBITO-REG
               PERFORM 2000-CESSA-BENEFICIO
               PERFORM 3000-CANCELA-CARTOES
               PERFORM 4000-TRATA-CONTRATOS
               PERFORM 5000-BLOQUEIA-INVESTIMENTOS
               MOVE WRK-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   MOVE 10 TO CLIENTE-STATUS
                 NOT INVALID KEY
                   MOVE CLI-OBITO-PROC TO WRK-PROC-ANT
                   MOVE 'S' TO CLI-OBITO-PROC
                   REWRITE CLIENTE-MASTER-REG
                   PERFORM 9775-GRAVA-AUD-CLIENTE
                   START CLIENTE-MASTER KEY IS GREATER THAN CLI-ID
                     INVALID KEY MOVE 10 TO CLIENTE-STATUS
                   END-START
               END-READ
             END-IF.
             IF CLIENTE-STATUS NOT = 10
               READ CLIENTE-MASTER NEXT
                 AT END MOVE 10 TO CLIENTE-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-CESSA-BENEFICIO - BENEFICIO ATIVO E A ULTIMA LINHA DATA=
      *>  DO CLIENTE SEM CESSA= DEPOIS DELA. A CESSACAO SAI NA DATA DO
      *>  OBITO COM A MESMA LINHA DO DESAFIO05, E OS MESES JA PAGOS
      *>  DEPOIS DELA FICAM PARA A DEVOLUCAO DO APOSINDV.
      *>  --------------------------------------------------------------
       2000-CESSA-BENEFICIO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-BEN-ATIVO.
             OPEN INPUT BENEFICIOS.
             IF BENEF-STATUS = 0
               READ BENEFICIOS
                 AT END MOVE 10 TO BENEF-STATUS
               END-READ
               PERFORM 2010-CONFERE-LINHA UNTIL BENEF-STATUS = 10
               CLOSE BENEFICIOS
             END-IF.
             MOVE 0 TO BENEF-STATUS.
             IF WRK-BEN-ATIVO = 'N'
               MOVE SPACES TO RELAT-OBITO-REG
               MOVE '   BENEFICIO.: SEM BENEFICIO ATIVO'
                 TO RELAT-OBITO-REG
               WRITE RELAT-OBITO-REG
             ELSE
               OPEN EXTEND BENEFICIOS
               MOVE SPACES TO BENEFICIOS-REG
               STRING 'CESSA=' WRK-DT-OBITO
                      ' CLIENTE=' WRK-CLI-ID
                      ' MOTIVO=OBITO'
                      DELIMITED BY SIZE INTO BENEFICIOS-REG
               WRITE BENEFICIOS-REG
               CLOSE BENEFICIOS
               MOVE 0 TO BENEF-STATUS
               ADD 1 TO WRK-QT-CESSADOS
               MOVE SPACES TO RELAT-OBITO-REG
               STRING '   BENEFICIO.: CESSADO EM ' WRK-DT-OBITO
                      DELIMITED BY SIZE INTO RELAT-OBITO-REG
               WRITE RELAT-OBITO-REG
               PERFORM 2100-LISTA-CANDIDATOS
             END-IF.
      *>  --------------------------------------------------------------
       2010-CONFERE-LINHA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE BENEFICIOS-REG TO WRK-LINHA.
             IF WRK-LINHA(1:5) = 'DATA='
                AND WRK-LINHA(23:5) IS NUMERIC
                AND WRK-LINHA(23:5) = WRK-CLI-ID
               MOVE 'S' TO WRK-BEN-ATIVO
             END-IF.
             IF WRK-LINHA(1:6) = 'CESSA='
                AND WRK-LINHA(24:5) IS NUMERIC
                AND WRK-LINHA(24:5) = WRK-CLI-ID
               MOVE 'N' TO WRK-BEN-ATIVO
             END-IF.
             READ BENEFICIOS
               AT END MOVE 10 TO BENEF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2100-LISTA-CANDIDATOS - DEPENDENTES DO FALECIDO COM A MESMA
      *>  HABILITACAO DO DESAFIO05 (CONJUGE SEMPRE; FILHO ATE 21 ANOS
      *>  OU INVALIDO; OUTROS SO INVALIDOS). A PENSAO E CONCEDIDA
      *>  PELO DESAFIO05 PARM PENSAO COM A MESMA DATA DO OBITO.
      *>  --------------------------------------------------------------
       2100-LISTA-CANDIDATOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-HABIL.
             OPEN INPUT DEPENDENTES.
             IF DEPEND-STATUS NOT = 0
               MOVE 0 TO DEPEND-STATUS
             ELSE
               MOVE WRK-CLI-ID TO DP-CLI-ID
               MOVE 0 TO DP-SEQ
               START DEPENDENTES KEY IS NOT LESS THAN DP-CHAVE
                 INVALID KEY MOVE 10 TO DEPEND-STATUS
               END-START
               IF DEPEND-STATUS NOT = 10
                 READ DEPENDENTES NEXT
                   AT END MOVE 10 TO DEPEND-STATUS
                 END-READ
               END-IF
               PERFORM 2110-AVALIA-DEPENDENTE
                 UNTIL DEPEND-STATUS = 10
                    OR DP-CLI-ID NOT = WRK-CLI-ID
               CLOSE DEPENDENTES
               MOVE 0 TO DEPEND-STATUS
             END-IF.
             MOVE SPACES TO RELAT-OBITO-REG.
             IF WRK-QT-HABIL = 0
               MOVE '   PENSAO....: NENHUM DEPENDENTE HABILITADO'
                 TO RELAT-OBITO-REG
             ELSE
               STRING '   PENSAO....: ' WRK-QT-HABIL
                      ' HABILITADO(S) - CONCEDER NO DESAFIO05 PARM'
                      ' PENSAO COM OBITO ' WRK-DT-OBITO
                      DELIMITED BY SIZE INTO RELAT-OBITO-REG
             END-IF.
             WRITE RELAT-OBITO-REG.
      *>  --------------------------------------------------------------
       2110-AVALIA-DEPENDENTE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-HABILITADO.
             COMPUTE WRK-IDADE-DEP =
                     (WRK-DT-OBITO / 10000)
                     - (DP-DT-NASCIMENTO / 10000).
             EVALUATE TRUE
               WHEN DP-PARENTESCO = 1
                 MOVE 'S' TO WRK-HABILITADO
               WHEN DP-PARENTESCO = 2
                    AND (WRK-IDADE-DEP < 21
                         OR DP-INVALIDEZ = 'S')
                 MOVE 'S' TO WRK-HABILITADO
               WHEN DP-INVALIDEZ = 'S'
                 MOVE 'S' TO WRK-HABILITADO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             IF WRK-HABILITADO = 'S'
               ADD 1 TO WRK-QT-HABIL
             END-IF.
             ADD 1 TO WRK-QT-CANDIDATOS.
             MOVE SPACES TO RELAT-OBITO-REG.
             STRING '   CANDIDATO.: SEQ=' DP-SEQ ' ' DP-NOME
                    ' PARENTESCO=' DP-PARENTESCO
                    ' IDADE=' WRK-IDADE-DEP
                    ' CLIENTE=' DP-CLI-DEP
                    ' HABILITADO=' WRK-HABILITADO
                    DELIMITED BY SIZE INTO RELAT-OBITO-REG.
             WRITE RELAT-OBITO-REG.
             READ DEPENDENTES NEXT
               AT END MOVE 10 TO DEPEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3000-CANCELA-CARTOES.
      *>  --------------------------------------------------------------
             IF WRK-CONTA-OK = 'S'
               MOVE 0 TO CC-NUMERO
               START CARTAO-CONTA KEY IS NOT LESS THAN CC-NUMERO
                 INVALID KEY MOVE 10 TO CONTA-STATUS
               END-START
               IF CONTA-STATUS NOT = 10
                 READ CARTAO-CONTA NEXT
                   AT END MOVE 10 TO CONTA-STATUS
                 END-READ
               END-IF
               PERFORM 3010-CANCELA-UM UNTIL CONTA-STATUS = 10
               MOVE 0 TO CONTA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3010-CANCELA-UM.
      *>  --------------------------------------------------------------
             IF CC-CLI-ID = WRK-CLI-ID AND NOT CC-CANCELADO
               MOVE 'C' TO CC-SITUACAO
               MOVE 'OBITO' TO CC-MOTIVO-BLOQ
               REWRITE CARTAO-CONTA-REG
               ADD 1 TO WRK-QT-CARTOES
               MOVE SPACES TO RELAT-OBITO-REG
               STRING '   CARTAO....: CONTA=' CC-NUMERO
                      ' ' CC-NUM-MASCARADO ' CANCELADA'
                      DELIMITED BY SIZE INTO RELAT-OBITO-REG
               WRITE RELAT-OBITO-REG
             END-IF.
             READ CARTAO-CONTA NEXT
               AT END MOVE 10 TO CONTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4000-TRATA-CONTRATOS - CONTRATO ATIVO DO FALECIDO SAI DA
      *>  REGUA DE COBRANCA; O QUE TEM APOLICE PRESTAMISTA GANHA O
      *>  SINISTRO DE MORTE PELO SALDO DEVEDOR.
      *>  --------------------------------------------------------------
       4000-TRATA-CONTRATOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CTR.
             IF WRK-CTR-OK = 'S'
               MOVE WRK-CLI-ID TO CTR-CLI-ID
               START CONTRATOS KEY IS = CTR-CLI-ID
                 INVALID KEY MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 READ CONTRATOS NEXT
                   AT END MOVE 10 TO CONTRATOS-STATUS
                 END-READ
               END-IF
               PERFORM 4010-SUSPENDE-COBRANCA
                 UNTIL CONTRATOS-STATUS = 10
                    OR CTR-CLI-ID NOT = WRK-CLI-ID
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             IF WRK-QT-CTR > 0 AND WRK-SIN-OK = 'S'
               PERFORM 4100-PROCURA-PRESTAMISTA
             END-IF.
      *>  --------------------------------------------------------------
       4010-SUSPENDE-COBRANCA.
      *>  --------------------------------------------------------------
             IF CTR-ATIVO
               MOVE 'S' TO CTR-COBRANCA-SUSP
               REWRITE CONTRATO-MASTER-REG
               ADD 1 TO WRK-QT-SUSPENSOS
               IF WRK-QT-CTR < 20
                 ADD 1 TO WRK-QT-CTR
                 MOVE CTR-NUMERO TO WRK-CT-NUMERO(WRK-QT-CTR)
                 MOVE 0 TO WRK-SALDO-DEV
                 PERFORM 4020-SOMA-PARCELA
                   VARYING WRK-P-PARCELA FROM 1 BY 1
                   UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
                 MOVE WRK-SALDO-DEV TO WRK-CT-SALDO(WRK-QT-CTR)
               END-IF
               MOVE SPACES TO RELAT-OBITO-REG
               STRING '   CONTRATO..: ' CTR-NUMERO
                      ' COBRANCA SUSPENSA - SALDO DEVEDOR '
                      WRK-SALDO-DEV
                      DELIMITED BY SIZE INTO RELAT-OBITO-REG
               WRITE RELAT-OBITO-REG
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4020-SOMA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-JA-PAGA.
             PERFORM 4030-CONFERE-UM-PAGO
               VARYING WRK-IDX-PAGO FROM 1 BY 1
               UNTIL WRK-IDX-PAGO > WRK-QT-PAGOS
                  OR WRK-JA-PAGA = 'S'.
             IF WRK-JA-PAGA = 'N'
               ADD CTR-PC-AMORT(WRK-P-PARCELA) TO WRK-SALDO-DEV
             END-IF.
      *>  --------------------------------------------------------------
       4030-CONFERE-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-PG-CONTRATO(WRK-IDX-PAGO) = CTR-NUMERO
                AND WRK-PG-PARCELA(WRK-IDX-PAGO) = WRK-P-PARCELA
               MOVE 'S' TO WRK-JA-PAGA
             END-IF.
      *>  --------------------------------------------------------------
       4100-PROCURA-PRESTAMISTA.
      *>  --------------------------------------------------------------
             MOVE WRK-CLI-ID TO APL-CLI-ID.
             START APOLICES KEY IS = APL-CLI-ID
               INVALID KEY MOVE 10 TO APOLICES-STATUS
             END-START.
             IF APOLICES-STATUS NOT = 10
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
             END-IF.
             PERFORM 4110-AVALIA-APOLICE
               UNTIL APOLICES-STATUS = 10
                  OR APL-CLI-ID NOT = WRK-CLI-ID.
             MOVE 0 TO APOLICES-STATUS.
      *>  --------------------------------------------------------------
       4110-AVALIA-APOLICE.
      *>  --------------------------------------------------------------
             IF APL-PRESTAMISTA
               MOVE 'N' TO WRK-ACHOU
               PERFORM 4120-CONFERE-CONTRATO
                 VARYING WRK-IDX-CTR FROM 1 BY 1
                 UNTIL WRK-IDX-CTR > WRK-QT-CTR
                    OR WRK-ACHOU = 'S'
               IF WRK-ACHOU = 'S'
                 SUBTRACT 1 FROM WRK-IDX-CTR
                 PERFORM 4200-ABRE-SINISTRO
               END-IF
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4120-CONFERE-CONTRATO.
      *>  --------------------------------------------------------------
             IF WRK-CT-NUMERO(WRK-IDX-CTR) = APL-CONTRATO
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
      *>  4200-ABRE-SINISTRO - SINISTRO DE MORTE NA DATA DO OBITO,
      *>  ABERTO E VINCULADO A APOLICE PRESTAMISTA EM SINAPOL.TXT;
      *>  SEGUE O FLUXO NORMAL DO SINREG (PONTUACAO DO SINFRAUD E
      *>  APROVACAO).
      *>  --------------------------------------------------------------
       4200-ABRE-SINISTRO.
      *>  --------------------------------------------------------------
             PERFORM 9700-PROX-NUM-SINISTRO.
             MOVE SPACES TO SINISTROS-DETALHE-REG.
             MOVE WRK-NUM-SINISTRO TO SD-NUMERO.
             MOVE WRK-CLI-ID TO SD-CLI-ID.
             MOVE WRK-DT-OBITO TO SD-DATA.
             MOVE 5 TO SD-TIPO.
             MOVE WRK-CT-SALDO(WRK-IDX-CTR) TO SD-VALOR-ESTIMADO.
             MOVE ZEROS TO SD-CUSTO-REPARO.
             MOVE 'A' TO SD-SITUACAO.
             MOVE WRK-DATA-HOJE TO SD-DT-REGISTRO.
             WRITE SINISTROS-DETALHE-REG
               INVALID KEY
                 MOVE SPACES TO RELAT-OBITO-REG
                 STRING '   *** SINISTRO ' SD-NUMERO ' JA EXISTE -'
                        ' CONFIRA O SINCTRL ***'
                        DELIMITED BY SIZE INTO RELAT-OBITO-REG
                 WRITE RELAT-OBITO-REG
                 END-WRITE
               NOT INVALID KEY
                 MOVE SPACES TO SINAPOL-MASTER-REG
                 MOVE SD-NUMERO  TO SA-SINISTRO
                 MOVE APL-NUMERO TO SA-APOLICE
                 MOVE ZEROS      TO SA-ITEM
                 WRITE SINAPOL-MASTER-REG
                   INVALID KEY
                     REWRITE SINAPOL-MASTER-REG
                 END-WRITE
                 ADD 1 TO WRK-QT-SINISTROS
                 MOVE SPACES TO RELAT-OBITO-REG
                 STRING '   PRESTAMIS.: SINISTRO=' SD-NUMERO
                        ' APOLICE=' APL-NUMERO
                        ' CONTRATO=' APL-CONTRATO
                        ' VALOR=' SD-VALOR-ESTIMADO
                        DELIMITED BY SIZE INTO RELAT-OBITO-REG
                 WRITE RELAT-OBITO-REG
             END-WRITE.
             MOVE 0 TO DETALHE-STATUS SINAPOL-STATUS.
      *>  --------------------------------------------------------------
      *>  5000-BLOQUEIA-INVESTIMENTOS - POSICAO ATIVA DO FALECIDO VAI
      *>  PARA O INVENTARIO COM O SALDO DO DIA. A POSICAO CONTINUA
      *>  RENDENDO; O BLOQUEIO SO IMPEDE O RESGATE.
      *>  --------------------------------------------------------------
       5000-BLOQUEIA-INVESTIMENTOS.
      *>  --------------------------------------------------------------
             IF WRK-POS-OK = 'S' AND WRK-ESP-OK = 'S'
               MOVE WRK-CLI-ID TO IP-CLI-ID
               MOVE 0 TO IP-SEQ
               START INVEST-POSICAO KEY IS NOT LESS THAN IP-CHAVE
                 INVALID KEY MOVE 10 TO POSICAO-STATUS
               END-START
               IF POSICAO-STATUS NOT = 10
                 READ INVEST-POSICAO NEXT
                   AT END MOVE 10 TO POSICAO-STATUS
                 END-READ
               END-IF
               PERFORM 5010-BLOQUEIA-UMA
                 UNTIL POSICAO-STATUS = 10
                    OR IP-CLI-ID NOT = WRK-CLI-ID
               MOVE 0 TO POSICAO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       5010-BLOQUEIA-UMA.
      *>  --------------------------------------------------------------
             IF IP-SITUACAO = 'A'
               MOVE IP-CHAVE TO ES-CHAVE
               READ ESPOLIO
                 INVALID KEY
                   INITIALIZE ESPOLIO-MASTER-REG
                   MOVE IP-CHAVE TO ES-CHAVE
                   MOVE WRK-DT-OBITO TO ES-DT-OBITO
                   MOVE WRK-DATA-HOJE TO ES-DT-BLOQUEIO
                   MOVE IP-SALDO TO ES-VL-SALDO
                   MOVE 'B' TO ES-SITUACAO
                   WRITE ESPOLIO-MASTER-REG
                   ADD 1 TO WRK-QT-BLOQUEADAS
                   ADD IP-SALDO TO WRK-TOT-BLOQUEADO
                   MOVE SPACES TO RELAT-OBITO-REG
                   STRING '   INVESTIM..: POSICAO SEQ=' IP-SEQ
                          ' PRODUTO=' IP-PRODUTO
                          ' SALDO=' IP-SALDO
                          ' BLOQUEADA PARA INVENTARIO'
                          DELIMITED BY SIZE INTO RELAT-OBITO-REG
                   WRITE RELAT-OBITO-REG
                   END-WRITE
                 NOT INVALID KEY
                   CONTINUE
               END-READ
               MOVE 0 TO ESPOLIO-STATUS
             END-IF.
             READ INVEST-POSICAO NEXT
               AT END MOVE 10 TO POSICAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  7000-LIBERA-POSICAO - COM O ALVARA JUDICIAL OU A ESCRITURA
      *>  DE PARTILHA, A POSICAO SAI DO INVENTARIO E VOLTA A ACEITAR
      *>  O RESGATE.
      *>  --------------------------------------------------------------
       7000-LIBERA-POSICAO.
      *>  --------------------------------------------------------------
             OPEN I-O ESPOLIO.
             IF ESPOLIO-STATUS NOT = 0
               DISPLAY '*** NENHUMA POSICAO EM INVENTARIO ***'
               MOVE 0 TO ESPOLIO-STATUS
             ELSE
               DISPLAY 'CODIGO DO CLIENTE FALECIDO.: '
               ACCEPT WRK-CLI-ID
               DISPLAY 'SEQUENCIA DA POSICAO.......: '
               ACCEPT WRK-SEQ
               MOVE WRK-CLI-ID TO ES-CLI-ID
               MOVE WRK-SEQ TO ES-SEQ
               READ ESPOLIO
                 INVALID KEY
                   DISPLAY '*** POSICAO NAO ESTA EM INVENTARIO ***'
                 NOT INVALID KEY
                   IF NOT ES-BLOQUEADA
                     DISPLAY '*** POSICAO JA LIBERADA EM '
                             ES-DT-LIBERACAO ' ***'
                   ELSE
                     DISPLAY 'OBITO ' ES-DT-OBITO ' BLOQUEADA EM '
                             ES-DT-BLOQUEIO ' SALDO ' ES-VL-SALDO
                     DISPLAY 'ALVARA/PARTILHA (DOCUMENTO).: '
                     ACCEPT WRK-DOCUMENTO
                     IF WRK-DOCUMENTO = SPACES
                       DISPLAY '*** DOCUMENTO OBRIGATORIO ***'
                     ELSE
                       MOVE 'L' TO ES-SITUACAO
                       MOVE WRK-DATA-HOJE TO ES-DT-LIBERACAO
                       MOVE WRK-DOCUMENTO TO ES-DOCUMENTO
                       REWRITE ESPOLIO-MASTER-REG
                       DISPLAY 'POSICAO LIBERADA DO INVENTARIO'
                     END-IF
                   END-IF
               END-READ
               CLOSE ESPOLIO
               MOVE 0 TO ESPOLIO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1900-TOTAIS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-OBITO-REG.
             STRING 'OBITOS PROCESSADOS=' WRK-QT-OBITOS
                    ' BENEFICIOS CESSADOS=' WRK-QT-CESSADOS
                    ' CANDIDATOS A PENSAO=' WRK-QT-CANDIDATOS
                    DELIMITED BY SIZE INTO RELAT-OBITO-REG.
             WRITE RELAT-OBITO-REG.
             MOVE SPACES TO RELAT-OBITO-REG.
             STRING 'CARTOES CANCELADOS=' WRK-QT-CARTOES
                    ' COBRANCAS SUSPENSAS=' WRK-QT-SUSPENSOS
                    ' SINISTROS PRESTAMISTA=' WRK-QT-SINISTROS
                    DELIMITED BY SIZE INTO RELAT-OBITO-REG.
             WRITE RELAT-OBITO-REG.
             MOVE SPACES TO RELAT-OBITO-REG.
             STRING 'POSICOES EM INVENTARIO=' WRK-QT-BLOQUEADAS
                    ' SALDO BLOQUEADO=' WRK-TOT-BLOQUEADO
                    DELIMITED BY SIZE INTO RELAT-OBITO-REG.
             WRITE RELAT-OBITO-REG.
             DISPLAY 'OBITOS PROCESSADOS....: ' WRK-QT-OBITOS.
             DISPLAY 'BENEFICIOS CESSADOS...: ' WRK-QT-CESSADOS.
             DISPLAY 'CARTOES CANCELADOS....: ' WRK-QT-CARTOES.
             DISPLAY 'COBRANCAS SUSPENSAS...: ' WRK-QT-SUSPENSOS.
             DISPLAY 'SINISTROS PRESTAMISTA.: ' WRK-QT-SINISTROS.
             DISPLAY 'POSICOES EM INVENTARIO: ' WRK-QT-BLOQUEADAS.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-SINISTRO.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ SINISTRO-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE SINISTRO-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE SINISTRO-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-NUM-SINISTRO.
      *>  --------------------------------------------------------------
      *>  9775-GRAVA-AUD-CLIENTE - REGISTRA EM CLIAUD.TXT O OBITO JA
      *>  PROCESSADO (CLI-OBITO-PROC S) COM A DATA DO OBITO.
      *>  --------------------------------------------------------------
       9775-GRAVA-AUD-CLIENTE.
      *>  --------------------------------------------------------------
             OPEN EXTEND CLIENTE-AUDIT.
             IF CLIAUD-STATUS = 35
               OPEN OUTPUT CLIENTE-AUDIT
               CLOSE CLIENTE-AUDIT
               OPEN EXTEND CLIENTE-AUDIT
             END-IF.
             CALL 'DATAPROC' USING WRK-DATA-AUD.
             ACCEPT WRK-HORA-AUD FROM TIME.
             MOVE SPACES TO CLIENTE-AUDIT-REG.
             STRING WRK-DATA-AUD ' ' WRK-HORA-AUD
                    ' PROGRAMA=CLIOBITO'
                    ' OPERADOR=' 'CLIOBITO'
                    ' EVENTO=OBITPRC'
                    ' CLIENTE=' CLI-ID
                    ' VALOR-ANT=' WRK-PROC-ANT
                    ' VALOR-NOVO=' CLI-OBITO-PROC
                    ' DATA-VALOR=' CLI-DT-OBITO
                    DELIMITED BY SIZE INTO CLIENTE-AUDIT-REG.
             WRITE CLIENTE-AUDIT-REG.
             CLOSE CLIENTE-AUDIT.
