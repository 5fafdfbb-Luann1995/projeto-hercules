      ***   (MOEDASLOG.TXT), PAGAMENTOS DE EMPRESTIMO (EMPPAGOS.TXT),
      ***   PARCELAS DE SEGURO PAGAS (SEGPARC.TXT), REQUISICOES DE
      ***   PECAS (REQUIS.TXT) E BENEFICIOS CONCEDIDOS
      ***   (BENEFICIOS.TXT), BAIXAS PARA PREJUIZO (EMPPREJU.TXT) E
      ***   VARIACAO DAS PROVISOES TECNICAS DE SEGUROS (PROVTEC.TXT) E
      ***   IR RETIDO NO COME-COTAS DOS FUNDOS (COMECLOG.TXT) E
      ***   RECEITA DE SPREAD DE CAMBIO APURADA PELO FXSPREAD
      ***   (SPRDDIA.TXT) E PAGAMENTOS A FORNECEDORES DE PECAS
      ***   BAIXADOS NO CONTAS A PAGAR (TITPAGAR.TXT) E NOTAS DE
      ***   VENDA DE PECAS NO BALCAO (NFVENDA.TXT) - RECEITA E CUSTO
      ***   DA MERCADORIA VENDIDA -
      ***   EM LANCAMENTOS DE PARTIDA DOBRADA NO DIARIO (DIARIO.TXT).
      ***   PAGAMENTO DE CONTRATO BAIXADO, DATADO A PARTIR DA BAIXA, E
      ***   LANCADO COMO RECUPERACAO. TIPO SEM MAPEAMENTO VAI PARA O
      ***   SUSPENSE. O BALANCETE MENSAL (RELBALAN.TXT) FECHA DEBITO
      ***   CONTRA CREDITO POR CONTA - E A MAIOR REDIGITACAO DA CASA
      ***   QUE SE APOSENTA. O CONTROLE DE PERIODOS (PERCONT.TXT)
      ***   BLOQUEIA LANCAMENTO EM MES FECHADO (O DO PASSO NOTURNO VAI
      ***   PARA O PRIMEIRO MES ABERTO OU PARA O SUSPENSE, CONFORME O
      ***   PARAMETRO); O LANCAMENTO DE AJUSTE E DIGITADO NA TELA. O
      ***   FECHAMENTO DO MES (PARM FECHA OU MENU) TRANSPORTA OS SALDOS
      ***   (SALDOCON.TXT), ENCERRA AS CONTAS DE RESULTADO EM LUCROS
      ***   ACUMULADOS EM DEZEMBRO E EMITE DRE E BALANCO PATRIMONIAL
      ***   AGRUPADOS PELO TIPO DA CONTA (RELDEMON.TXT).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT PREJUIZOS ASSIGN TO 'C:\COBOL\EMPPREJU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREJUIZO-STATUS
             RECORD KEY IS PJ-CONTRATO.
           SELECT PROVISOES ASSIGN TO 'C:\COBOL\PROVTEC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PROVTEC-STATUS
             RECORD KEY IS PV-CHAVE.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT BENEFICIOS ASSIGN TO 'C:\COBOL\BENEFICIOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BENEF-STATUS.
           SELECT COMECOTA-LOG ASSIGN TO 'C:\COBOL\COMECLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COMECLOG-STATUS.
           SELECT SPREAD-DIA ASSIGN TO 'C:\COBOL\SPRDDIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SPRDDIA-STATUS
             RECORD KEY IS RD-CHAVE.
           SELECT CONTAS-PAGAR ASSIGN TO 'C:\COBOL\TITPAGAR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CPAGAR-STATUS
             RECORD KEY IS CP-CHAVE.
           SELECT NOTAS-VENDA ASSIGN TO 'C:\COBOL\NFVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NFVENDA-STATUS
             RECORD KEY IS NV-NUMERO.
           SELECT SUSPENSE ASSIGN TO 'C:\COBOL\SUSPENSE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUSPENSE-STATUS.
           SELECT PERIODOS ASSIGN TO 'C:\COBOL\PERCONT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PERIODO-STATUS
             RECORD KEY IS PE-MES.
           SELECT SALDOS-CONTABEIS ASSIGN TO 'C:\COBOL\SALDOCON.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SALDOCON-STATUS
             RECORD KEY IS SC-CHAVE.
           SELECT RELAT-DEMONSTR ASSIGN TO 'C:\COBOL\RELDEMON.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEMONSTR-STATUS.
           SELECT RELAT-BALANCETE ASSIGN TO 'C:\COBOL\RELBALAN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
            05 DI-VALOR        PIC 9(09)V99.
            05 DI-ORIGEM       PIC X(08).
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG    PIC X(160).
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD PREJUIZOS.
       COPY 'PREJUIZO-MASTER.CBL'.
       FD PROVISOES.
       COPY 'PROVTEC-MASTER.CBL'.
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
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
       FD BENEFICIOS.
       01 BENEFICIOS-REG       PIC X(120).
       FD COMECOTA-LOG.
       01 COMECOTA-LOG-REG.
            05 CL-DATA         PIC 9(08).
            05 CL-CLI-ID       PIC 9(05).
            05 CL-SEQ          PIC 9(03).
            05 CL-PRODUTO      PIC 9(01).
            05 CL-RENDIMENTO   PIC 9(09)V99.
            05 CL-IR           PIC 9(07)V99.
            05 CL-SALDO        PIC 9(09)V99.
       FD SPREAD-DIA.
       COPY 'SPRDDIA-MASTER.CBL'.
       FD CONTAS-PAGAR.
       COPY 'CPAGAR-MASTER.CBL'.
       FD NOTAS-VENDA.
       COPY 'NFVENDA-MASTER.CBL'.
       FD SUSPENSE.
       01 SUSPENSE-REG.
            05 SU-PROGRAMA     PIC X(09).
            05 SU-SITUACAO     PIC X(01).
            05 SU-MOTIVO       PIC X(25).
            05 SU-IMAGEM       PIC X(80).
       FD PERIODOS.
       COPY 'PERIODO-MASTER.CBL'.
       FD SALDOS-CONTABEIS.
       COPY 'SALDOCON-MASTER.CBL'.
       FD RELAT-DEMONSTR.
       01 RELAT-DEMONSTR-REG   PIC X(120).
       FD RELAT-BALANCETE.
       01 RELAT-BALANCETE-REG  PIC X(120).
      *>  --------------------------------------------------------------
       77 DIARIO-STATUS    PIC 9(02) VALUE ZEROS.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PREJUIZO-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-PREJ-OK      PIC X(01) VALUE 'N'.
       77 PROVTEC-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-VAR-PROVISAO PIC S9(11)V99 VALUE ZEROS.
       77 PARCELAS-STATUS  PIC 9(02) VALUE ZEROS.
       77 REQUIS-STATUS    PIC 9(02) VALUE ZEROS.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 COMECLOG-STATUS  PIC 9(02) VALUE ZEROS.
       77 SPRDDIA-STATUS   PIC 9(02) VALUE ZEROS.
       77 CPAGAR-STATUS    PIC 9(02) VALUE ZEROS.
       77 NFVENDA-STATUS   PIC 9(02) VALUE ZEROS.
       77 SUSPENSE-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-TOT-DEBITO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITO  PIC 9(11)V99 VALUE ZEROS.
       77 PERIODO-STATUS   PIC 9(02) VALUE ZEROS.
       77 SALDOCON-STATUS  PIC 9(02) VALUE ZEROS.
       77 DEMONSTR-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-LANC    PIC 9(08) VALUE ZEROS.
       77 WRK-SU-MOTIVO    PIC X(25) VALUE SPACES.
       77 WRK-PERIODO-OK   PIC X(01) VALUE 'S'.
       77 WRK-MES-FECHADO  PIC X(01) VALUE 'N'.
       77 WRK-POLITICA     PIC X(01) VALUE 'M'.
       77 WRK-CONTA-LUCROS PIC 9(05) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(50) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-AJ-DEBITO    PIC 9(05) VALUE ZEROS.
       77 WRK-AJ-CREDITO   PIC 9(05) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-FECHA    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ANTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-FECHADO  PIC X(01) VALUE 'N'.
       77 WRK-FIM-EXERCICIO PIC X(01) VALUE 'N'.
       77 WRK-QT-FC        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FC       PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-X      PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-SECAO   PIC X(01) VALUE SPACES.
       77 WRK-IDX-LUCROS   PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-NAT    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MES-NAT      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SECAO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECEITAS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESPESAS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REC-ANO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DES-ANO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ATIVO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PASSIVO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ENC    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED2    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA        PIC X(160) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  SALDOS DO BALANCETE POR CONTA (DEBITOS E CREDITOS DO MES).
      *>  --------------------------------------------------------------
                10 WRK-SD-CONTA    PIC 9(05).
                10 WRK-SD-DEBITO   PIC 9(11)V99.
                10 WRK-SD-CREDITO  PIC 9(11)V99.
      *>  --------------------------------------------------------------
      *>  FECHAMENTO DO MES: SALDO ANTERIOR, MOVIMENTO DO MES E SALDO
      *>  FINAL POR CONTA, COM O TIPO DO PLANO (A ATIVO, P PASSIVO E
      *>  PATRIMONIO LIQUIDO, R RECEITA, D DESPESA).
      *>  --------------------------------------------------------------
       01 WRK-TAB-FECHA.
            05 WRK-FC-ITEM OCCURS 200 TIMES.
                10 WRK-FC-CONTA    PIC 9(05).
                10 WRK-FC-TIPO     PIC X(01).
                10 WRK-FC-NOME     PIC X(30).
                10 WRK-FC-ANTERIOR PIC S9(11)V99.
                10 WRK-FC-DEBITO   PIC 9(11)V99.
                10 WRK-FC-CREDITO  PIC 9(11)V99.
                10 WRK-FC-FINAL    PIC S9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
                 PERFORM 3000-LANCA-DIA
               WHEN 'BALANC'
                 PERFORM 5000-BALANCETE
               WHEN 'FECHA '
                 DIVIDE WRK-MES-ATUAL BY 100
                   GIVING WRK-ANO-X REMAINDER WRK-MES-X
                 IF WRK-MES-X = 1
                   COMPUTE WRK-MES-FECHA = (WRK-ANO-X - 1) * 100 + 12
                 ELSE
                   COMPUTE WRK-MES-FECHA = WRK-MES-ATUAL - 1
                 END-IF
                 PERFORM 7000-FECHA-MES
               WHEN OTHER
                 PERFORM 0100-ROTINA-PRINCIPAL
                   UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE PLANO-CONTAS MAPA-CONTAS PERIODOS.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-CADASTROS.
               CLOSE MAPA-CONTAS
               OPEN I-O MAPA-CONTAS
             END-IF.
             OPEN I-O PERIODOS.
             IF PERIODO-STATUS = 35
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
             END-IF.
             PERFORM 0060-LE-PARAMETROS.
      *>  --------------------------------------------------------------
      *>  0060-LE-PARAMETROS - REGISTRO DE MES ZERO DO PERCONT; SEM
      *>  ELE VALE MOVER PARA O PRIMEIRO MES ABERTO E NAO HA CONTA DE
      *>  LUCROS ACUMULADOS (O FECHAMENTO DE DEZEMBRO A EXIGE).
      *>  --------------------------------------------------------------
       0060-LE-PARAMETROS.
      *>  --------------------------------------------------------------
             MOVE 'M' TO WRK-POLITICA.
             MOVE 0 TO WRK-CONTA-LUCROS.
             MOVE 0 TO PE-MES.
             READ PERIODOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PE-POLITICA TO WRK-POLITICA
                 MOVE PE-CONTA-LUCROS TO WRK-CONTA-LUCROS
             END-READ.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '2 - MAPEAR TIPO DE MOVIMENTO'.
             DISPLAY '3 - LANCAR OS MOVIMENTOS DO DIA'.
             DISPLAY '4 - BALANCETE DO MES'.
             DISPLAY '5 - LANCAMENTO DE AJUSTE'.
             DISPLAY '6 - FECHAMENTO DO MES (DRE E BALANCO)'.
             DISPLAY '7 - PERIODOS E PARAMETROS DE FECHAMENTO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
                 PERFORM 3000-LANCA-DIA
               WHEN 4
                 PERFORM 5000-BALANCETE
               WHEN 5
                 PERFORM 6000-LANCA-AJUSTE
               WHEN 6
                 DISPLAY 'MES A FECHAR (AAAAMM)..: '
                 ACCEPT WRK-MES-FECHA
                 PERFORM 7000-FECHA-MES
               WHEN 7
                 PERFORM 8000-MANTEM-PERIODOS
               WHEN 9
                 CONTINUE
               WHEN OTHER
       2000-MAPEIA-TIPO.
      *>  --------------------------------------------------------------
             DISPLAY 'TIPO DE MOVIMENTO (CAMBIO/EMPPAG/SEGPAG/'.
             DISPLAY 'REQUIS/BENEF/EMPPREJ/EMPPERDA/EMPRECUP/'.
             DISPLAY 'PPNGCONS/PPNGREVE/IBNRCONS/IBNRREVE/PSLCONS/'.
             DISPLAY 'PSLREVE/COMECOTA/SPREADFX/PAGFORN/VENDAPEC/'.
             DISPLAY 'CMVPECA): '.
             ACCEPT MP-TIPO-MOV.
             DISPLAY 'CONTA DE DEBITO........: '.
             ACCEPT MP-CONTA-DEB.
             PERFORM 3300-LANCA-SEGUROS.
             PERFORM 3400-LANCA-REQUISICOES.
             PERFORM 3500-LANCA-BENEFICIOS.
             PERFORM 3600-LANCA-PREJUIZOS.
             PERFORM 3700-LANCA-PROVISOES.
             PERFORM 3800-LANCA-COMECOTAS.
             PERFORM 3900-LANCA-SPREAD.
             PERFORM 3950-LANCA-FORNECEDORES.
             PERFORM 3970-LANCA-VENDAS.
             CLOSE DIARIO.
             DISPLAY 'LANCAMENTOS DO DIA: ' WRK-QT-LANCADOS
                     ' PARES - SUSPENSOS: ' WRK-QT-SUSPENSOS.
      *>  --------------------------------------------------------------
       3200-LANCA-EMPRESTIMOS.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-PREJ-OK.
             OPEN INPUT PREJUIZOS.
             IF PREJUIZO-STATUS = 0
               MOVE 'S' TO WRK-PREJ-OK
             END-IF.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
             IF WRK-PREJ-OK = 'S'
               CLOSE PREJUIZOS
             END-IF.
             MOVE 0 TO PREJUIZO-STATUS.
      *>  --------------------------------------------------------------
      *>  3210-LANCA-UM-PAGAMENTO - PAGAMENTO DE CONTRATO QUE ESTA NO
      *>  CADASTRO DE BAIXADOS, NA DATA DA BAIXA OU DEPOIS, E
      *>  RECUPERACAO DE CREDITO BAIXADO (EMPRECUP), NAO PAGAMENTO.
      *>  --------------------------------------------------------------
       3210-LANCA-UM-PAGAMENTO.
      *>  --------------------------------------------------------------
             IF EP-DT-PAGAMENTO = WRK-DATA-HOJE
               MOVE EP-VL-PAGO TO WRK-VALOR
               MOVE 'EMPPAG  ' TO WRK-TIPO-MOV
               IF WRK-PREJ-OK = 'S'
                 MOVE EP-CONTRATO TO PJ-CONTRATO
                 READ PREJUIZOS
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF EP-DT-PAGAMENTO NOT < PJ-DT-BAIXA
                       MOVE 'EMPRECUP' TO WRK-TIPO-MOV
                     END-IF
                 END-READ
               END-IF
               PERFORM 4000-GRAVA-PARTIDA
             END-IF.
             READ PAGAMENTOS
               COMPUTE WRK-VALOR = WRK-BENEF-INT / 100
             END-IF.
      *>  --------------------------------------------------------------
      *>  3600-LANCA-PREJUIZOS - CONTRATO BAIXADO HOJE PELO EMPPREJU: A
      *>  PARTE COBERTA PELA PROVISAO SAI CONTRA A PDD (EMPPREJ) E O
      *>  SALDO QUE A PROVISAO NAO COBRIA E PERDA (EMPPERDA).
      *>  --------------------------------------------------------------
       3600-LANCA-PREJUIZOS.
      *>  --------------------------------------------------------------
             OPEN INPUT PREJUIZOS.
             IF PREJUIZO-STATUS = 0
               READ PREJUIZOS NEXT
                 AT END MOVE 10 TO PREJUIZO-STATUS
               END-READ
               PERFORM 3610-LANCA-UM-PREJUIZO
                 UNTIL PREJUIZO-STATUS = 10
               CLOSE PREJUIZOS
             END-IF.
             MOVE 0 TO PREJUIZO-STATUS.
      *>  --------------------------------------------------------------
       3610-LANCA-UM-PREJUIZO.
      *>  --------------------------------------------------------------
             IF PJ-DT-BAIXA = WRK-DATA-HOJE
               IF PJ-PROVISAO > 0
                 MOVE PJ-PROVISAO TO WRK-VALOR
                 MOVE 'EMPPREJ ' TO WRK-TIPO-MOV
                 PERFORM 4000-GRAVA-PARTIDA
               END-IF
               IF PJ-SALDO > PJ-PROVISAO
                 COMPUTE WRK-VALOR = PJ-SALDO - PJ-PROVISAO
                 MOVE 'EMPPERDA' TO WRK-TIPO-MOV
                 PERFORM 4000-GRAVA-PARTIDA
               END-IF
             END-IF.
             READ PREJUIZOS NEXT
               AT END MOVE 10 TO PREJUIZO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3700-LANCA-PROVISOES - PROVISOES TECNICAS CALCULADAS HOJE
      *>  PELO SEGPROV: A VARIACAO DE CADA PROVISAO E CONSTITUICAO
      *>  QUANDO A PROVISAO CRESCEU (PPNGCONS/IBNRCONS/PSLCONS) E
      *>  REVERSAO QUANDO DIMINUIU (PPNGREVE/IBNRREVE/PSLREVE).
      *>  --------------------------------------------------------------
       3700-LANCA-PROVISOES.
      *>  --------------------------------------------------------------
             OPEN INPUT PROVISOES.
             IF PROVTEC-STATUS = 0
               READ PROVISOES NEXT
                 AT END MOVE 10 TO PROVTEC-STATUS
               END-READ
               PERFORM 3710-LANCA-UMA-PROVISAO
                 UNTIL PROVTEC-STATUS = 10
               CLOSE PROVISOES
             END-IF.
             MOVE 0 TO PROVTEC-STATUS.
      *>  --------------------------------------------------------------
       3710-LANCA-UMA-PROVISAO.
      *>  --------------------------------------------------------------
             IF PV-DT-CALCULO = WRK-DATA-HOJE
               MOVE PV-VAR-PPNG TO WRK-VAR-PROVISAO
               MOVE 'PPNGCONS' TO WRK-TIPO-MOV
               IF WRK-VAR-PROVISAO < 0
                 MOVE 'PPNGREVE' TO WRK-TIPO-MOV
               END-IF
               PERFORM 3720-LANCA-VARIACAO
               MOVE PV-VAR-IBNR TO WRK-VAR-PROVISAO
               MOVE 'IBNRCONS' TO WRK-TIPO-MOV
               IF WRK-VAR-PROVISAO < 0
                 MOVE 'IBNRREVE' TO WRK-TIPO-MOV
               END-IF
               PERFORM 3720-LANCA-VARIACAO
               MOVE PV-VAR-PSL TO WRK-VAR-PROVISAO
               MOVE 'PSLCONS ' TO WRK-TIPO-MOV
               IF WRK-VAR-PROVISAO < 0
                 MOVE 'PSLREVE ' TO WRK-TIPO-MOV
               END-IF
               PERFORM 3720-LANCA-VARIACAO
             END-IF.
             READ PROVISOES NEXT
               AT END MOVE 10 TO PROVTEC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3720-LANCA-VARIACAO.
      *>  --------------------------------------------------------------
             IF WRK-VAR-PROVISAO < 0
               COMPUTE WRK-VALOR = WRK-VAR-PROVISAO * -1
             ELSE
               MOVE WRK-VAR-PROVISAO TO WRK-VALOR
             END-IF.
             IF WRK-VALOR > 0
               PERFORM 4000-GRAVA-PARTIDA
             END-IF.
      *>  --------------------------------------------------------------
      *>  3800-LANCA-COMECOTAS - IR RETIDO HOJE PELO INVCOMEC NAS
      *>  POSICOES DE FUNDO: SAI DA CARTEIRA DO CLIENTE CONTRA O IR A
      *>  RECOLHER (COMECOTA).
      *>  --------------------------------------------------------------
       3800-LANCA-COMECOTAS.
      *>  --------------------------------------------------------------
             OPEN INPUT COMECOTA-LOG.
             IF COMECLOG-STATUS = 0
               READ COMECOTA-LOG
                 AT END MOVE 10 TO COMECLOG-STATUS
               END-READ
               PERFORM 3810-LANCA-UM-EVENTO
                 UNTIL COMECLOG-STATUS = 10
               CLOSE COMECOTA-LOG
             END-IF.
             MOVE 0 TO COMECLOG-STATUS.
      *>  --------------------------------------------------------------
       3810-LANCA-UM-EVENTO.
      *>  --------------------------------------------------------------
             IF CL-DATA = WRK-DATA-HOJE AND CL-IR > 0
               MOVE CL-IR TO WRK-VALOR
               MOVE 'COMECOTA' TO WRK-TIPO-MOV
               PERFORM 4000-GRAVA-PARTIDA
             END-IF.
             READ COMECOTA-LOG
               AT END MOVE 10 TO COMECLOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3900-LANCA-SPREAD - RECEITA DE SPREAD DO DIA POR MOEDA E
      *>  SEGMENTO (SPRDDIA.TXT, APURADA PELO FXSPREAD): O CAIXA DA
      *>  MESA CONTRA A RECEITA DE SPREAD (SPREADFX).
      *>  --------------------------------------------------------------
       3900-LANCA-SPREAD.
      *>  --------------------------------------------------------------
             OPEN INPUT SPREAD-DIA.
             IF SPRDDIA-STATUS = 0
               MOVE WRK-DATA-HOJE TO RD-DATA
               MOVE LOW-VALUES TO RD-MOEDA RD-SEGMENTO
               START SPREAD-DIA KEY IS NOT LESS THAN RD-CHAVE
                 INVALID KEY MOVE 10 TO SPRDDIA-STATUS
               END-START
               IF SPRDDIA-STATUS NOT = 10
                 READ SPREAD-DIA NEXT
                   AT END MOVE 10 TO SPRDDIA-STATUS
                 END-READ
               END-IF
               PERFORM 3910-LANCA-UMA-RECEITA
                 UNTIL SPRDDIA-STATUS = 10
               CLOSE SPREAD-DIA
             END-IF.
             MOVE 0 TO SPRDDIA-STATUS.
      *>  --------------------------------------------------------------
       3910-LANCA-UMA-RECEITA.
      *>  --------------------------------------------------------------
             IF RD-DATA NOT = WRK-DATA-HOJE
               MOVE 10 TO SPRDDIA-STATUS
             ELSE
               IF RD-RECEITA > 0
                 MOVE RD-RECEITA TO WRK-VALOR
                 MOVE 'SPREADFX' TO WRK-TIPO-MOV
                 PERFORM 4000-GRAVA-PARTIDA
               END-IF
               READ SPREAD-DIA NEXT
                 AT END MOVE 10 TO SPRDDIA-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3950-LANCA-FORNECEDORES - TITULOS DE FORNECEDOR DE PECAS
      *>  BAIXADOS HOJE NO NFFORNEC: FORNECEDORES A PAGAR CONTRA O
      *>  CAIXA (PAGFORN).
      *>  --------------------------------------------------------------
       3950-LANCA-FORNECEDORES.
      *>  --------------------------------------------------------------
             OPEN INPUT CONTAS-PAGAR.
             IF CPAGAR-STATUS = 0
               MOVE 0 TO CP-FORN-COD CP-NF-NUMERO
               START CONTAS-PAGAR KEY IS NOT LESS THAN CP-CHAVE
                 INVALID KEY MOVE 10 TO CPAGAR-STATUS
               END-START
               IF CPAGAR-STATUS NOT = 10
                 READ CONTAS-PAGAR NEXT
                   AT END MOVE 10 TO CPAGAR-STATUS
                 END-READ
               END-IF
               PERFORM 3960-LANCA-UM-TITULO
                 UNTIL CPAGAR-STATUS = 10
               CLOSE CONTAS-PAGAR
             END-IF.
             MOVE 0 TO CPAGAR-STATUS.
      *>  --------------------------------------------------------------
       3960-LANCA-UM-TITULO.
      *>  --------------------------------------------------------------
             IF CP-PAGO AND CP-DT-PAGAMENTO = WRK-DATA-HOJE
                AND CP-VALOR > 0
               MOVE CP-VALOR TO WRK-VALOR
               MOVE 'PAGFORN ' TO WRK-TIPO-MOV
               PERFORM 4000-GRAVA-PARTIDA
             END-IF.
             READ CONTAS-PAGAR NEXT
               AT END MOVE 10 TO CPAGAR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3970-LANCA-VENDAS - NOTAS DE VENDA DE PECAS EMITIDAS HOJE NO
      *>  VENDAPEC: A RECEITA PELO VALOR DA NOTA (VENDAPEC) E O CUSTO
      *>  DA MERCADORIA VENDIDA CONTRA O ESTOQUE PELO CUSTO MEDIO DA
      *>  SAIDA (CMVPECA).
      *>  --------------------------------------------------------------
       3970-LANCA-VENDAS.
      *>  --------------------------------------------------------------
             OPEN INPUT NOTAS-VENDA.
             IF NFVENDA-STATUS = 0
               MOVE 0 TO NV-NUMERO
               START NOTAS-VENDA KEY IS NOT LESS THAN NV-NUMERO
                 INVALID KEY MOVE 10 TO NFVENDA-STATUS
               END-START
               IF NFVENDA-STATUS NOT = 10
                 READ NOTAS-VENDA NEXT
                   AT END MOVE 10 TO NFVENDA-STATUS
                 END-READ
               END-IF
               PERFORM 3980-LANCA-UMA-VENDA
                 UNTIL NFVENDA-STATUS = 10
               CLOSE NOTAS-VENDA
             END-IF.
             MOVE 0 TO NFVENDA-STATUS.
      *>  --------------------------------------------------------------
       3980-LANCA-UMA-VENDA.
      *>  --------------------------------------------------------------
             IF NV-EMITIDA AND NV-DT-EMISSAO = WRK-DATA-HOJE
               IF NV-VALOR-TOTAL > 0
                 MOVE NV-VALOR-TOTAL TO WRK-VALOR
                 MOVE 'VENDAPEC' TO WRK-TIPO-MOV
                 PERFORM 4000-GRAVA-PARTIDA
               END-IF
               IF NV-CUSTO-TOTAL > 0
                 MOVE NV-CUSTO-TOTAL TO WRK-VALOR
                 MOVE 'CMVPECA ' TO WRK-TIPO-MOV
                 PERFORM 4000-GRAVA-PARTIDA
               END-IF
             END-IF.
             READ NOTAS-VENDA NEXT
               AT END MOVE 10 TO NFVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4000-GRAVA-PARTIDA - PARTIDA DOBRADA: UM DEBITO E UM CREDITO
      *>  PELAS CONTAS DO MAPA. TIPO SEM MAPEAMENTO NAO CONTABILIZA:
      *>  VAI PARA O SUSPENSE COM O MOTIVO, PARA SAIR PELO SUSPMANT.
      *>  MOVIMENTO DE MES FECHADO VAI PARA O PRIMEIRO MES ABERTO OU
      *>  PARA O SUSPENSE, CONFORME O PARAMETRO DO PERCONT.
      *>  --------------------------------------------------------------
       4000-GRAVA-PARTIDA.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE TO WRK-DATA-LANC.
             PERFORM 4050-CONFERE-PERIODO.
             MOVE WRK-TIPO-MOV TO MP-TIPO-MOV.
             IF WRK-PERIODO-OK = 'N'
               ADD 1 TO WRK-QT-SUSPENSOS
               MOVE 'PERIODO CONTABIL FECHADO' TO WRK-SU-MOTIVO
               PERFORM 4900-GRAVA-SUSPENSE
             ELSE
               PERFORM 4010-GRAVA-PELO-MAPA
             END-IF.
      *>  --------------------------------------------------------------
       4010-GRAVA-PELO-MAPA.
      *>  --------------------------------------------------------------
             READ MAPA-CONTAS
               INVALID KEY
                 ADD 1 TO WRK-QT-SUSPENSOS
                 MOVE 'TIPO SEM MAPA CONTABIL' TO WRK-SU-MOTIVO
                 PERFORM 4900-GRAVA-SUSPENSE
               NOT INVALID KEY
                 MOVE WRK-DATA-LANC TO DI-DATA
                 MOVE MP-CONTA-DEB TO DI-CONTA
                 MOVE 'D' TO DI-DC
                 MOVE WRK-VALOR TO DI-VALOR
                 WRITE DIARIO-REG
                 ADD 1 TO WRK-QT-LANCADOS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4050-CONFERE-PERIODO - MES DE WRK-DATA-LANC FECHADO: COM A
      *>  POLITICA S O LANCAMENTO E RECUSADO; COM M A DATA PASSA PARA O
      *>  DIA 1 DO PRIMEIRO MES SEGUINTE QUE ESTIVER ABERTO.
      *>  --------------------------------------------------------------
       4050-CONFERE-PERIODO.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-PERIODO-OK.
             DIVIDE WRK-DATA-LANC BY 100 GIVING WRK-MES-LANC.
             PERFORM 4060-LE-PERIODO.
             IF WRK-MES-FECHADO = 'S'
               IF WRK-POLITICA = 'S'
                 MOVE 'N' TO WRK-PERIODO-OK
               ELSE
                 PERFORM 4070-PROXIMO-MES UNTIL WRK-MES-FECHADO = 'N'
                 COMPUTE WRK-DATA-LANC = WRK-MES-LANC * 100 + 1
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4060-LE-PERIODO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-MES-FECHADO.
             MOVE WRK-MES-LANC TO PE-MES.
             READ PERIODOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PE-FECHADO
                   MOVE 'S' TO WRK-MES-FECHADO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       4070-PROXIMO-MES.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-MES-LANC.
             DIVIDE WRK-MES-LANC BY 100
               GIVING WRK-ANO-X REMAINDER WRK-MES-X.
             IF WRK-MES-X = 13
               ADD 88 TO WRK-MES-LANC
             END-IF.
             PERFORM 4060-LE-PERIODO.
      *>  --------------------------------------------------------------
       4900-GRAVA-SUSPENSE.
      *>  --------------------------------------------------------------
             MOVE 'RAZAODIA ' TO SU-PROGRAMA.
             MOVE WRK-DATA-HOJE TO SU-DATA.
             MOVE 'P' TO SU-SITUACAO.
             MOVE WRK-SU-MOTIVO TO SU-MOTIVO.
             MOVE SPACES TO SU-IMAGEM.
             STRING 'TIPO=' WRK-TIPO-MOV ' VALOR=' WRK-VALOR
                    ' DATA=' WRK-DATA-LANC
                    DELIMITED BY SIZE INTO SU-IMAGEM.
             WRITE SUSPENSE-REG.
             CLOSE SUSPENSE.
                    DELIMITED BY SIZE INTO RELAT-BALANCETE-REG.
             WRITE RELAT-BALANCETE-REG.
      *>  --------------------------------------------------------------
      *>  6000-LANCA-AJUSTE - LANCAMENTO MANUAL DE AJUSTE (UM DEBITO E
      *>  UM CREDITO, ORIGEM AJUSTE). SO ENTRA EM MES ABERTO: AJUSTE DE
      *>  MES JA FECHADO E FEITO NO PRIMEIRO MES ABERTO.
      *>  --------------------------------------------------------------
       6000-LANCA-AJUSTE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'DATA DO LANCAMENTO (AAAAMMDD): '.
             ACCEPT WRK-DATA-LANC.
             DISPLAY 'CONTA A DEBITO.........: '.
             ACCEPT WRK-AJ-DEBITO.
             DISPLAY 'CONTA A CREDITO........: '.
             ACCEPT WRK-AJ-CREDITO.
             DISPLAY 'VALOR..................: '.
             ACCEPT WRK-VALOR.
             DIVIDE WRK-DATA-LANC BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             DIVIDE WRK-DATA-LANC BY 100 GIVING WRK-MES-LANC.
             PERFORM 4060-LE-PERIODO.
             EVALUATE TRUE
               WHEN WRK-MES-X < 1 OR WRK-MES-X > 12
                    OR WRK-DIA-X < 1 OR WRK-DIA-X > 31
                 MOVE '*** DATA INVALIDA ***' TO WRK-MENSAGEM
               WHEN WRK-DATA-LANC > WRK-DATA-HOJE
                 MOVE '*** DATA FUTURA NAO PERMITIDA ***'
                   TO WRK-MENSAGEM
               WHEN WRK-MES-FECHADO = 'S'
                 MOVE '*** MES FECHADO - LANCE NO MES ABERTO ***'
                   TO WRK-MENSAGEM
               WHEN WRK-AJ-DEBITO = 0 OR WRK-AJ-CREDITO = 0
                 MOVE '*** CONTAS DE DEBITO E CREDITO OBRIGATORIAS ***'
                   TO WRK-MENSAGEM
               WHEN WRK-AJ-DEBITO = WRK-AJ-CREDITO
                 MOVE '*** DEBITO E CREDITO NA MESMA CONTA ***'
                   TO WRK-MENSAGEM
               WHEN WRK-VALOR = 0
                 MOVE '*** VALOR OBRIGATORIO ***' TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES
               MOVE WRK-AJ-DEBITO TO PC-CONTA
               READ PLANO-CONTAS
                 INVALID KEY
                   MOVE '*** CONTA A DEBITO NAO CADASTRADA ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM = SPACES
               MOVE WRK-AJ-CREDITO TO PC-CONTA
               READ PLANO-CONTAS
                 INVALID KEY
                   MOVE '*** CONTA A CREDITO NAO CADASTRADA ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               DISPLAY 'CONFIRMA O LANCAMENTO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                 PERFORM 6100-GRAVA-AJUSTE
               ELSE
                 DISPLAY 'LANCAMENTO CANCELADO'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       6100-GRAVA-AJUSTE.
      *>  --------------------------------------------------------------
             OPEN EXTEND DIARIO.
             IF DIARIO-STATUS = 35
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN EXTEND DIARIO
             END-IF.
             MOVE WRK-DATA-LANC TO DI-DATA.
             MOVE WRK-AJ-DEBITO TO DI-CONTA.
             MOVE 'D' TO DI-DC.
             MOVE WRK-VALOR TO DI-VALOR.
             MOVE 'AJUSTE  ' TO DI-ORIGEM.
             WRITE DIARIO-REG.
             MOVE WRK-AJ-CREDITO TO DI-CONTA.
             MOVE 'C' TO DI-DC.
             WRITE DIARIO-REG.
             CLOSE DIARIO.
             DISPLAY 'AJUSTE LANCADO NO DIARIO'.
      *>  --------------------------------------------------------------
      *>  7000-FECHA-MES - FECHAMENTO DO MES WRK-MES-FECHA: SALDO
      *>  ANTERIOR DO SALDOCON DO MES ANTERIOR + MOVIMENTO DO DIARIO,
      *>  DRE, ENCERRAMENTO DAS CONTAS DE RESULTADO EM LUCROS
      *>  ACUMULADOS EM DEZEMBRO, BALANCO PATRIMONIAL, GRAVACAO DOS
      *>  SALDOS E MES MARCADO F NO PERCONT. OS MESES FECHAM EM ORDEM.
      *>  --------------------------------------------------------------
       7000-FECHA-MES.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             MOVE 'N' TO WRK-FIM-EXERCICIO.
             DIVIDE WRK-MES-FECHA BY 100
               GIVING WRK-ANO-X REMAINDER WRK-MES-X.
             IF WRK-MES-X = 1
               COMPUTE WRK-MES-ANTERIOR = (WRK-ANO-X - 1) * 100 + 12
             ELSE
               COMPUTE WRK-MES-ANTERIOR = WRK-MES-FECHA - 1
             END-IF.
             IF WRK-MES-X = 12
               MOVE 'S' TO WRK-FIM-EXERCICIO
             END-IF.
             MOVE WRK-MES-FECHA TO WRK-MES-LANC.
             PERFORM 4060-LE-PERIODO.
             IF WRK-MES-FECHADO = 'S'
               MOVE '*** MES JA FECHADO ***' TO WRK-MENSAGEM
             END-IF.
             PERFORM 7050-PROCURA-FECHADO.
             MOVE WRK-MES-ANTERIOR TO WRK-MES-LANC.
             PERFORM 4060-LE-PERIODO.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN WRK-MES-X < 1 OR WRK-MES-X > 12
                 MOVE '*** MES INVALIDO ***' TO WRK-MENSAGEM
               WHEN WRK-MES-FECHA NOT < WRK-MES-ATUAL
                 MOVE '*** SO FECHA MES JA ENCERRADO ***'
                   TO WRK-MENSAGEM
               WHEN WRK-TEM-FECHADO = 'S' AND WRK-MES-FECHADO = 'N'
                 MOVE '*** FECHE ANTES O MES ANTERIOR ***'
                   TO WRK-MENSAGEM
               WHEN WRK-FIM-EXERCICIO = 'S' AND WRK-CONTA-LUCROS = 0
                 MOVE '*** CONTA DE LUCROS ACUMULADOS NAO INFORMADA ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
             IF WRK-MENSAGEM = SPACES AND WRK-FIM-EXERCICIO = 'S'
               MOVE WRK-CONTA-LUCROS TO PC-CONTA
               READ PLANO-CONTAS
                 INVALID KEY
                   MOVE '*** CONTA DE LUCROS FORA DO PLANO ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               PERFORM 7100-CARREGA-ANTERIOR
               PERFORM 7200-SOMA-DIARIO
               IF WRK-FIM-EXERCICIO = 'S'
                 MOVE WRK-CONTA-LUCROS TO WRK-CONTA-X
                 PERFORM 7150-ACHA-CONTA-FC
                 MOVE WRK-IDX-FC TO WRK-IDX-LUCROS
               END-IF
               PERFORM 7250-CALCULA-FINAL
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-FC
               OPEN OUTPUT RELAT-DEMONSTR
               PERFORM 7300-IMPRIME-DRE
               IF WRK-FIM-EXERCICIO = 'S'
                 PERFORM 7400-ENCERRA-RESULTADO
               END-IF
               PERFORM 7500-IMPRIME-BALANCO
               CLOSE RELAT-DEMONSTR
               PERFORM 7600-GRAVA-SALDOS
               PERFORM 7700-FECHA-PERIODO
               DISPLAY 'MES ' WRK-MES-FECHA ' FECHADO - '
                       'DRE E BALANCO EM RELDEMON.TXT'
             END-IF.
      *>  --------------------------------------------------------------
      *>  7050-PROCURA-FECHADO - ENQUANTO NENHUM MES FOI FECHADO O
      *>  PRIMEIRO FECHAMENTO NAO EXIGE O MES ANTERIOR.
      *>  --------------------------------------------------------------
       7050-PROCURA-FECHADO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-TEM-FECHADO.
             MOVE 1 TO PE-MES.
             START PERIODOS KEY IS NOT LESS THAN PE-MES
               INVALID KEY
                 MOVE 10 TO PERIODO-STATUS
             END-START.
             IF PERIODO-STATUS NOT = 10
               READ PERIODOS NEXT
                 AT END MOVE 10 TO PERIODO-STATUS
               END-READ
             END-IF.
             PERFORM 7060-CONFERE-FECHADO
               UNTIL PERIODO-STATUS = 10 OR WRK-TEM-FECHADO = 'S'.
             MOVE 0 TO PERIODO-STATUS.
      *>  --------------------------------------------------------------
       7060-CONFERE-FECHADO.
      *>  --------------------------------------------------------------
             IF PE-FECHADO
               MOVE 'S' TO WRK-TEM-FECHADO
             ELSE
               READ PERIODOS NEXT
                 AT END MOVE 10 TO PERIODO-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  7100-CARREGA-ANTERIOR - SALDO FINAL DO MES ANTERIOR VIRA O
      *>  SALDO ANTERIOR DO MES QUE FECHA.
      *>  --------------------------------------------------------------
       7100-CARREGA-ANTERIOR.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-FECHA.
             MOVE 0 TO WRK-QT-FC.
             OPEN I-O SALDOS-CONTABEIS.
             IF SALDOCON-STATUS = 35
               OPEN OUTPUT SALDOS-CONTABEIS
               CLOSE SALDOS-CONTABEIS
               OPEN I-O SALDOS-CONTABEIS
             END-IF.
             MOVE WRK-MES-ANTERIOR TO SC-MES.
             MOVE 0 TO SC-CONTA.
             START SALDOS-CONTABEIS KEY IS NOT LESS THAN SC-CHAVE
               INVALID KEY
                 MOVE 10 TO SALDOCON-STATUS
             END-START.
             IF SALDOCON-STATUS NOT = 10
               READ SALDOS-CONTABEIS NEXT
                 AT END MOVE 10 TO SALDOCON-STATUS
               END-READ
             END-IF.
             PERFORM 7110-CARREGA-UM-SALDO
               UNTIL SALDOCON-STATUS = 10
                  OR SC-MES NOT = WRK-MES-ANTERIOR.
             MOVE 0 TO SALDOCON-STATUS.
      *>  --------------------------------------------------------------
       7110-CARREGA-UM-SALDO.
      *>  --------------------------------------------------------------
             MOVE SC-CONTA TO WRK-CONTA-X.
             PERFORM 7150-ACHA-CONTA-FC.
             IF WRK-ACHOU = 'S'
               MOVE SC-SALDO-FINAL TO WRK-FC-ANTERIOR(WRK-IDX-FC)
             END-IF.
             READ SALDOS-CONTABEIS NEXT
               AT END MOVE 10 TO SALDOCON-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7150-ACHA-CONTA-FC.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX-FC.
             PERFORM 7160-CONFERE-CONTA-FC
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX-FC > WRK-QT-FC.
             IF WRK-ACHOU = 'N' AND WRK-QT-FC < 200
               ADD 1 TO WRK-QT-FC
               MOVE WRK-QT-FC TO WRK-IDX-FC
               MOVE WRK-CONTA-X TO WRK-FC-CONTA(WRK-IDX-FC)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       7160-CONFERE-CONTA-FC.
      *>  --------------------------------------------------------------
             IF WRK-FC-CONTA(WRK-IDX-FC) = WRK-CONTA-X
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX-FC
             END-IF.
      *>  --------------------------------------------------------------
       7200-SOMA-DIARIO.
      *>  --------------------------------------------------------------
             OPEN INPUT DIARIO.
             IF DIARIO-STATUS NOT = 0
               MOVE 0 TO DIARIO-STATUS
             ELSE
               READ DIARIO
                 AT END MOVE 10 TO DIARIO-STATUS
               END-READ
               PERFORM 7210-SOMA-UM-LANCAMENTO
                 UNTIL DIARIO-STATUS = 10
               CLOSE DIARIO
               MOVE 0 TO DIARIO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7210-SOMA-UM-LANCAMENTO.
      *>  --------------------------------------------------------------
             DIVIDE DI-DATA BY 100 GIVING WRK-MES-LANC.
             IF WRK-MES-LANC = WRK-MES-FECHA
               MOVE DI-CONTA TO WRK-CONTA-X
               PERFORM 7150-ACHA-CONTA-FC
               IF WRK-ACHOU = 'S'
                 IF DI-DC = 'D'
                   ADD DI-VALOR TO WRK-FC-DEBITO(WRK-IDX-FC)
                 ELSE
                   ADD DI-VALOR TO WRK-FC-CREDITO(WRK-IDX-FC)
                 END-IF
               END-IF
             END-IF.
             READ DIARIO
               AT END MOVE 10 TO DIARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  7250-CALCULA-FINAL - SALDO FINAL (POSITIVO DEVEDOR) E TIPO
      *>  DA CONTA NO PLANO; CONTA FORA DO PLANO FICA SEM TIPO.
      *>  --------------------------------------------------------------
       7250-CALCULA-FINAL.
      *>  --------------------------------------------------------------
             COMPUTE WRK-FC-FINAL(WRK-IDX) = WRK-FC-ANTERIOR(WRK-IDX)
                   + WRK-FC-DEBITO(WRK-IDX) - WRK-FC-CREDITO(WRK-IDX).
             MOVE WRK-FC-CONTA(WRK-IDX) TO PC-CONTA.
             READ PLANO-CONTAS
               INVALID KEY
                 MOVE SPACES TO WRK-FC-TIPO(WRK-IDX)
                 MOVE 'CONTA SEM CADASTRO' TO WRK-FC-NOME(WRK-IDX)
               NOT INVALID KEY
                 MOVE PC-NOME TO WRK-FC-NOME(WRK-IDX)
                 IF PC-TIPO = 'A' OR 'P' OR 'R' OR 'D'
                   MOVE PC-TIPO TO WRK-FC-TIPO(WRK-IDX)
                 ELSE
                   MOVE SPACES TO WRK-FC-TIPO(WRK-IDX)
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  7300-IMPRIME-DRE - DEMONSTRACAO DO RESULTADO: RECEITAS (R) E
      *>  DESPESAS (D) NO MES E ACUMULADAS NO EXERCICIO, PELO SALDO
      *>  NATURAL DE CADA GRUPO.
      *>  --------------------------------------------------------------
       7300-IMPRIME-DRE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TOT-RECEITAS WRK-TOT-DESPESAS
                       WRK-TOT-REC-ANO WRK-TOT-DES-ANO.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             STRING 'DEMONSTRACAO DO RESULTADO - MES ' WRK-MES-FECHA
                    DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'RECEITAS' TO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'R' TO WRK-TIPO-SECAO.
             PERFORM 7310-LINHA-DRE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             MOVE WRK-TOT-RECEITAS TO WRK-VALOR-ED.
             MOVE WRK-TOT-REC-ANO TO WRK-VALOR-ED2.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             STRING 'TOTAL DAS RECEITAS' '                         '
                    '   MES=' WRK-VALOR-ED ' ACUMULADO=' WRK-VALOR-ED2
                    DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'DESPESAS' TO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'D' TO WRK-TIPO-SECAO.
             PERFORM 7310-LINHA-DRE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             MOVE WRK-TOT-DESPESAS TO WRK-VALOR-ED.
             MOVE WRK-TOT-DES-ANO TO WRK-VALOR-ED2.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             STRING 'TOTAL DAS DESPESAS' '                         '
                    '   MES=' WRK-VALOR-ED ' ACUMULADO=' WRK-VALOR-ED2
                    DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             COMPUTE WRK-RESULTADO = WRK-TOT-RECEITAS
                                   - WRK-TOT-DESPESAS.
             MOVE WRK-RESULTADO TO WRK-VALOR-ED.
             COMPUTE WRK-RESULTADO = WRK-TOT-REC-ANO - WRK-TOT-DES-ANO.
             MOVE WRK-RESULTADO TO WRK-VALOR-ED2.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             STRING 'RESULTADO LIQUIDO' '                          '
                    '   MES=' WRK-VALOR-ED ' ACUMULADO=' WRK-VALOR-ED2
                    DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
      *>  --------------------------------------------------------------
       7310-LINHA-DRE.
      *>  --------------------------------------------------------------
             IF WRK-FC-TIPO(WRK-IDX) = WRK-TIPO-SECAO
               IF WRK-TIPO-SECAO = 'R'
                 COMPUTE WRK-MES-NAT = WRK-FC-CREDITO(WRK-IDX)
                                     - WRK-FC-DEBITO(WRK-IDX)
                 COMPUTE WRK-SALDO-NAT = WRK-FC-FINAL(WRK-IDX) * -1
                 ADD WRK-MES-NAT TO WRK-TOT-RECEITAS
                 ADD WRK-SALDO-NAT TO WRK-TOT-REC-ANO
               ELSE
                 COMPUTE WRK-MES-NAT = WRK-FC-DEBITO(WRK-IDX)
                                     - WRK-FC-CREDITO(WRK-IDX)
                 MOVE WRK-FC-FINAL(WRK-IDX) TO WRK-SALDO-NAT
                 ADD WRK-MES-NAT TO WRK-TOT-DESPESAS
                 ADD WRK-SALDO-NAT TO WRK-TOT-DES-ANO
               END-IF
               MOVE WRK-MES-NAT TO WRK-VALOR-ED
               MOVE WRK-SALDO-NAT TO WRK-VALOR-ED2
               MOVE SPACES TO RELAT-DEMONSTR-REG
               STRING '  ' WRK-FC-CONTA(WRK-IDX)
                      ' ' WRK-FC-NOME(WRK-IDX)
                      '   MES=' WRK-VALOR-ED ' ACUMULADO=' WRK-VALOR-ED2
                      DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG
               WRITE RELAT-DEMONSTR-REG
             END-IF.
      *>  --------------------------------------------------------------
      *>  7400-ENCERRA-RESULTADO - DEZEMBRO: ZERA CADA CONTA DE RECEITA
      *>  E DESPESA CONTRA A CONTA DE LUCROS ACUMULADOS, COM PARTIDAS
      *>  DE ORIGEM ENCERRA EM 31/12 GRAVADAS NO DIARIO.
      *>  --------------------------------------------------------------
       7400-ENCERRA-RESULTADO.
      *>  --------------------------------------------------------------
             OPEN EXTEND DIARIO.
             IF DIARIO-STATUS = 35
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN EXTEND DIARIO
             END-IF.
             PERFORM 7410-ENCERRA-UMA-CONTA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             CLOSE DIARIO.
             COMPUTE WRK-FC-FINAL(WRK-IDX-LUCROS) =
                     WRK-FC-ANTERIOR(WRK-IDX-LUCROS)
                   + WRK-FC-DEBITO(WRK-IDX-LUCROS)
                   - WRK-FC-CREDITO(WRK-IDX-LUCROS).
      *>  --------------------------------------------------------------
       7410-ENCERRA-UMA-CONTA.
      *>  --------------------------------------------------------------
             IF (WRK-FC-TIPO(WRK-IDX) = 'R' OR 'D')
                AND WRK-FC-FINAL(WRK-IDX) NOT = 0
               COMPUTE WRK-DATA-LANC = WRK-MES-FECHA * 100 + 31
               MOVE WRK-DATA-LANC TO DI-DATA
               MOVE 'ENCERRA ' TO DI-ORIGEM
               IF WRK-FC-FINAL(WRK-IDX) > 0
                 MOVE WRK-FC-FINAL(WRK-IDX) TO WRK-VALOR-ENC
                 MOVE WRK-FC-CONTA(WRK-IDX) TO DI-CONTA
                 MOVE 'C' TO DI-DC
                 MOVE WRK-VALOR-ENC TO DI-VALOR
                 WRITE DIARIO-REG
                 MOVE WRK-CONTA-LUCROS TO DI-CONTA
                 MOVE 'D' TO DI-DC
                 WRITE DIARIO-REG
                 ADD WRK-VALOR-ENC TO WRK-FC-CREDITO(WRK-IDX)
                 ADD WRK-VALOR-ENC TO WRK-FC-DEBITO(WRK-IDX-LUCROS)
               ELSE
                 COMPUTE WRK-VALOR-ENC = WRK-FC-FINAL(WRK-IDX) * -1
                 MOVE WRK-FC-CONTA(WRK-IDX) TO DI-CONTA
                 MOVE 'D' TO DI-DC
                 MOVE WRK-VALOR-ENC TO DI-VALOR
                 WRITE DIARIO-REG
                 MOVE WRK-CONTA-LUCROS TO DI-CONTA
                 MOVE 'C' TO DI-DC
                 WRITE DIARIO-REG
                 ADD WRK-VALOR-ENC TO WRK-FC-DEBITO(WRK-IDX)
                 ADD WRK-VALOR-ENC TO WRK-FC-CREDITO(WRK-IDX-LUCROS)
               END-IF
               MOVE 0 TO WRK-FC-FINAL(WRK-IDX)
             END-IF.
      *>  --------------------------------------------------------------
      *>  7500-IMPRIME-BALANCO - BALANCO PATRIMONIAL PELO TIPO DA
      *>  CONTA: ATIVO (SALDO DEVEDOR), PASSIVO E PATRIMONIO LIQUIDO
      *>  (SALDO CREDOR) E O RESULTADO DO EXERCICIO AINDA NAO
      *>  ENCERRADO. CONTA FORA DO PLANO SAI EM GRUPO A PARTE.
      *>  --------------------------------------------------------------
       7500-IMPRIME-BALANCO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TOT-ATIVO WRK-TOT-PASSIVO WRK-RESULTADO.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             STRING 'BALANCO PATRIMONIAL - MES ' WRK-MES-FECHA
                    DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'ATIVO' TO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'A' TO WRK-TIPO-SECAO.
             MOVE 0 TO WRK-TOT-SECAO.
             PERFORM 7510-LINHA-BALANCO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             MOVE WRK-TOT-SECAO TO WRK-TOT-ATIVO.
             MOVE WRK-TOT-ATIVO TO WRK-VALOR-ED.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             STRING 'TOTAL DO ATIVO' '                              '
                    '   SALDO=' WRK-VALOR-ED
                    DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'PASSIVO E PATRIMONIO LIQUIDO' TO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE 'P' TO WRK-TIPO-SECAO.
             MOVE 0 TO WRK-TOT-SECAO.
             PERFORM 7510-LINHA-BALANCO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             MOVE WRK-TOT-SECAO TO WRK-TOT-PASSIVO.
             PERFORM 7520-SOMA-RESULTADO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             IF WRK-RESULTADO NOT = 0
               MOVE WRK-RESULTADO TO WRK-VALOR-ED
               MOVE SPACES TO RELAT-DEMONSTR-REG
               STRING '  RESULTADO DO EXERCICIO' '                     '
                      '   SALDO=' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG
               WRITE RELAT-DEMONSTR-REG
               ADD WRK-RESULTADO TO WRK-TOT-PASSIVO
             END-IF.
             MOVE WRK-TOT-PASSIVO TO WRK-VALOR-ED.
             MOVE SPACES TO RELAT-DEMONSTR-REG.
             STRING 'TOTAL DO PASSIVO E PL' '                       '
                    '   SALDO=' WRK-VALOR-ED
                    DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG.
             WRITE RELAT-DEMONSTR-REG.
             MOVE SPACES TO WRK-TIPO-SECAO.
             MOVE 0 TO WRK-QT-CONTAS.
             PERFORM 7530-CONTA-SEM-TIPO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             IF WRK-QT-CONTAS > 0
               MOVE 'CONTAS FORA DO PLANO (FORA DO BALANCO)'
                 TO RELAT-DEMONSTR-REG
               WRITE RELAT-DEMONSTR-REG
               PERFORM 7510-LINHA-BALANCO
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-FC
             END-IF.
             IF WRK-TOT-ATIVO = WRK-TOT-PASSIVO
               MOVE 'BALANCO FECHADO - ATIVO = PASSIVO + PL'
                 TO RELAT-DEMONSTR-REG
             ELSE
               MOVE '*** BALANCO FORA - ATIVO DIFERENTE DE PASSIVO ***'
                 TO RELAT-DEMONSTR-REG
             END-IF.
             WRITE RELAT-DEMONSTR-REG.
      *>  --------------------------------------------------------------
       7510-LINHA-BALANCO.
      *>  --------------------------------------------------------------
             IF WRK-FC-TIPO(WRK-IDX) = WRK-TIPO-SECAO
               IF WRK-TIPO-SECAO = 'P'
                 COMPUTE WRK-SALDO-NAT = WRK-FC-FINAL(WRK-IDX) * -1
               ELSE
                 MOVE WRK-FC-FINAL(WRK-IDX) TO WRK-SALDO-NAT
               END-IF
               ADD WRK-SALDO-NAT TO WRK-TOT-SECAO
               MOVE WRK-SALDO-NAT TO WRK-VALOR-ED
               MOVE SPACES TO RELAT-DEMONSTR-REG
               STRING '  ' WRK-FC-CONTA(WRK-IDX)
                      ' ' WRK-FC-NOME(WRK-IDX)
                      '   SALDO=' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO RELAT-DEMONSTR-REG
               WRITE RELAT-DEMONSTR-REG
             END-IF.
      *>  --------------------------------------------------------------
       7520-SOMA-RESULTADO.
      *>  --------------------------------------------------------------
             IF WRK-FC-TIPO(WRK-IDX) = 'R' OR 'D'
               SUBTRACT WRK-FC-FINAL(WRK-IDX) FROM WRK-RESULTADO
             END-IF.
      *>  --------------------------------------------------------------
       7530-CONTA-SEM-TIPO.
      *>  --------------------------------------------------------------
             IF WRK-FC-TIPO(WRK-IDX) = SPACES
               ADD 1 TO WRK-QT-CONTAS
             END-IF.
      *>  --------------------------------------------------------------
       7600-GRAVA-SALDOS.
      *>  --------------------------------------------------------------
             PERFORM 7610-GRAVA-UM-SALDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FC.
             CLOSE SALDOS-CONTABEIS.
      *>  --------------------------------------------------------------
       7610-GRAVA-UM-SALDO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO SALDOCON-MASTER-REG.
             MOVE WRK-MES-FECHA TO SC-MES.
             MOVE WRK-FC-CONTA(WRK-IDX) TO SC-CONTA.
             MOVE WRK-FC-ANTERIOR(WRK-IDX) TO SC-SALDO-ANTERIOR.
             MOVE WRK-FC-DEBITO(WRK-IDX) TO SC-DEBITOS.
             MOVE WRK-FC-CREDITO(WRK-IDX) TO SC-CREDITOS.
             MOVE WRK-FC-FINAL(WRK-IDX) TO SC-SALDO-FINAL.
             MOVE WRK-DATA-HOJE TO SC-DT-FECHAMENTO.
             WRITE SALDOCON-MASTER-REG
               INVALID KEY
                 REWRITE SALDOCON-MASTER-REG
             END-WRITE.
      *>  --------------------------------------------------------------
       7700-FECHA-PERIODO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO PERIODO-MASTER-REG.
             MOVE WRK-MES-FECHA TO PE-MES.
             MOVE 'F' TO PE-SITUACAO.
             MOVE WRK-DATA-HOJE TO PE-DT-FECHAMENTO.
             WRITE PERIODO-MASTER-REG
               INVALID KEY
                 REWRITE PERIODO-MASTER-REG
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  8000-MANTEM-PERIODOS - PARAMETROS DO FECHAMENTO (REGISTRO DE
      *>  MES ZERO) E CONSULTA DA SITUACAO DE UM MES.
      *>  --------------------------------------------------------------
       8000-MANTEM-PERIODOS.
      *>  --------------------------------------------------------------
             DISPLAY 'LANCAMENTO EM MES FECHADO: ' WRK-POLITICA
                     ' (M=PRIMEIRO MES ABERTO S=SUSPENSE)'.
             DISPLAY 'CONTA DE LUCROS ACUMULADOS: ' WRK-CONTA-LUCROS.
             DISPLAY 'ALTERAR PARAMETROS (S/N)? '.
             ACCEPT WRK-CONFIRMA.
             IF WRK-CONFIRMA = 'S'
               PERFORM 8100-ALTERA-PARAMETROS
             END-IF.
             DISPLAY 'CONSULTAR MES (AAAAMM, ZERO NAO CONSULTA): '.
             ACCEPT WRK-MES-LANC.
             IF WRK-MES-LANC NOT = 0
               PERFORM 4060-LE-PERIODO
               IF WRK-MES-FECHADO = 'S'
                 DISPLAY 'MES ' WRK-MES-LANC ' FECHADO EM '
                         PE-DT-FECHAMENTO
               ELSE
                 DISPLAY 'MES ' WRK-MES-LANC ' ABERTO'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       8100-ALTERA-PARAMETROS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'LANCAMENTO EM MES FECHADO (M/S)..: '.
             ACCEPT WRK-CONFIRMA.
             DISPLAY 'CONTA DE LUCROS ACUMULADOS.......: '.
             ACCEPT WRK-CONTA-X.
             IF WRK-CONFIRMA NOT = 'M' AND WRK-CONFIRMA NOT = 'S'
               MOVE '*** INFORME M OU S ***' TO WRK-MENSAGEM
             ELSE
               MOVE WRK-CONTA-X TO PC-CONTA
               READ PLANO-CONTAS
                 INVALID KEY
                   MOVE '*** CONTA NAO CADASTRADA NO PLANO ***'
                     TO WRK-MENSAGEM
                 NOT INVALID KEY
                   IF PC-TIPO NOT = 'P'
                     MOVE '*** CONTA DE LUCROS DEVE SER DO TIPO P ***'
                       TO WRK-MENSAGEM
                   END-IF
               END-READ
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY WRK-MENSAGEM
             ELSE
               MOVE WRK-CONFIRMA TO WRK-POLITICA
               MOVE WRK-CONTA-X TO WRK-CONTA-LUCROS
               MOVE SPACES TO PERIODO-MASTER-REG
               MOVE 0 TO PE-MES
               MOVE WRK-POLITICA TO PE-POLITICA
               MOVE WRK-CONTA-LUCROS TO PE-CONTA-LUCROS
               WRITE PERIODO-MASTER-REG
                 INVALID KEY
                   REWRITE PERIODO-MASTER-REG
               END-WRITE
               DISPLAY 'PARAMETROS GRAVADOS'
             END-IF.
