       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINLIQ.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = LIQUIDACAO DE SINISTROS: PARA UM
      ***   SINISTRO APROVADO NO SINREG (SINDET.TXT) E A APOLICE DO
      ***   CLIENTE (APOLICES.TXT), APURA O PREJUIZO (CUSTO REAL DO
      ***   REPARO GRAVADO PELO OSREPARO OU A RESERVA ESTIMADA),
      ***   DESCONTA A FRANQUIA DA CATEGORIA DO VEICULO (VEICULOS.TXT)
      ***   OU A FRANQUIA RESIDENCIAL E DECLARA PERDA TOTAL QUANDO O
      ***   PREJUIZO PASSA DO PERCENTUAL DO VALOR SEGURADO DO
      ***   PARAMETRO (SINPARM.TXT). NA APOLICE DE FROTA O VALOR
      ***   SEGURADO E O DO VEICULO (ITEM) SINISTRADO. GRAVA A
      ***   LIQUIDACAO (SINLIQ.TXT),
      ***   A ORDEM DE PAGAMENTO DA INDENIZACAO (ORDPGSIN.TXT) E, NA
      ***   PERDA TOTAL, ABRE O SALVADO (SALVADOS.TXT), CUJA VENDA
      ***   REDUZ O CUSTO LIQUIDO DO SINISTRO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACOES ASSIGN TO 'C:\COBOL\SINLIQ.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIQ-STATUS
             RECORD KEY IS LQ-SINISTRO.
           SELECT SALVADOS ASSIGN TO 'C:\COBOL\SALVADOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SALVADO-STATUS
             RECORD KEY IS SV-SINISTRO.
           SELECT LIQ-PARAM ASSIGN TO 'C:\COBOL\SINPARM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PARAM-STATUS
             RECORD KEY IS LP-CHAVE.
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS DETALHE-STATUS
             RECORD KEY IS SD-NUMERO.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT VEICULOS ASSIGN TO 'C:\COBOL\VEICULOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS VEICULOS-STATUS
             RECORD KEY IS VE-CHAVE.
           SELECT ORDEM-PAGTO ASSIGN TO 'C:\COBOL\ORDPGSIN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORDEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LIQUIDACOES.
       COPY 'LIQUIDACAO-MASTER.CBL'.
       FD SALVADOS.
       COPY 'SALVADO-MASTER.CBL'.
      *>  --------------------------------------------------------------
      *>  PARAMETROS DE LIQUIDACAO (REGISTRO UNICO, CHAVE 1): FRANQUIA
      *>  EM R$ POR CATEGORIA DO VEICULO (1-POPULAR 2-SEDAN 3-SUV
      *>  4-LUXO, AS MESMAS DO PREMIO-SEG), FRANQUIA RESIDENCIAL E O
      *>  PERCENTUAL DO VALOR SEGURADO A PARTIR DO QUAL O PREJUIZO E
      *>  PERDA TOTAL.
      *>  --------------------------------------------------------------
       FD LIQ-PARAM.
       01 LIQ-PARAM-REG.
            05 LP-CHAVE            PIC 9(01).
            05 LP-FRANQUIA-CATEG OCCURS 4 TIMES PIC 9(05)V99.
            05 LP-FRANQUIA-RESID   PIC 9(05)V99.
            05 LP-PCT-PERDA-TOTAL  PIC 9(03)V99.
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
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
                88 SD-ABERTO           VALUE 'A'.
                88 SD-APROVADO         VALUE 'P'.
                88 SD-NEGADO           VALUE 'N'.
                88 SD-PAGO             VALUE 'G'.
            05 SD-DT-REGISTRO      PIC 9(08).
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD VEICULOS.
       COPY 'VEICULO-MASTER.CBL'.
      *>  --------------------------------------------------------------
      *>  ORDEM DE PAGAMENTO DA INDENIZACAO: UMA LINHA POR SINISTRO
      *>  LIQUIDADO COM INDENIZACAO, SITUACAO A AGUARDANDO PAGAMENTO.
      *>  O PAGLOTE PASSA PARA E (ENVIADA AO BANCO), P (PAGA) OU D
      *>  (DEVOLVIDA PELO BANCO).
      *>  --------------------------------------------------------------
       FD ORDEM-PAGTO.
       01 ORDEM-PAGTO-REG.
            05 OP-SINISTRO         PIC 9(08).
            05 OP-APOLICE          PIC 9(08).
            05 OP-CLI-ID           PIC 9(05).
            05 OP-DT-EMISSAO       PIC 9(08).
            05 OP-TIPO             PIC X(01).
            05 OP-VALOR            PIC 9(07)V99.
            05 OP-SITUACAO         PIC X(01).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 LIQ-STATUS       PIC 9(02) VALUE ZEROS.
       77 SALVADO-STATUS   PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 VEICULOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 ORDEM-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-SINISTRO PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-APOLICE  PIC 9(08) VALUE ZEROS.
       77 WRK-CATEGORIA    PIC 9(01) VALUE ZEROS.
       77 WRK-VL-PREJUIZO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-SEGURADO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ITEM-FROTA   PIC 9(03) VALUE ZEROS.
       77 WRK-VL-FRANQUIA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-INDENIZ   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-LIMITE-PT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-VENDA     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TIPO-LIQ     PIC X(01) VALUE SPACES.
       77 WRK-OK           PIC X(01) VALUE 'N'.
       77 WRK-VEICULO-OK   PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-SIN-OK       PIC X(01) VALUE 'N'.
       77 WRK-APL-OK       PIC X(01) VALUE 'N'.
       77 WRK-VEI-OK       PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9.
             CLOSE LIQUIDACOES SALVADOS LIQ-PARAM.
             IF WRK-SIN-OK = 'S'
               CLOSE SINISTROS-DETALHE
             END-IF.
             IF WRK-APL-OK = 'S'
               CLOSE APOLICES
             END-IF.
             IF WRK-VEI-OK = 'S'
               CLOSE VEICULOS
             END-IF.
           STOP RUN.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O LIQUIDACOES.
             IF LIQ-STATUS = 35
               OPEN OUTPUT LIQUIDACOES
               CLOSE LIQUIDACOES
               OPEN I-O LIQUIDACOES
             END-IF.
             OPEN I-O SALVADOS.
             IF SALVADO-STATUS = 35
               OPEN OUTPUT SALVADOS
               CLOSE SALVADOS
               OPEN I-O SALVADOS
             END-IF.
             OPEN I-O LIQ-PARAM.
             IF PARAM-STATUS = 35
               OPEN OUTPUT LIQ-PARAM
               CLOSE LIQ-PARAM
               OPEN I-O LIQ-PARAM
             END-IF.
             PERFORM 0200-CARREGA-PARAMETROS.
             OPEN INPUT SINISTROS-DETALHE.
             IF DETALHE-STATUS = 0
               MOVE 'S' TO WRK-SIN-OK
             END-IF.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE 'S' TO WRK-APL-OK
             END-IF.
             OPEN INPUT VEICULOS.
             IF VEICULOS-STATUS = 0
               MOVE 'S' TO WRK-VEI-OK
             END-IF.
             MOVE 0 TO DETALHE-STATUS APOLICES-STATUS VEICULOS-STATUS.
      *>  --------------------------------------------------------------
      *>  0200-CARREGA-PARAMETROS - NA PRIMEIRA EXECUCAO O PARAMETRO E
      *>  CRIADO COM A FRANQUIA PADRAO DE CADA CATEGORIA E PERDA TOTAL
      *>  A PARTIR DE 75% DO VALOR SEGURADO.
      *>  --------------------------------------------------------------
       0200-CARREGA-PARAMETROS.
      *>  --------------------------------------------------------------
             MOVE 1 TO LP-CHAVE.
             READ LIQ-PARAM
               INVALID KEY
                 PERFORM 0250-CRIA-PARAM-PADRAO
             END-READ.
      *>  --------------------------------------------------------------
       0250-CRIA-PARAM-PADRAO.
      *>  --------------------------------------------------------------
             MOVE 1       TO LP-CHAVE.
             MOVE 1500,00 TO LP-FRANQUIA-CATEG(1).
             MOVE 2500,00 TO LP-FRANQUIA-CATEG(2).
             MOVE 4000,00 TO LP-FRANQUIA-CATEG(3).
             MOVE 6000,00 TO LP-FRANQUIA-CATEG(4).
             MOVE 1000,00 TO LP-FRANQUIA-RESID.
             MOVE 75,00   TO LP-PCT-PERDA-TOTAL.
             WRITE LIQ-PARAM-REG.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'LIQUIDACAO DE SINISTROS'.
             DISPLAY '1 - LIQUIDAR SINISTRO'.
             DISPLAY '2 - REGISTRAR VENDA DE SALVADO'.
             DISPLAY '3 - CONSULTAR LIQUIDACAO'.
             DISPLAY '4 - PARAMETROS DE FRANQUIA E PERDA TOTAL'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-LIQUIDA-SINISTRO
               WHEN 2
                 PERFORM 2000-VENDA-SALVADO
               WHEN 3
                 PERFORM 3000-CONSULTA-LIQUIDACAO
               WHEN 4
                 PERFORM 4000-MANUTENCAO-PARAMETROS
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-LIQUIDA-SINISTRO - SO SINISTRO APROVADO E AINDA NAO
      *>  LIQUIDADO; A APOLICE INFORMADA TEM QUE SER DO MESMO CLIENTE
      *>  E DE AUTO OU RESIDENCIAL (O PRESTAMISTA QUITA O CONTRATO DE
      *>  EMPRESTIMO E NAO PASSA POR AQUI).
      *>  --------------------------------------------------------------
       1000-LIQUIDA-SINISTRO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-OK.
             DISPLAY 'NUMERO DO SINISTRO.............: '.
             ACCEPT WRK-NUM-SINISTRO.
             MOVE WRK-NUM-SINISTRO TO LQ-SINISTRO.
             READ LIQUIDACOES
               INVALID KEY
                 PERFORM 1100-LE-SINISTRO
               NOT INVALID KEY
                 DISPLAY '*** SINISTRO JA LIQUIDADO EM '
                         LQ-DT-LIQUIDACAO ' ***'
             END-READ.
             IF WRK-OK = 'S'
               PERFORM 1200-LE-APOLICE
             END-IF.
             IF WRK-OK = 'S'
               PERFORM 1300-APURA-INDENIZACAO
               PERFORM 1400-CONFIRMA-E-GRAVA
             END-IF.
      *>  --------------------------------------------------------------
       1100-LE-SINISTRO.
      *>  --------------------------------------------------------------
             IF WRK-SIN-OK = 'N'
               DISPLAY '*** SEM SINISTROS REGISTRADOS ***'
             ELSE
               MOVE WRK-NUM-SINISTRO TO SD-NUMERO
               READ SINISTROS-DETALHE
                 INVALID KEY
                   DISPLAY '*** SINISTRO NAO ENCONTRADO ***'
                 NOT INVALID KEY
                   IF SD-APROVADO
                     MOVE 'S' TO WRK-OK
                   ELSE
                     DISPLAY '*** SINISTRO NAO ESTA APROVADO - '
                             'SITUACAO ' SD-SITUACAO ' ***'
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       1200-LE-APOLICE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-OK.
             DISPLAY 'CLIENTE ' SD-CLI-ID ' DATA ' SD-DATA
                     ' TIPO ' SD-TIPO ' ESTIMADO ' SD-VALOR-ESTIMADO
                     ' REPARO ' SD-CUSTO-REPARO.
             DISPLAY 'NUMERO DA APOLICE..............: '.
             ACCEPT WRK-NUM-APOLICE.
             IF WRK-APL-OK = 'N'
               DISPLAY '*** SEM APOLICES EMITIDAS ***'
             ELSE
               MOVE WRK-NUM-APOLICE TO APL-NUMERO
               READ APOLICES
                 INVALID KEY
                   DISPLAY '*** APOLICE NAO ENCONTRADA ***'
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN APL-CLI-ID NOT = SD-CLI-ID
                       DISPLAY '*** APOLICE NAO E DO CLIENTE DO '
                               'SINISTRO ***'
                     WHEN APL-PRESTAMISTA
                       DISPLAY '*** APOLICE PRESTAMISTA NAO E '
                               'LIQUIDADA POR SINISTRO ***'
                     WHEN OTHER
                       MOVE 'S' TO WRK-OK
                   END-EVALUATE
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  1300-APURA-INDENIZACAO - PREJUIZO = CUSTO REAL DO REPARO SE
      *>  A ORDEM JA FECHOU, SENAO A RESERVA. NO AUTO (MENOS DANO A
      *>  TERCEIROS), PREJUIZO IGUAL OU ACIMA DO PERCENTUAL DE PERDA
      *>  TOTAL DO VALOR SEGURADO E PERDA TOTAL: INDENIZA O VALOR
      *>  SEGURADO SEM FRANQUIA. PERDA PARCIAL INDENIZA O PREJUIZO
      *>  MENOS A FRANQUIA (DANO A TERCEIROS NAO TEM FRANQUIA), ATE O
      *>  VALOR SEGURADO.
      *>  --------------------------------------------------------------
       1300-APURA-INDENIZACAO.
      *>  --------------------------------------------------------------
             IF SD-CUSTO-REPARO > 0
               MOVE SD-CUSTO-REPARO TO WRK-VL-PREJUIZO
             ELSE
               MOVE SD-VALOR-ESTIMADO TO WRK-VL-PREJUIZO
             END-IF.
             MOVE ZEROS TO WRK-VL-FRANQUIA.
             MOVE 'P' TO WRK-TIPO-LIQ.
             MOVE APL-VL-BEM TO WRK-VL-SEGURADO.
             IF APL-AUTO
               PERFORM 1310-CATEGORIA-VEICULO
               COMPUTE WRK-VL-LIMITE-PT ROUNDED =
                       WRK-VL-SEGURADO * LP-PCT-PERDA-TOTAL / 100
               IF NOT SD-TIPO-TERCEIROS AND WRK-VL-SEGURADO > 0
                  AND WRK-VL-PREJUIZO >= WRK-VL-LIMITE-PT
                 MOVE 'T' TO WRK-TIPO-LIQ
               END-IF
               IF NOT SD-TIPO-TERCEIROS
                 MOVE LP-FRANQUIA-CATEG(WRK-CATEGORIA)
                   TO WRK-VL-FRANQUIA
               END-IF
             ELSE
               MOVE LP-FRANQUIA-RESID TO WRK-VL-FRANQUIA
             END-IF.
             IF WRK-TIPO-LIQ = 'T'
               MOVE ZEROS TO WRK-VL-FRANQUIA
               MOVE WRK-VL-SEGURADO TO WRK-VL-INDENIZ
             ELSE
               IF WRK-VL-PREJUIZO > WRK-VL-FRANQUIA
                 COMPUTE WRK-VL-INDENIZ =
                         WRK-VL-PREJUIZO - WRK-VL-FRANQUIA
               ELSE
                 MOVE ZEROS TO WRK-VL-INDENIZ
               END-IF
               IF WRK-VL-INDENIZ > WRK-VL-SEGURADO
                  AND WRK-VL-SEGURADO > 0
                 MOVE WRK-VL-SEGURADO TO WRK-VL-INDENIZ
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1310-CATEGORIA-VEICULO - CATEGORIA DO VEICULO GRAVADA NA
      *>  EMISSAO; APOLICE DO LOTE (SEM VEICULO CADASTRADO) TEM A
      *>  CATEGORIA INFORMADA AQUI. NA FROTA O OPERADOR INFORMA O ITEM
      *>  DO VEICULO SINISTRADO, CUJO VALOR PASSA A SER O SEGURADO.
      *>  --------------------------------------------------------------
       1310-CATEGORIA-VEICULO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-VEICULO-OK.
             MOVE 0 TO WRK-CATEGORIA.
             IF WRK-VEI-OK = 'S'
               MOVE APL-NUMERO TO VE-APOLICE
               MOVE 1 TO VE-ITEM
               IF APL-E-FROTA
                 DISPLAY 'ITEM DO VEICULO NA FROTA........: '
                 ACCEPT WRK-ITEM-FROTA
                 MOVE WRK-ITEM-FROTA TO VE-ITEM
               END-IF
               READ VEICULOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-VEICULO-OK
                   MOVE VE-CATEGORIA TO WRK-CATEGORIA
                   IF APL-E-FROTA AND VE-VALOR > 0
                     MOVE VE-VALOR TO WRK-VL-SEGURADO
                   END-IF
               END-READ
             END-IF.
             PERFORM 1320-PEDE-CATEGORIA
               UNTIL WRK-CATEGORIA >= 1 AND WRK-CATEGORIA <= 4.
      *>  --------------------------------------------------------------
       1320-PEDE-CATEGORIA.
      *>  --------------------------------------------------------------
             DISPLAY 'VEICULO SEM CATEGORIA NO CADASTRO'.
             DISPLAY 'CATEGORIA (1-POPULAR 2-SEDAN 3-SUV 4-LUXO): '.
             ACCEPT WRK-CATEGORIA.
      *>  --------------------------------------------------------------
       1400-CONFIRMA-E-GRAVA.
      *>  --------------------------------------------------------------
             DISPLAY 'VALOR SEGURADO.................: '
                     WRK-VL-SEGURADO.
             DISPLAY 'PREJUIZO APURADO...............: '
                     WRK-VL-PREJUIZO.
             IF WRK-TIPO-LIQ = 'T'
               DISPLAY '*** PERDA TOTAL - LIMITE ' WRK-VL-LIMITE-PT
                       ' ***'
             ELSE
               DISPLAY 'FRANQUIA.......................: '
                       WRK-VL-FRANQUIA
             END-IF.
             DISPLAY 'INDENIZACAO....................: '
                     WRK-VL-INDENIZ.
             DISPLAY 'CONFIRMA A LIQUIDACAO (S/N)....: '.
             ACCEPT WRK-CONFIRMA.
             IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'LIQUIDACAO CANCELADA'
             ELSE
               INITIALIZE LIQUIDACAO-MASTER-REG
               MOVE SD-NUMERO       TO LQ-SINISTRO
               MOVE APL-NUMERO      TO LQ-APOLICE
               MOVE SD-CLI-ID       TO LQ-CLI-ID
               MOVE WRK-DATA-HOJE   TO LQ-DT-LIQUIDACAO
               MOVE WRK-TIPO-LIQ    TO LQ-TIPO
               MOVE WRK-VL-SEGURADO TO LQ-VL-SEGURADO
               MOVE WRK-VL-PREJUIZO TO LQ-VL-PREJUIZO
               MOVE WRK-VL-FRANQUIA TO LQ-VL-FRANQUIA
               MOVE WRK-VL-INDENIZ  TO LQ-VL-INDENIZACAO
               MOVE WRK-VL-INDENIZ  TO LQ-VL-LIQUIDO
               WRITE LIQUIDACAO-MASTER-REG
               IF WRK-VL-INDENIZ > 0
                 PERFORM 1500-GRAVA-ORDEM-PAGTO
               ELSE
                 DISPLAY 'PREJUIZO DENTRO DA FRANQUIA - SEM '
                         'INDENIZACAO'
               END-IF
               IF LQ-PERDA-TOTAL AND NOT SD-TIPO-ROUBO
                 PERFORM 1600-ABRE-SALVADO
               END-IF
               DISPLAY 'SINISTRO ' LQ-SINISTRO ' LIQUIDADO'
             END-IF.
      *>  --------------------------------------------------------------
       1500-GRAVA-ORDEM-PAGTO.
      *>  --------------------------------------------------------------
             OPEN EXTEND ORDEM-PAGTO.
             IF ORDEM-STATUS = 35
               OPEN OUTPUT ORDEM-PAGTO
               CLOSE ORDEM-PAGTO
               OPEN EXTEND ORDEM-PAGTO
             END-IF.
             MOVE LQ-SINISTRO       TO OP-SINISTRO.
             MOVE LQ-APOLICE        TO OP-APOLICE.
             MOVE LQ-CLI-ID         TO OP-CLI-ID.
             MOVE WRK-DATA-HOJE     TO OP-DT-EMISSAO.
             MOVE LQ-TIPO           TO OP-TIPO.
             MOVE LQ-VL-INDENIZACAO TO OP-VALOR.
             MOVE 'A'               TO OP-SITUACAO.
             WRITE ORDEM-PAGTO-REG.
             CLOSE ORDEM-PAGTO.
             MOVE 0 TO ORDEM-STATUS.
             DISPLAY 'ORDEM DE PAGAMENTO EMITIDA (ORDPGSIN.TXT) R$ '
                     OP-VALOR.
      *>  --------------------------------------------------------------
       1600-ABRE-SALVADO.
      *>  --------------------------------------------------------------
             INITIALIZE SALVADO-MASTER-REG.
             MOVE LQ-SINISTRO   TO SV-SINISTRO.
             MOVE LQ-APOLICE    TO SV-APOLICE.
             MOVE WRK-DATA-HOJE TO SV-DT-ABERTURA.
             IF WRK-VEICULO-OK = 'S'
               MOVE VE-PLACA      TO SV-PLACA
               MOVE VE-MODELO     TO SV-MODELO
               MOVE VE-ANO-MODELO TO SV-ANO-MODELO
             END-IF.
             MOVE 'E' TO SV-SITUACAO.
             WRITE SALVADO-MASTER-REG
               INVALID KEY
                 DISPLAY '*** SALVADO JA EXISTE ***'
               NOT INVALID KEY
                 DISPLAY 'SALVADO ABERTO EM ESTOQUE (SALVADOS.TXT)'
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  2000-VENDA-SALVADO - A VENDA DO SALVADO EM ESTOQUE ENTRA NA
      *>  LIQUIDACAO DO SINISTRO E REDUZ O CUSTO LIQUIDO (NUNCA ABAIXO
      *>  DE ZERO).
      *>  --------------------------------------------------------------
       2000-VENDA-SALVADO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO SINISTRO.............: '.
             ACCEPT WRK-NUM-SINISTRO.
             MOVE WRK-NUM-SINISTRO TO SV-SINISTRO.
             READ SALVADOS
               INVALID KEY
                 DISPLAY '*** SALVADO NAO ENCONTRADO ***'
               NOT INVALID KEY
                 IF SV-VENDIDO
                   DISPLAY '*** SALVADO JA VENDIDO EM ' SV-DT-VENDA
                           ' ***'
                 ELSE
                   PERFORM 2100-REGISTRA-VENDA
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       2100-REGISTRA-VENDA.
      *>  --------------------------------------------------------------
             DISPLAY 'VEICULO ' SV-PLACA ' ' SV-MODELO ' '
                     SV-ANO-MODELO.
             DISPLAY 'VALOR DA VENDA R$..............: '.
             ACCEPT WRK-VL-VENDA.
             DISPLAY 'COMPRADOR......................: '.
             ACCEPT SV-COMPRADOR.
             IF WRK-VL-VENDA = 0
               DISPLAY '*** VALOR DA VENDA OBRIGATORIO ***'
             ELSE
               MOVE WRK-VL-VENDA  TO SV-VL-VENDA
               MOVE WRK-DATA-HOJE TO SV-DT-VENDA
               MOVE 'V'           TO SV-SITUACAO
               REWRITE SALVADO-MASTER-REG
               MOVE SV-SINISTRO TO LQ-SINISTRO
               READ LIQUIDACOES
                 INVALID KEY
                   DISPLAY '*** LIQUIDACAO DO SALVADO NAO '
                           'ENCONTRADA ***'
                 NOT INVALID KEY
                   ADD WRK-VL-VENDA TO LQ-VL-SALVADO
                   IF LQ-VL-SALVADO >= LQ-VL-INDENIZACAO
                     MOVE ZEROS TO LQ-VL-LIQUIDO
                   ELSE
                     COMPUTE LQ-VL-LIQUIDO =
                             LQ-VL-INDENIZACAO - LQ-VL-SALVADO
                   END-IF
                   REWRITE LIQUIDACAO-MASTER-REG
                   DISPLAY 'VENDA REGISTRADA - CUSTO LIQUIDO DO '
                           'SINISTRO R$ ' LQ-VL-LIQUIDO
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       3000-CONSULTA-LIQUIDACAO.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DO SINISTRO.............: '.
             ACCEPT WRK-NUM-SINISTRO.
             MOVE WRK-NUM-SINISTRO TO LQ-SINISTRO.
             READ LIQUIDACOES
               INVALID KEY
                 DISPLAY '*** SINISTRO NAO LIQUIDADO ***'
               NOT INVALID KEY
                 DISPLAY 'SINISTRO ' LQ-SINISTRO ' APOLICE '
                         LQ-APOLICE ' CLIENTE ' LQ-CLI-ID
                 DISPLAY 'LIQUIDADO EM ' LQ-DT-LIQUIDACAO
                         ' TIPO ' LQ-TIPO ' SEGURADO ' LQ-VL-SEGURADO
                 DISPLAY 'PREJUIZO ' LQ-VL-PREJUIZO
                         ' FRANQUIA ' LQ-VL-FRANQUIA
                         ' INDENIZACAO ' LQ-VL-INDENIZACAO
                 DISPLAY 'SALVADO ' LQ-VL-SALVADO
                         ' CUSTO LIQUIDO ' LQ-VL-LIQUIDO
                 IF LQ-PERDA-TOTAL
                   MOVE LQ-SINISTRO TO SV-SINISTRO
                   READ SALVADOS
                     INVALID KEY
                       DISPLAY 'SEM SALVADO (ROUBO)'
                     NOT INVALID KEY
                       DISPLAY 'SALVADO ' SV-PLACA ' SITUACAO '
                               SV-SITUACAO ' VENDA ' SV-DT-VENDA
                               ' ' SV-COMPRADOR
                   END-READ
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       4000-MANUTENCAO-PARAMETROS.
      *>  --------------------------------------------------------------
             DISPLAY 'FRANQUIA ATUAL POR CATEGORIA: '
                     LP-FRANQUIA-CATEG(1) ' ' LP-FRANQUIA-CATEG(2) ' '
                     LP-FRANQUIA-CATEG(3) ' ' LP-FRANQUIA-CATEG(4).
             DISPLAY 'FRANQUIA RESIDENCIAL: ' LP-FRANQUIA-RESID
                     ' PERDA TOTAL A PARTIR DE ' LP-PCT-PERDA-TOTAL
                     '%'.
             DISPLAY 'FRANQUIA CATEGORIA 1 (POPULAR) R$: '.
             ACCEPT LP-FRANQUIA-CATEG(1).
             DISPLAY 'FRANQUIA CATEGORIA 2 (SEDAN) R$..: '.
             ACCEPT LP-FRANQUIA-CATEG(2).
             DISPLAY 'FRANQUIA CATEGORIA 3 (SUV) R$....: '.
             ACCEPT LP-FRANQUIA-CATEG(3).
             DISPLAY 'FRANQUIA CATEGORIA 4 (LUXO) R$...: '.
             ACCEPT LP-FRANQUIA-CATEG(4).
             DISPLAY 'FRANQUIA RESIDENCIAL R$..........: '.
             ACCEPT LP-FRANQUIA-RESID.
             DISPLAY 'PERCENTUAL DE PERDA TOTAL........: '.
             ACCEPT LP-PCT-PERDA-TOTAL.
             IF LP-PCT-PERDA-TOTAL = 0 OR LP-PCT-PERDA-TOTAL > 100
               DISPLAY '*** PERCENTUAL INVALIDO - PARAMETROS NAO '
                       'ALTERADOS ***'
               PERFORM 0200-CARREGA-PARAMETROS
             ELSE
               MOVE 1 TO LP-CHAVE
               REWRITE LIQ-PARAM-REG
               DISPLAY 'PARAMETROS ATUALIZADOS'
             END-IF.
      *>  --------------------------------------------------------------
