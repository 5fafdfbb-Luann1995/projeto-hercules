      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SISTEMA QUE CALCULA O PREMIO DE UM-
      ***   SEGURO AUTOMOTIVO
      ***   (INDIVIDUAL OU DE FROTA PARA CLIENTE EMPRESA: UMA APOLICE
      ***   MESTRE, UM ITEM POR VEICULO EM VEICULOS.TXT E UM SO CARNE)
      ***   VEICULO USADO OU CLIENTE COM APOLICE SUSPENSA PASSA PELA
      ***   VISTORIA PREVIA (VISTORIA.TXT) ANTES DA EMISSAO: PARM
      ***   VISTOR AGENDA E REGISTRA O RESULTADO, PARM VISATR EMITE O
      ***   RELATORIO DIARIO DAS VISTORIAS EM ATRASO (RELVIST.TXT).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT VEICULOS ASSIGN TO 'C:\COBOL\VEICULOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VEICULOS-STATUS
             RECORD KEY IS VE-CHAVE.
           SELECT ENDOSSOS ASSIGN TO 'C:\COBOL\ENDOSSOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ENDOSSO-STATUS.
             ACCESS MODE IS RANDOM
             FILE STATUS IS CORRETOR-STATUS
             RECORD KEY IS COR-COD.
           SELECT VISTORIAS ASSIGN TO 'C:\COBOL\VISTORIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VISTORIA-STATUS
             RECORD KEY IS VS-NUMERO.
           SELECT APOLICE-SUSP ASSIGN TO 'C:\COBOL\APOLSUSP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS APOLSUSP-STATUS
             RECORD KEY IS SS-APOLICE.
           SELECT RELATORIO-VISTORIA ASSIGN TO 'C:\COBOL\RELVIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELVIST-STATUS.
           SELECT IMOVEIS ASSIGN TO 'C:\COBOL\IMOVEIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
            05 CTRL-CHAVE         PIC 9(01).
            05 CTRL-ULTIMO-NUM    PIC 9(08).
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD SEGURO-TRANS.
       01 SEGURO-TRANS-REG.
            05 SG-RESP-1       PIC 9(1).
       FD SEGURO-SAIDA.
       01 SEGURO-SAIDA-REG     PIC X(80).
       FD VEICULOS.
       COPY 'VEICULO-MASTER.CBL'.
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
            05 COR-PCT-AUTO        PIC 9(02)V99.
            05 COR-PCT-RESID       PIC 9(02)V99.
            05 COR-SITUACAO        PIC X(01).
            05 COR-CPF-CNPJ        PIC 9(14).
            05 COR-BANCO           PIC 9(03).
            05 COR-AGENCIA         PIC 9(04).
            05 COR-CONTA           PIC X(12).
       FD VISTORIAS.
       COPY 'VISTORIA-MASTER.CBL'.
       FD APOLICE-SUSP.
       01 APOLICE-SUSP-REG.
            05 SS-APOLICE        PIC 9(08).
            05 SS-DT-SUSPENSAO   PIC 9(08).
            05 SS-DT-REATIVACAO  PIC 9(08).
            05 SS-SITUACAO       PIC X(01).
                88 SS-SUSPENSA       VALUE 'S'.
       FD RELATORIO-VISTORIA.
       01 RELATORIO-VISTORIA-REG  PIC X(120).
       FD IMOVEIS.
       01 IMOVEIS-REG.
            05 IM-APOLICE          PIC 9(08).
       77 WRK-DATA-APOLICE PIC 9(08)        VALUE ZEROS.
       77 PARCELAS-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-QT-PARCELAS  PIC 9(02)        VALUE 1.
       77 WRK-PREMIO-ANUAL PIC 9(07)V99     VALUE ZEROS.
       77 WRK-VL-PARCELA   PIC 9(06)V99     VALUE ZEROS.
       77 WRK-IDX-PARC     PIC 9(02)        VALUE ZEROS.
       77 WRK-ANO-VENC     PIC 9(04)        VALUE ZEROS.
       77 WRK-FATOR-IDADE  PIC 9(01)V99     VALUE 1,00.
       77 WRK-FATOR-CATEG  PIC 9(01)V99     VALUE 1,00.
       77 WRK-ANO-HOJE     PIC 9(04)        VALUE ZEROS.
       77 WRK-ITEM-VEICULO PIC 9(03)        VALUE 1.
      *>  --------------------------------------------------------------
       77 CLIAUD-STATUS          PIC 9(02) VALUE ZEROS.
       77 WRK-OPERADOR           PIC X(08) VALUE SPACES.
       77 WRK-END-SEQ            PIC 9(03) VALUE ZEROS.
       77 WRK-END-ACHOU          PIC X(01) VALUE 'N'.
       77 WRK-END-PONTOS         PIC 9(02) VALUE ZEROS.
       77 WRK-PREMIO-ANT         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PREMIO-NOVO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-END-DT-EMISSAO     PIC 9(08) VALUE ZEROS.
       77 WRK-PREMIO-APOLICE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-END-FROTA          PIC X(01) VALUE 'N'.
       77 WRK-MESES-DECORRIDOS   PIC S9(04) VALUE ZEROS.
       77 WRK-MESES-RESTANTES    PIC 9(02) VALUE ZEROS.
       77 WRK-END-AJUSTE         PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FATOR-ALARME       PIC 9(01)V99 VALUE 1,00.
       77 WRK-FATOR-CEP          PIC 9(01)V99 VALUE 1,00.
       77 WRK-ZONA-CEP           PIC 9(01) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA APOLICE DE FROTA.
      *>  --------------------------------------------------------------
       77 WRK-FRT-QTD            PIC 9(02) VALUE ZEROS.
       77 WRK-FRT-IDX            PIC 9(02) VALUE ZEROS.
       77 WRK-FRT-QTD-MIN        PIC 9(02) VALUE 3.
       77 WRK-FRT-QTD-MAX        PIC 9(02) VALUE 50.
       77 WRK-FRT-TOTAL-BASE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRT-PREMIO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRT-MAIOR-VALOR    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRT-PCT-SIN        PIC 9(05) VALUE ZEROS.
       77 WRK-FRT-PARC-TESTE     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FRT-OPCAO          PIC 9(01) VALUE ZEROS.
       77 WRK-FRT-OK             PIC X(01) VALUE 'N'.
       77 WRK-FATOR-QTD-FROTA    PIC 9(01)V99 VALUE 1,00.
       77 WRK-FATOR-SIN-FROTA    PIC 9(01)V99 VALUE 1,00.
       77 WRK-FATOR-FROTA        PIC 9(01)V99 VALUE 1,00.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA VISTORIA PREVIA.
      *>  --------------------------------------------------------------
       77 VISTORIA-STATUS        PIC 9(02) VALUE ZEROS.
       77 APOLSUSP-STATUS        PIC 9(02) VALUE ZEROS.
       77 RELVIST-STATUS         PIC 9(02) VALUE ZEROS.
       77 WRK-VIS-MOTIVO         PIC X(01) VALUE SPACE.
       77 WRK-VIS-NUMERO         PIC 9(08) VALUE ZEROS.
       77 WRK-VIS-OPCAO          PIC 9(01) VALUE ZEROS.
       77 WRK-VIS-RESULTADO      PIC X(01) VALUE SPACE.
       77 WRK-VIS-PRAZO          PIC 9(03) VALUE 3.
       77 WRK-VIS-QT-PEND        PIC 9(05) VALUE ZEROS.
       77 WRK-VIS-QT-ATRASO      PIC 9(05) VALUE ZEROS.
       77 WRK-VIS-DATA-X         PIC 9(08) VALUE ZEROS.
       77 WRK-VIS-DIAS-X         PIC 9(08) VALUE ZEROS.
       77 WRK-VIS-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-VIS-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.
       77 WRK-VIS-ANO-X          PIC 9(04) VALUE ZEROS.
       77 WRK-VIS-MES-X          PIC 9(02) VALUE ZEROS.
       77 WRK-VIS-DIA-X          PIC 9(02) VALUE ZEROS.
       77 WRK-VIS-RESTO-X        PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-FROTA.
            05 WRK-FRT-VEICULO OCCURS 50 TIMES.
                10 WRK-FRT-PLACA       PIC X(07).
                10 WRK-FRT-MODELO      PIC X(20).
                10 WRK-FRT-ANO         PIC 9(04).
                10 WRK-FRT-CATEG       PIC 9(01).
                10 WRK-FRT-VALOR       PIC 9(06)V99.
                10 WRK-FRT-BASE        PIC 9(05)V99.
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             IF WRK-PARM-EXEC = 'ENDOS'
               PERFORM 8600-MODO-CANCELAMENTO
               GOBACK
             END-IF.
             IF WRK-PARM-EXEC = 'VISTOR'
               PERFORM 8800-MODO-VISTORIA
               GOBACK
             END-IF.
             IF WRK-PARM-EXEC = 'VISATR'
               PERFORM 8850-RELATORIO-VISTORIAS
               GOBACK
             END-IF.
             IF WRK-PARM-EXEC = 'BATCH'
               PERFORM 9800-MODO-BATCH
             ELSE
             DISPLAY '---------------------------------------'.
             DISPLAY 'CALCULADORA DE PREMIO DE SEGURO'
             DISPLAY '---------------------------------------'.
             DISPLAY 'PRODUTO (1=AUTOMOVEL 2=RESIDENCIAL 3=FROTA): '.
             ACCEPT WRK-PRODUTO.
             EVALUATE WRK-PRODUTO
               WHEN 2
                 PERFORM 7000-COTACAO-RESIDENCIAL
               WHEN 3
                 PERFORM 7500-COTACAO-FROTA
               WHEN OTHER
                 PERFORM 0002-COTACAO-AUTO
             END-EVALUATE.
             DISPLAY 'REPETIR (1=SIM)? '.
             ACCEPT SELEC-MENU.
             IF SELEC-MENU = 1
             PERFORM 0060-ATUALIZA-CLIENTE.
             PERFORM 0065-PERGUNTA-PARCELAS.
             PERFORM 0068-PERGUNTA-CORRETOR.
             PERFORM 0066-EXIGE-VISTORIA.
             IF WRK-VIS-MOTIVO = SPACE
               PERFORM 0070-GRAVA-APOLICE
             ELSE
               PERFORM 0073-GRAVA-VISTORIA
             END-IF.

      *>  --------------------------------------------------------------
       0050-CONSULTA-CLIENTE.
      *>  --------------------------------------------------------------
             PERFORM 9720-PROX-NUM-APOLICE.
             CALL 'DATAPROC' USING WRK-DATA-APOLICE.
             MOVE SPACES TO APOLICE-MASTER-REG.
             INITIALIZE APOLICE-MASTER-REG.
             MOVE 'V' TO APL-RAMO.
             PERFORM 0071-MONTA-APOLICE.
             MOVE 1 TO WRK-ITEM-VEICULO.
             PERFORM 0075-GRAVA-VEICULO.
             DISPLAY '-----------------------------------'.
             DISPLAY 'APOLICE GERADA COM SUCESSO - NUMERO: '
             DISPLAY '-----------------------------------'.
             PERFORM 0080-GERA-PARCELAS.
      *>  --------------------------------------------------------------
      *>  0066-EXIGE-VISTORIA - VEICULO USADO (ANO DO MODELO ANTERIOR
      *>  AO ANO CORRENTE) OU CLIENTE COM APOLICE AUTO SUSPENSA POR
      *>  INADIMPLENCIA NO SEGSUSP (APOLSUSP.TXT) SO TEM APOLICE DEPOIS
      *>  DA VISTORIA PREVIA APROVADA: A COTACAO ACEITA VAI PARA
      *>  VISTORIA.TXT EM VEZ DE GRAVAR A APOLICE.
      *>  --------------------------------------------------------------
       0066-EXIGE-VISTORIA.
      *>  --------------------------------------------------------------
             MOVE SPACE TO WRK-VIS-MOTIVO.
             IF WRK-CLI-ID NOT = 0
               PERFORM 0067-CONSULTA-SUSPENSA
             END-IF.
             IF WRK-VIS-MOTIVO = SPACE AND WRK-IDADE-VEICULO > 0
               MOVE 'U' TO WRK-VIS-MOTIVO
             END-IF.
      *>  --------------------------------------------------------------
       0067-CONSULTA-SUSPENSA.
      *>  --------------------------------------------------------------
             OPEN INPUT APOLICE-SUSP.
             IF APOLSUSP-STATUS NOT = 0
               MOVE 0 TO APOLSUSP-STATUS
             ELSE
               MOVE WRK-CLI-ID TO APL-CLI-ID
               START APOLICES KEY IS EQUAL APL-CLI-ID
                 INVALID KEY MOVE 10 TO APOLICES-STATUS
               END-START
               IF APOLICES-STATUS NOT = 10
                 READ APOLICES NEXT
                   AT END MOVE 10 TO APOLICES-STATUS
                 END-READ
               END-IF
               PERFORM 0069-CONFERE-SUSPENSA
                 UNTIL APOLICES-STATUS = 10
               MOVE 0 TO APOLICES-STATUS
               CLOSE APOLICE-SUSP
               MOVE 0 TO APOLSUSP-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       0069-CONFERE-SUSPENSA.
      *>  --------------------------------------------------------------
             IF APL-CLI-ID NOT = WRK-CLI-ID
               MOVE 10 TO APOLICES-STATUS
             ELSE
               IF APL-AUTO
                 MOVE APL-NUMERO TO SS-APOLICE
                 READ APOLICE-SUSP
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF SS-SUSPENSA
                       MOVE 'S' TO WRK-VIS-MOTIVO
                     END-IF
                 END-READ
               END-IF
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  0073-GRAVA-VISTORIA - ABRE A VISTORIA PENDENTE COM A COTACAO
      *>  ACEITA (VEICULO, PONTOS, PREMIO, PARCELAS E CORRETOR); A
      *>  APOLICE E O CARNE SAEM NA APROVACAO (PARM VISTOR).
      *>  --------------------------------------------------------------
       0073-GRAVA-VISTORIA.
      *>  --------------------------------------------------------------
             PERFORM 8890-ABRE-VISTORIAS.
             MOVE 2 TO CTRL-CHAVE.
             READ APOLICE-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE APOLICE-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE APOLICE-CTRL-REG
             END-READ.
             MOVE SPACES TO VISTORIA-MASTER-REG.
             INITIALIZE VISTORIA-MASTER-REG.
             MOVE CTRL-ULTIMO-NUM  TO VS-NUMERO.
             MOVE WRK-CLI-ID       TO VS-CLI-ID.
             CALL 'DATAPROC' USING VS-DT-SOLICITACAO.
             MOVE WRK-VIS-MOTIVO   TO VS-MOTIVO.
             MOVE 'P'              TO VS-RESULTADO.
             MOVE WRK-PLACA        TO VS-PLACA.
             MOVE WRK-MODELO       TO VS-MODELO.
             MOVE WRK-ANO-MODELO   TO VS-ANO-MODELO.
             MOVE WRK-CATEGORIA    TO VS-CATEGORIA.
             MOVE VALOR-VEICULO    TO VS-VL-VEICULO.
             MOVE CONTADOR         TO VS-PONTOS.
             MOVE PREMIO           TO VS-PREMIO.
             MOVE WRK-QT-PARCELAS  TO VS-QT-PARCELAS.
             MOVE WRK-COD-CORRETOR TO VS-CORRETOR.
             WRITE VISTORIA-MASTER-REG
               INVALID KEY
                 DISPLAY '*** VISTORIA JA EXISTE: ' VS-NUMERO
             END-WRITE.
             CLOSE VISTORIAS.
             DISPLAY '-----------------------------------'.
             IF VS-APOLICE-SUSPENSA
               DISPLAY 'CLIENTE COM APOLICE AUTO SUSPENSA'
             ELSE
               DISPLAY 'VEICULO USADO'
             END-IF.
             DISPLAY 'VISTORIA PREVIA ABERTA - NUMERO: ' VS-NUMERO.
             DISPLAY 'A APOLICE SERA EMITIDA APOS A APROVACAO'.
             DISPLAY '-----------------------------------'.
      *>  --------------------------------------------------------------
      *>  0071-MONTA-APOLICE - CAMPOS COMUNS DO AUTO E DO RESIDENCIAL
      *>  (VALOR DO BEM, PONTOS, PREMIO E CORRETOR) E GRAVACAO DO
      *>  REGISTRO NO CADASTRO INDEXADO DE APOLICES. NA FROTA O PREMIO
      *>  E O DA FROTA INTEIRA.
      *>  --------------------------------------------------------------
       0071-MONTA-APOLICE.
      *>  --------------------------------------------------------------
             MOVE WRK-NUM-APOLICE  TO APL-NUMERO.
             MOVE WRK-CLI-ID       TO APL-CLI-ID.
             MOVE WRK-DATA-APOLICE TO APL-DT-EMISSAO.
             MOVE VALOR-VEICULO    TO APL-VL-BEM.
             MOVE CONTADOR         TO APL-PONTOS.
             IF APL-E-FROTA
               MOVE WRK-FRT-PREMIO TO APL-PREMIO
             ELSE
               MOVE PREMIO         TO APL-PREMIO
             END-IF.
             MOVE WRK-COD-CORRETOR TO APL-CORRETOR.
             MOVE WRK-VIS-NUMERO   TO APL-VISTORIA.
             WRITE APOLICE-MASTER-REG
               INVALID KEY
                 DISPLAY '*** APOLICE JA EXISTE NO CADASTRO: '
                         APL-NUMERO
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  0080-GERA-PARCELAS - GERA O CARNE DE COBRANCA DO PREMIO ANUAL
      *>  (SEGPARC.TXT): O NUMERO DE PARCELAS ESCOLHIDO PELO CLIENTE,
      *>  COM ACRESCIMO DE FRACIONAMENTO DE 2 POR CENTO POR PARCELA
       0080-GERA-PARCELAS.
      *>  --------------------------------------------------------------
             COMPUTE WRK-PREMIO-ANUAL = PREMIO * 12.
             PERFORM 0082-GRAVA-CARNE.
      *>  --------------------------------------------------------------
      *>  0082-GRAVA-CARNE - GRAVA AS PARCELAS DO PREMIO ANUAL JA
      *>  APURADO EM WRK-PREMIO-ANUAL (APOLICE INDIVIDUAL OU FROTA).
      *>  --------------------------------------------------------------
       0082-GRAVA-CARNE.
      *>  --------------------------------------------------------------
             COMPUTE WRK-VL-PARCELA ROUNDED =
                     (WRK-PREMIO-ANUAL / WRK-QT-PARCELAS)
                     * (1 + (0,02 * (WRK-QT-PARCELAS - 1))).
             WRITE SEGURO-PARCELAS-REG.
      *>  --------------------------------------------------------------
      *>  0075-GRAVA-VEICULO - GRAVA O VEICULO DA APOLICE NO CADASTRO
      *>  DE VEICULOS (VEICULOS.TXT), CHAVEADO PELO NUMERO DA APOLICE
      *>  E PELO ITEM (WRK-ITEM-VEICULO, 1 NA APOLICE INDIVIDUAL).
      *>  NO LOTE NAO HA DADOS DE VEICULO E NADA E GRAVADO.
      *>  --------------------------------------------------------------
       0075-GRAVA-VEICULO.
      *>  --------------------------------------------------------------
             IF WRK-PLACA NOT = SPACES
               PERFORM 0077-ABRE-VEICULOS
               PERFORM 0076-MONTA-VEICULO
               WRITE VEICULO-MASTER-REG
                 INVALID KEY
                   REWRITE VEICULO-MASTER-REG
               END-WRITE
               CLOSE VEICULOS
             END-IF.
      *>  --------------------------------------------------------------
       0076-MONTA-VEICULO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO VEICULO-MASTER-REG.
             MOVE WRK-NUM-APOLICE  TO VE-APOLICE.
             MOVE WRK-ITEM-VEICULO TO VE-ITEM.
             MOVE WRK-PLACA        TO VE-PLACA.
             MOVE WRK-MODELO       TO VE-MODELO.
             MOVE WRK-ANO-MODELO   TO VE-ANO-MODELO.
             MOVE WRK-CATEGORIA    TO VE-CATEGORIA.
             MOVE VALOR-VEICULO    TO VE-VALOR.
             MOVE PREMIO           TO VE-PREMIO.
             MOVE 'A'              TO VE-SITUACAO.
             MOVE WRK-DATA-APOLICE TO VE-DT-INCLUSAO.
             MOVE ZEROS            TO VE-DT-EXCLUSAO.
      *>  --------------------------------------------------------------
       0077-ABRE-VEICULOS.
      *>  --------------------------------------------------------------
             OPEN I-O VEICULOS.
             IF VEICULOS-STATUS = 35
               OPEN OUTPUT VEICULOS
               CLOSE VEICULOS
               OPEN I-O VEICULOS
             END-IF.
      *>  --------------------------------------------------------------
      *>  7000-COTACAO-RESIDENCIAL - SEGUNDA LINHA DE PRODUTO: COTACAO
      *>  DE SEGURO RESIDENCIAL PARA A MESMA BASE DE CLIENTES.
      *>  PERGUNTAS DO IMOVEL (CONSTRUCAO, OCUPACAO, ALARME), ZONA DE
      *>  CEP TIRADA DO CADASTRO DO CLIENTE, TABELA DE FATORES PROPRIA
      *>  E REGISTRO DO IMOVEL (IMOVEIS.TXT) NO PAPEL QUE O VEICULO
      *>  FAZ NO AUTO. A APOLICE SAI COM RAMO R NO LUGAR DO V DO
      *>  AUTO, QUE E O CODIGO DE PRODUTO USADO POR SEGCOBRA,
      *>  SEGRENOV E SEGLOSS PARA SEPARAR AS LINHAS.
      *>  --------------------------------------------------------------
       7000-COTACAO-RESIDENCIAL.
             DISPLAY 'PREMIO MENSAL RESIDENCIAL:R$ ' PREMIO.
             DISPLAY '-----------------------------------'.
      *>  --------------------------------------------------------------
      *>  7400-GRAVA-APOLICE-RESID - GRAVA A APOLICE RESIDENCIAL PELA
      *>  MESMA 0071-MONTA-APOLICE DO AUTO (VALOR DO IMOVEL NO VALOR
      *>  DO BEM), TROCANDO SO O RAMO (R), GRAVA O IMOVEL E GERA O
      *>  CARNE PELO MESMO
      *>  0080-GERA-PARCELAS DO AUTO.
      *>  --------------------------------------------------------------
       7400-GRAVA-APOLICE-RESID.
      *>  --------------------------------------------------------------
             PERFORM 9720-PROX-NUM-APOLICE.
             CALL 'DATAPROC' USING WRK-DATA-APOLICE.
             MOVE SPACES TO APOLICE-MASTER-REG.
             INITIALIZE APOLICE-MASTER-REG.
             MOVE WRK-RES-VALOR TO VALOR-VEICULO.
             MOVE 'R' TO APL-RAMO.
             PERFORM 0071-MONTA-APOLICE.
             PERFORM 7450-GRAVA-IMOVEL.
             DISPLAY '-----------------------------------'.
             DISPLAY 'APOLICE RESIDENCIAL GERADA - NUMERO: '
             END-WRITE.
             CLOSE IMOVEIS.
      *>  --------------------------------------------------------------
      *>  7500-COTACAO-FROTA - APOLICE DE FROTA PARA CLIENTE EMPRESA:
      *>  UMA APOLICE MESTRE (RAMO V COM APL-FROTA S) E UM ITEM POR
      *>  VEICULO EM VEICULOS.TXT. CADA VEICULO E TARIFADO PELAS
      *>  TABELAS DE IDADE E CATEGORIA DO AUTO NA FAIXA INTERMEDIARIA
      *>  DE TAXA (FROTA NAO TEM PERFIL DE CONDUTOR UNICO); A SOMA
      *>  RECEBE O FATOR DE FROTA (QUANTIDADE DE VEICULOS E HISTORICO
      *>  DE SINISTROS DO CLIENTE) E VIRA UM SO CARNE.
      *>  --------------------------------------------------------------
       7500-COTACAO-FROTA.
      *>  --------------------------------------------------------------
             PERFORM 0050-CONSULTA-CLIENTE.
             IF WRK-CLI-ID = 0
               DISPLAY '*** FROTA EXIGE O CODIGO DO CLIENTE EMPRESA ***'
               PERFORM 7500-COTACAO-FROTA
             ELSE
               PERFORM 0045-CONSULTA-SINISTROS
               PERFORM 7510-PERGUNTA-QTD-FROTA
               MOVE ZEROS TO WRK-FRT-TOTAL-BASE WRK-FRT-MAIOR-VALOR
               PERFORM 7520-DADOS-ITEM-FROTA
                 VARYING WRK-FRT-IDX FROM 1 BY 1
                 UNTIL WRK-FRT-IDX > WRK-FRT-QTD
               PERFORM 7550-FATOR-FROTA
               COMPUTE WRK-FRT-PREMIO ROUNDED =
                       WRK-FRT-TOTAL-BASE * WRK-FATOR-FROTA
               DISPLAY '-----------------------------------'
               DISPLAY 'VEICULOS DA FROTA........: ' WRK-FRT-QTD
               DISPLAY 'PREMIO TARIFADO (SOMA)...:R$ '
                       WRK-FRT-TOTAL-BASE
               DISPLAY 'FATOR QUANTIDADE.........: '
                       WRK-FATOR-QTD-FROTA
               DISPLAY 'FATOR SINISTRALIDADE.....: '
                       WRK-FATOR-SIN-FROTA
               DISPLAY 'PREMIO MENSAL DA FROTA...:R$ ' WRK-FRT-PREMIO
               DISPLAY '-----------------------------------'
               MOVE WRK-FRT-MAIOR-VALOR TO VALOR-VEICULO
               PERFORM 0060-ATUALIZA-CLIENTE
               PERFORM 7530-PERGUNTA-PARCELAS-FROTA
               PERFORM 0068-PERGUNTA-CORRETOR
               PERFORM 7600-GRAVA-APOLICE-FROTA
             END-IF.
      *>  --------------------------------------------------------------
       7510-PERGUNTA-QTD-FROTA.
      *>  --------------------------------------------------------------
             DISPLAY 'QUANTIDADE DE VEICULOS DA FROTA (' WRK-FRT-QTD-MIN
                     ' A ' WRK-FRT-QTD-MAX '): '.
             ACCEPT WRK-FRT-QTD.
             IF WRK-FRT-QTD < WRK-FRT-QTD-MIN
                OR WRK-FRT-QTD > WRK-FRT-QTD-MAX
               DISPLAY '*** QUANTIDADE DE VEICULOS INVALIDA ***'
               PERFORM 7510-PERGUNTA-QTD-FROTA
             END-IF.
      *>  --------------------------------------------------------------
      *>  7520-DADOS-ITEM-FROTA - DADOS DE UM VEICULO DA FROTA PELAS
      *>  MESMAS PERGUNTAS DO AUTO (0550-DADOS-VEICULO) E PREMIO
      *>  MENSAL TARIFADO DO ITEM, AINDA SEM O FATOR DE FROTA.
      *>  --------------------------------------------------------------
       7520-DADOS-ITEM-FROTA.
      *>  --------------------------------------------------------------
             DISPLAY 'VEICULO ' WRK-FRT-IDX ' DE ' WRK-FRT-QTD.
             PERFORM 0550-DADOS-VEICULO.
             PERFORM 7525-VALOR-ITEM-FROTA.
             COMPUTE WRK-FRT-BASE(WRK-FRT-IDX) ROUNDED =
                     VALOR-VEICULO * 0,03
                     * WRK-FATOR-IDADE * WRK-FATOR-CATEG.
             MOVE WRK-PLACA      TO WRK-FRT-PLACA(WRK-FRT-IDX).
             MOVE WRK-MODELO     TO WRK-FRT-MODELO(WRK-FRT-IDX).
             MOVE WRK-ANO-MODELO TO WRK-FRT-ANO(WRK-FRT-IDX).
             MOVE WRK-CATEGORIA  TO WRK-FRT-CATEG(WRK-FRT-IDX).
             MOVE VALOR-VEICULO  TO WRK-FRT-VALOR(WRK-FRT-IDX).
             ADD WRK-FRT-BASE(WRK-FRT-IDX) TO WRK-FRT-TOTAL-BASE.
             IF VALOR-VEICULO > WRK-FRT-MAIOR-VALOR
               MOVE VALOR-VEICULO TO WRK-FRT-MAIOR-VALOR
             END-IF.
             DISPLAY 'PREMIO MENSAL DO VEICULO.:R$ '
                     WRK-FRT-BASE(WRK-FRT-IDX).
      *>  --------------------------------------------------------------
       7525-VALOR-ITEM-FROTA.
      *>  --------------------------------------------------------------
             DISPLAY 'VALOR DO VEICULO.......:R$ '.
             ACCEPT VALOR-VEICULO.
             IF VALOR-VEICULO < VL-VEICULO-MIN
                OR VALOR-VEICULO > VL-VEICULO-MAX
               DISPLAY '*** O BANCO NAO FAZ SEGURO PARA VEICULOS FORA'
               DISPLAY '*** DA FAIXA DE R$ ' VL-VEICULO-MIN ' A R$ '
                       VL-VEICULO-MAX
               PERFORM 7525-VALOR-ITEM-FROTA
             END-IF.
      *>  --------------------------------------------------------------
      *>  7530-PERGUNTA-PARCELAS-FROTA - O CARNE DA FROTA E UM SO; O
      *>  NUMERO DE PARCELAS TEM DE DEIXAR CADA PARCELA DENTRO DO
      *>  CAMPO DE VALOR DO CARNE.
      *>  --------------------------------------------------------------
       7530-PERGUNTA-PARCELAS-FROTA.
      *>  --------------------------------------------------------------
             PERFORM 0065-PERGUNTA-PARCELAS.
             COMPUTE WRK-PREMIO-ANUAL = WRK-FRT-PREMIO * 12.
             COMPUTE WRK-FRT-PARC-TESTE ROUNDED =
                     (WRK-PREMIO-ANUAL / WRK-QT-PARCELAS)
                     * (1 + (0,02 * (WRK-QT-PARCELAS - 1))).
             IF WRK-FRT-PARC-TESTE > 999999,99
               DISPLAY '*** PARCELA ACIMA DO LIMITE DO CARNE - '
                       'AUMENTE O NUMERO DE PARCELAS ***'
               PERFORM 7530-PERGUNTA-PARCELAS-FROTA
             END-IF.
      *>  --------------------------------------------------------------
      *>  7550-FATOR-FROTA - ESCALA DE DESCONTO POR QUANTIDADE DE
      *>  VEICULOS, AJUSTADA PELO HISTORICO DE SINISTROS DO CLIENTE
      *>  (SINISTROS.TXT) EM RELACAO AO TAMANHO DA FROTA: SEM
      *>  SINISTRO GANHA MAIS 5 POR CENTO DE DESCONTO, ACIMA DE 20 E
      *>  DE 50 SINISTROS POR 100 VEICULOS PAGA AGRAVO.
      *>  --------------------------------------------------------------
       7550-FATOR-FROTA.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN WRK-FRT-QTD <= 5
                 MOVE 0,95 TO WRK-FATOR-QTD-FROTA
               WHEN WRK-FRT-QTD <= 10
                 MOVE 0,90 TO WRK-FATOR-QTD-FROTA
               WHEN WRK-FRT-QTD <= 25
                 MOVE 0,85 TO WRK-FATOR-QTD-FROTA
               WHEN OTHER
                 MOVE 0,80 TO WRK-FATOR-QTD-FROTA
             END-EVALUATE.
             IF SINISTROS-ACHADO = 'N' OR SIN-QTD-SINISTROS = 0
               MOVE 0,95 TO WRK-FATOR-SIN-FROTA
             ELSE
               COMPUTE WRK-FRT-PCT-SIN =
                       SIN-QTD-SINISTROS * 100 / WRK-FRT-QTD
               EVALUATE TRUE
                 WHEN WRK-FRT-PCT-SIN > 50
                   MOVE 1,20 TO WRK-FATOR-SIN-FROTA
                 WHEN WRK-FRT-PCT-SIN > 20
                   MOVE 1,10 TO WRK-FATOR-SIN-FROTA
                 WHEN OTHER
                   MOVE 1,00 TO WRK-FATOR-SIN-FROTA
               END-EVALUATE
             END-IF.
             COMPUTE WRK-FATOR-FROTA ROUNDED =
                     WRK-FATOR-QTD-FROTA * WRK-FATOR-SIN-FROTA.
      *>  --------------------------------------------------------------
      *>  7600-GRAVA-APOLICE-FROTA - GRAVA A APOLICE MESTRE PELA MESMA
      *>  0071-MONTA-APOLICE (MAIOR VALOR DE VEICULO NO VALOR DO BEM,
      *>  PREMIO DA FROTA E FATOR DE FROTA), OS VEICULOS COMO ITENS
      *>  001 EM DIANTE E UM SO CARNE PELO 0082-GRAVA-CARNE.
      *>  --------------------------------------------------------------
       7600-GRAVA-APOLICE-FROTA.
      *>  --------------------------------------------------------------
             PERFORM 9720-PROX-NUM-APOLICE.
             CALL 'DATAPROC' USING WRK-DATA-APOLICE.
             MOVE SPACES TO APOLICE-MASTER-REG.
             INITIALIZE APOLICE-MASTER-REG.
             MOVE 0 TO CONTADOR.
             MOVE 'V' TO APL-RAMO.
             MOVE 'S' TO APL-FROTA.
             MOVE WRK-FATOR-FROTA TO APL-FATOR-FROTA.
             PERFORM 0071-MONTA-APOLICE.
             PERFORM 0077-ABRE-VEICULOS.
             PERFORM 7610-GRAVA-ITEM-FROTA
               VARYING WRK-FRT-IDX FROM 1 BY 1
               UNTIL WRK-FRT-IDX > WRK-FRT-QTD.
             CLOSE VEICULOS.
             DISPLAY '-----------------------------------'.
             DISPLAY 'APOLICE DE FROTA GERADA - NUMERO: '
                     WRK-NUM-APOLICE.
             DISPLAY '-----------------------------------'.
             COMPUTE WRK-PREMIO-ANUAL = WRK-FRT-PREMIO * 12.
             PERFORM 0082-GRAVA-CARNE.
      *>  --------------------------------------------------------------
       7610-GRAVA-ITEM-FROTA.
      *>  --------------------------------------------------------------
             MOVE WRK-FRT-IDX                TO WRK-ITEM-VEICULO.
             MOVE WRK-FRT-PLACA(WRK-FRT-IDX)  TO WRK-PLACA.
             MOVE WRK-FRT-MODELO(WRK-FRT-IDX) TO WRK-MODELO.
             MOVE WRK-FRT-ANO(WRK-FRT-IDX)    TO WRK-ANO-MODELO.
             MOVE WRK-FRT-CATEG(WRK-FRT-IDX)  TO WRK-CATEGORIA.
             MOVE WRK-FRT-VALOR(WRK-FRT-IDX)  TO VALOR-VEICULO.
             MOVE WRK-FRT-BASE(WRK-FRT-IDX)   TO PREMIO.
             PERFORM 0076-MONTA-VEICULO.
             WRITE VEICULO-MASTER-REG
               INVALID KEY
                 REWRITE VEICULO-MASTER-REG
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  8000-MODO-ENDOSSO - ENDOSSO DE MEIO DE VIGENCIA (PARM ENDOS):
      *>  ALTERA O VEICULO DE UMA APOLICE EXISTENTE, RECALCULA O
      *>  PREMIO PELAS MESMAS TABELAS DE FATOR DE 0560-FATORES-VEICULO
      *>  E COBRA (OU DEVOLVE) A DIFERENCA PRO-RATA PELOS MESES
      *>  RESTANTES DA VIGENCIA, COMO PARCELA 99 DO CARNE. CADA
      *>  ENDOSSO GANHA UM NUMERO SEQUENCIAL POR APOLICE NO HISTORICO
      *>  ENDOSSOS.TXT PARA A AUDITORIA. NA APOLICE DE FROTA O ENDOSSO
      *>  INCLUI OU EXCLUI UM VEICULO (8700-ENDOSSO-FROTA).
      *>  --------------------------------------------------------------
       8000-MODO-ENDOSSO.
      *>  --------------------------------------------------------------
               IF WRK-MESES-RESTANTES = 0
                 DISPLAY '*** VIGENCIA JA ENCERRADA - SEM ENDOSSO ***'
               ELSE
                 IF WRK-END-FROTA = 'S'
                   PERFORM 8700-ENDOSSO-FROTA
                 ELSE
                   PERFORM 8200-NOVOS-DADOS-VEICULO
                   PERFORM 8300-RECALCULA-PREMIO
                   PERFORM 8400-LIQUIDA-DIFERENCA
                   PERFORM 8500-GRAVA-ENDOSSO
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  8100-BUSCA-APOLICE - LOCALIZA A APOLICE PELA CHAVE NO
      *>  CADASTRO INDEXADO E GUARDA PONTOS, PREMIO VIGENTE E DATA DE
      *>  EMISSAO.
      *>  --------------------------------------------------------------
       8100-BUSCA-APOLICE.
      *>  --------------------------------------------------------------
             IF APOLICES-STATUS NOT = 0
               MOVE 0 TO APOLICES-STATUS
             ELSE
               MOVE WRK-NUM-APOLICE-9 TO APL-NUMERO
               READ APOLICES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM 8110-CONFERE-APOLICE
               END-READ
               CLOSE APOLICES
               MOVE 0 TO APOLICES-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8110-CONFERE-APOLICE.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-END-ACHOU.
             MOVE APL-DT-EMISSAO TO WRK-END-DT-EMISSAO.
             MOVE APL-PONTOS     TO WRK-END-PONTOS.
             MOVE APL-PREMIO     TO WRK-PREMIO-ANT.
             MOVE APL-PREMIO     TO WRK-PREMIO-APOLICE.
             IF APL-E-FROTA
               MOVE 'S' TO WRK-END-FROTA
               MOVE APL-FATOR-FROTA TO WRK-FATOR-FROTA
             ELSE
               MOVE 'N' TO WRK-END-FROTA
             END-IF.
      *>  --------------------------------------------------------------
       8150-MESES-RESTANTES.
      *>  --------------------------------------------------------------
             DISPLAY 'NOVO VALOR DO VEICULO R$: '.
             ACCEPT VALOR-VEICULO.
             MOVE WRK-END-APOLICE TO WRK-NUM-APOLICE.
      *>  --------------------------------------------------------------
       8300-RECALCULA-PREMIO.
      *>  --------------------------------------------------------------
             END-EVALUATE.
             DISPLAY 'PREMIO MENSAL ANTERIOR.: ' WRK-PREMIO-ANT.
             DISPLAY 'PREMIO MENSAL NOVO.....: ' WRK-PREMIO-NOVO.
             MOVE WRK-PREMIO-NOVO TO PREMIO.
             MOVE 1 TO WRK-ITEM-VEICULO.
             PERFORM 0075-GRAVA-VEICULO.
      *>  --------------------------------------------------------------
      *>  8400-LIQUIDA-DIFERENCA - DIFERENCA PRO-RATA = (PREMIO NOVO -
      *>  PREMIO ANTIGO) X MESES RESTANTES. COBRANCA ENTRA COMO
      *>  --------------------------------------------------------------
             COMPUTE WRK-CNC-MESES-GANHOS = 12 - WRK-MESES-RESTANTES.
             COMPUTE WRK-CNC-GANHO =
                     WRK-PREMIO-APOLICE * WRK-CNC-MESES-GANHOS.
             COMPUTE WRK-CNC-NAOGANHO =
                     WRK-PREMIO-APOLICE * WRK-MESES-RESTANTES.
             DISPLAY 'PREMIO GANHO (PRO-RATA).: ' WRK-CNC-GANHO.
             DISPLAY 'PREMIO NAO GANHO........: ' WRK-CNC-NAOGANHO.
      *>  --------------------------------------------------------------
             END-WRITE.
             DISPLAY 'APOLICE ' WRK-END-APOLICE ' CANCELADA EM '
                     CA-DT-CANCEL.
      *>  --------------------------------------------------------------
      *>  8700-ENDOSSO-FROTA - NA APOLICE DE FROTA O ENDOSSO INCLUI OU
      *>  EXCLUI UM VEICULO (ITEM). O PREMIO DO ITEM COM O FATOR DE
      *>  FROTA GRAVADO NA APOLICE ENTRA COMO PREMIO NOVO (INCLUSAO) OU
      *>  COMO PREMIO ANTERIOR (EXCLUSAO) NA MESMA 8400-LIQUIDA-
      *>  DIFERENCA, QUE COBRA OU DEVOLVE OS MESES RESTANTES NO CARNE
      *>  UNICO DA FROTA, E O ENDOSSO VAI PARA O HISTORICO NORMAL.
      *>  --------------------------------------------------------------
       8700-ENDOSSO-FROTA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-FRT-OK.
             DISPLAY 'APOLICE DE FROTA - FATOR DE FROTA: '
                     WRK-FATOR-FROTA.
             DISPLAY '1=INCLUIR VEICULO 2=EXCLUIR VEICULO: '.
             ACCEPT WRK-FRT-OPCAO.
             EVALUATE WRK-FRT-OPCAO
               WHEN 1
                 PERFORM 8710-INCLUI-VEICULO
               WHEN 2
                 PERFORM 8750-EXCLUI-VEICULO
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
                 PERFORM 8700-ENDOSSO-FROTA
             END-EVALUATE.
             IF WRK-FRT-OK = 'S'
               DISPLAY 'PREMIO MENSAL ANTERIOR.: ' WRK-PREMIO-ANT
               DISPLAY 'PREMIO MENSAL NOVO.....: ' WRK-PREMIO-NOVO
               PERFORM 8400-LIQUIDA-DIFERENCA
               PERFORM 8500-GRAVA-ENDOSSO
               MOVE 'N' TO WRK-FRT-OK
             END-IF.
      *>  --------------------------------------------------------------
       8710-INCLUI-VEICULO.
      *>  --------------------------------------------------------------
             PERFORM 8200-NOVOS-DADOS-VEICULO.
             PERFORM 0560-FATORES-VEICULO.
             IF VALOR-VEICULO < VL-VEICULO-MIN
                OR VALOR-VEICULO > VL-VEICULO-MAX
               DISPLAY '*** O BANCO NAO FAZ SEGURO PARA VEICULOS FORA'
               DISPLAY '*** DA FAIXA DE R$ ' VL-VEICULO-MIN ' A R$ '
                       VL-VEICULO-MAX
             ELSE
               COMPUTE PREMIO ROUNDED = VALOR-VEICULO * 0,03
                       * WRK-FATOR-IDADE * WRK-FATOR-CATEG
               PERFORM 8720-PROX-ITEM-FROTA
               PERFORM 0075-GRAVA-VEICULO
               MOVE ZEROS TO WRK-PREMIO-ANT
               COMPUTE WRK-PREMIO-NOVO ROUNDED =
                       PREMIO * WRK-FATOR-FROTA
               DISPLAY 'VEICULO INCLUIDO NA FROTA COMO ITEM '
                       WRK-ITEM-VEICULO
               MOVE 'S' TO WRK-FRT-OK
             END-IF.
      *>  --------------------------------------------------------------
      *>  8720-PROX-ITEM-FROTA - O ITEM NOVO E O MAIOR ITEM JA GRAVADO
      *>  NA APOLICE MAIS UM (ITEM EXCLUIDO NAO E REAPROVEITADO).
      *>  --------------------------------------------------------------
       8720-PROX-ITEM-FROTA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-ITEM-VEICULO.
             OPEN INPUT VEICULOS.
             IF VEICULOS-STATUS = 0
               MOVE WRK-END-APOLICE TO VE-APOLICE
               MOVE 0 TO VE-ITEM
               START VEICULOS KEY IS NOT LESS THAN VE-CHAVE
                 INVALID KEY MOVE 10 TO VEICULOS-STATUS
               END-START
               IF VEICULOS-STATUS NOT = 10
                 READ VEICULOS NEXT
                   AT END MOVE 10 TO VEICULOS-STATUS
                 END-READ
               END-IF
               PERFORM 8721-MAIOR-ITEM UNTIL VEICULOS-STATUS = 10
               CLOSE VEICULOS
             END-IF.
             MOVE 0 TO VEICULOS-STATUS.
             ADD 1 TO WRK-ITEM-VEICULO.
      *>  --------------------------------------------------------------
       8721-MAIOR-ITEM.
      *>  --------------------------------------------------------------
             IF VE-APOLICE NOT = WRK-END-APOLICE
               MOVE 10 TO VEICULOS-STATUS
             ELSE
               MOVE VE-ITEM TO WRK-ITEM-VEICULO
               READ VEICULOS NEXT
                 AT END MOVE 10 TO VEICULOS-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  8750-EXCLUI-VEICULO - MARCA O ITEM EXCLUIDO NA DATA DE HOJE;
      *>  O PREMIO DELE DEIXA DE SER COBRADO NOS MESES RESTANTES.
      *>  --------------------------------------------------------------
       8750-EXCLUI-VEICULO.
      *>  --------------------------------------------------------------
             DISPLAY 'ITEM DO VEICULO A EXCLUIR: '.
             ACCEPT WRK-ITEM-VEICULO.
             OPEN I-O VEICULOS.
             IF VEICULOS-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE VEICULOS NAO ENCONTRADO ***'
             ELSE
               MOVE WRK-END-APOLICE  TO VE-APOLICE
               MOVE WRK-ITEM-VEICULO TO VE-ITEM
               READ VEICULOS
                 INVALID KEY
                   DISPLAY '*** ITEM NAO ENCONTRADO NA FROTA ***'
                 NOT INVALID KEY
                   PERFORM 8760-MARCA-EXCLUSAO
               END-READ
               CLOSE VEICULOS
             END-IF.
             MOVE 0 TO VEICULOS-STATUS.
      *>  --------------------------------------------------------------
       8760-MARCA-EXCLUSAO.
      *>  --------------------------------------------------------------
             IF VE-EXCLUIDO
               DISPLAY '*** VEICULO JA EXCLUIDO EM ' VE-DT-EXCLUSAO
                       ' ***'
             ELSE
               MOVE 'E' TO VE-SITUACAO
               MOVE WRK-DATA-APOLICE TO VE-DT-EXCLUSAO
               REWRITE VEICULO-MASTER-REG
               COMPUTE WRK-PREMIO-ANT ROUNDED =
                       VE-PREMIO * WRK-FATOR-FROTA
               MOVE ZEROS TO WRK-PREMIO-NOVO
               DISPLAY 'VEICULO ' VE-PLACA ' EXCLUIDO DA FROTA'
               MOVE 'S' TO WRK-FRT-OK
             END-IF.
      *>  --------------------------------------------------------------
      *>  8800-MODO-VISTORIA - MANUTENCAO DA VISTORIA PREVIA (PARM
      *>  VISTOR): AGENDA A VISTORIA PENDENTE (DATA E VISTORIADOR) E
      *>  REGISTRA O RESULTADO. APROVADA, COM OU SEM EXCLUSAO DE
      *>  AVARIAS, EMITE A APOLICE DA COTACAO GUARDADA PELA MESMA
      *>  0070-GRAVA-APOLICE DA COTACAO DIRETA (VEICULO E CARNE).
      *>  --------------------------------------------------------------
       8800-MODO-VISTORIA.
      *>  --------------------------------------------------------------
             PERFORM 9700-ABRE-APOLICES.
             PERFORM 9710-ABRE-CTRL-APOLICE.
             PERFORM 8890-ABRE-VISTORIAS.
             DISPLAY 'VISTORIA PREVIA'.
             DISPLAY 'NUMERO DA VISTORIA.....: '.
             ACCEPT WRK-VIS-NUMERO.
             MOVE WRK-VIS-NUMERO TO VS-NUMERO.
             READ VISTORIAS
               INVALID KEY
                 DISPLAY '*** VISTORIA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 PERFORM 8810-TRATA-VISTORIA
             END-READ.
             CLOSE VISTORIAS APOLICES APOLICE-CTRL.
      *>  --------------------------------------------------------------
       8810-TRATA-VISTORIA.
      *>  --------------------------------------------------------------
             DISPLAY 'CLIENTE ' VS-CLI-ID ' PLACA ' VS-PLACA
                     ' MODELO ' VS-MODELO ' ANO ' VS-ANO-MODELO.
             DISPLAY 'SOLICITADA EM ' VS-DT-SOLICITACAO
                     ' AGENDADA PARA ' VS-DT-AGENDADA
                     ' VISTORIADOR ' VS-VISTORIADOR.
             IF NOT VS-PENDENTE
               DISPLAY '*** VISTORIA JA CONCLUIDA - RESULTADO '
                       VS-RESULTADO ' EM ' VS-DT-RESULTADO
                       ' APOLICE ' VS-APOLICE ' ***'
             ELSE
               DISPLAY '1=AGENDAR 2=REGISTRAR RESULTADO: '
               ACCEPT WRK-VIS-OPCAO
               EVALUATE WRK-VIS-OPCAO
                 WHEN 1
                   PERFORM 8820-AGENDA-VISTORIA
                 WHEN 2
                   PERFORM 8830-RESULTADO-VISTORIA
                 WHEN OTHER
                   DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
               END-EVALUATE
             END-IF.
      *>  --------------------------------------------------------------
       8820-AGENDA-VISTORIA.
      *>  --------------------------------------------------------------
             DISPLAY 'DATA DA VISTORIA (AAAAMMDD): '.
             ACCEPT VS-DT-AGENDADA.
             DISPLAY 'VISTORIADOR............: '.
             ACCEPT VS-VISTORIADOR.
             REWRITE VISTORIA-MASTER-REG.
             DISPLAY 'VISTORIA ' VS-NUMERO ' AGENDADA PARA '
                     VS-DT-AGENDADA.
      *>  --------------------------------------------------------------
       8830-RESULTADO-VISTORIA.
      *>  --------------------------------------------------------------
             IF VS-DT-AGENDADA = 0
               DISPLAY '*** VISTORIA AINDA NAO AGENDADA ***'
             ELSE
               DISPLAY 'RESULTADO (A=APROVADA R=APROVADA COM EXCLUSAO '
                       'DE AVARIAS N=RECUSADA): '
               ACCEPT WRK-VIS-RESULTADO
               IF WRK-VIS-RESULTADO NOT = 'A'
                  AND WRK-VIS-RESULTADO NOT = 'R'
                  AND WRK-VIS-RESULTADO NOT = 'N'
                 DISPLAY '*** RESULTADO INVALIDO ***'
               ELSE
                 MOVE WRK-VIS-RESULTADO TO VS-RESULTADO
                 CALL 'DATAPROC' USING VS-DT-RESULTADO
                 IF VS-APROVADA-RESSALVA
                   DISPLAY 'AVARIAS EXCLUIDAS DA COBERTURA: '
                   ACCEPT VS-AVARIAS
                 END-IF
                 IF VS-RECUSADA
                   DISPLAY 'VISTORIA RECUSADA - APOLICE NAO EMITIDA'
                 ELSE
                   PERFORM 8840-EMITE-APOLICE-VISTORIA
                   MOVE WRK-NUM-APOLICE TO VS-APOLICE
                 END-IF
                 REWRITE VISTORIA-MASTER-REG
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       8840-EMITE-APOLICE-VISTORIA.
      *>  --------------------------------------------------------------
             MOVE VS-CLI-ID      TO WRK-CLI-ID.
             MOVE VS-PLACA       TO WRK-PLACA.
             MOVE VS-MODELO      TO WRK-MODELO.
             MOVE VS-ANO-MODELO  TO WRK-ANO-MODELO.
             MOVE VS-CATEGORIA   TO WRK-CATEGORIA.
             MOVE VS-VL-VEICULO  TO VALOR-VEICULO.
             MOVE VS-PONTOS      TO CONTADOR.
             MOVE VS-PREMIO      TO PREMIO.
             MOVE VS-QT-PARCELAS TO WRK-QT-PARCELAS.
             MOVE VS-CORRETOR    TO WRK-COD-CORRETOR.
             PERFORM 0070-GRAVA-APOLICE.
             MOVE 0 TO WRK-VIS-NUMERO.
      *>  --------------------------------------------------------------
      *>  8850-RELATORIO-VISTORIAS - RELATORIO DIARIO (PARM VISATR) DAS
      *>  VISTORIAS PENDENTES EM ATRASO (RELVIST.TXT): SEM AGENDAMENTO
      *>  PASSADO O PRAZO DE AGENDAMENTO A CONTAR DA SOLICITACAO, OU
      *>  AGENDADAS PARA DATA JA VENCIDA SEM RESULTADO.
      *>  --------------------------------------------------------------
       8850-RELATORIO-VISTORIAS.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-APOLICE.
             MOVE WRK-DATA-APOLICE TO WRK-VIS-DATA-X.
             PERFORM 8880-DIAS-COMERCIAIS.
             MOVE WRK-VIS-DIAS-X TO WRK-VIS-DIAS-HOJE.
             MOVE 0 TO WRK-VIS-QT-PEND WRK-VIS-QT-ATRASO.
             OPEN OUTPUT RELATORIO-VISTORIA.
             MOVE SPACES TO RELATORIO-VISTORIA-REG.
             STRING 'VISTORIAS PREVIAS EM ATRASO - DATA '
                    WRK-DATA-APOLICE ' - PRAZO DE AGENDAMENTO '
                    WRK-VIS-PRAZO ' DIAS'
                    DELIMITED BY SIZE INTO RELATORIO-VISTORIA-REG.
             WRITE RELATORIO-VISTORIA-REG.
             OPEN INPUT VISTORIAS.
             IF VISTORIA-STATUS = 0
               READ VISTORIAS NEXT
                 AT END MOVE 10 TO VISTORIA-STATUS
               END-READ
               PERFORM 8860-AVALIA-VISTORIA
                 UNTIL VISTORIA-STATUS = 10
               CLOSE VISTORIAS
             END-IF.
             MOVE 0 TO VISTORIA-STATUS.
             MOVE SPACES TO RELATORIO-VISTORIA-REG.
             STRING 'PENDENTES: ' WRK-VIS-QT-PEND
                    ' EM ATRASO: ' WRK-VIS-QT-ATRASO
                    DELIMITED BY SIZE INTO RELATORIO-VISTORIA-REG.
             WRITE RELATORIO-VISTORIA-REG.
             CLOSE RELATORIO-VISTORIA.
             DISPLAY 'VISTORIAS PENDENTES: ' WRK-VIS-QT-PEND
                     ' EM ATRASO: ' WRK-VIS-QT-ATRASO.
      *>  --------------------------------------------------------------
       8860-AVALIA-VISTORIA.
      *>  --------------------------------------------------------------
             IF VS-PENDENTE
               ADD 1 TO WRK-VIS-QT-PEND
               MOVE SPACES TO RELATORIO-VISTORIA-REG
               IF VS-DT-AGENDADA = 0
                 MOVE VS-DT-SOLICITACAO TO WRK-VIS-DATA-X
                 PERFORM 8880-DIAS-COMERCIAIS
                 COMPUTE WRK-VIS-DIAS-ATRASO =
                         WRK-VIS-DIAS-HOJE - WRK-VIS-DIAS-X
                 IF WRK-VIS-DIAS-ATRASO > WRK-VIS-PRAZO
                   STRING 'VISTORIA=' VS-NUMERO
                          ' CLIENTE=' VS-CLI-ID
                          ' PLACA=' VS-PLACA
                          ' SOLICITADA=' VS-DT-SOLICITACAO
                          ' SEM AGENDAMENTO HA ' WRK-VIS-DIAS-ATRASO
                          ' DIAS'
                          DELIMITED BY SIZE
                          INTO RELATORIO-VISTORIA-REG
                 END-IF
               ELSE
                 IF VS-DT-AGENDADA < WRK-DATA-APOLICE
                   STRING 'VISTORIA=' VS-NUMERO
                          ' CLIENTE=' VS-CLI-ID
                          ' PLACA=' VS-PLACA
                          ' AGENDADA=' VS-DT-AGENDADA
                          ' VISTORIADOR=' VS-VISTORIADOR
                          ' SEM RESULTADO'
                          DELIMITED BY SIZE
                          INTO RELATORIO-VISTORIA-REG
                 END-IF
               END-IF
               IF RELATORIO-VISTORIA-REG NOT = SPACES
                 ADD 1 TO WRK-VIS-QT-ATRASO
                 WRITE RELATORIO-VISTORIA-REG
               END-IF
             END-IF.
             READ VISTORIAS NEXT
               AT END MOVE 10 TO VISTORIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8880-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-VIS-DATA-X BY 10000
               GIVING WRK-VIS-ANO-X REMAINDER WRK-VIS-RESTO-X.
             DIVIDE WRK-VIS-RESTO-X BY 100
               GIVING WRK-VIS-MES-X REMAINDER WRK-VIS-DIA-X.
             COMPUTE WRK-VIS-DIAS-X = (WRK-VIS-ANO-X * 360)
                     + (WRK-VIS-MES-X * 30) + WRK-VIS-DIA-X.
      *>  --------------------------------------------------------------
       8890-ABRE-VISTORIAS.
      *>  --------------------------------------------------------------
             OPEN I-O VISTORIAS.
             IF VISTORIA-STATUS = 35
               OPEN OUTPUT VISTORIAS
               CLOSE VISTORIAS
               OPEN I-O VISTORIAS
             END-IF.
      *>  --------------------------------------------------------------
       9730-ABRE-CANCELADAS.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
       9700-ABRE-APOLICES.
      *>  --------------------------------------------------------------
             OPEN I-O APOLICES.
             IF APOLICES-STATUS = 35
               OPEN OUTPUT APOLICES
               CLOSE APOLICES
               OPEN I-O APOLICES
             END-IF.
      *>  --------------------------------------------------------------
       9710-ABRE-CTRL-APOLICE.
