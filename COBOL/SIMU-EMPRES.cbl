           SELECT SCORE-PARAMS ASSIGN TO 'C:\COBOL\SCOREPAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCOREPAR-STATUS.
           SELECT SEGMENTO-PARAMS ASSIGN TO 'C:\COBOL\SEGPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEGPARAM-STATUS.
           SELECT CONTRATO-CTRL ASSIGN TO 'C:\COBOL\CONTRCTL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
             FILE STATUS IS APOLCTRL-STATUS
             RECORD KEY IS APCTRL-CHAVE.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT FUNCIONARIOS ASSIGN TO 'C:\COBOL\FUNCION.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIBER-STATUS
             RECORD KEY IS LB-CONTRATO.
           SELECT PRE-APROVADOS ASSIGN TO 'C:\COBOL\PREAPROV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PREAPROV-STATUS
             RECORD KEY IS PA-CLI-ID.
           SELECT BUREAU-SCORE ASSIGN TO 'C:\COBOL\BUREAU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
           SELECT BUREAU-PARAM ASSIGN TO 'C:\COBOL\BURPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BPARAM-STATUS.
           SELECT GARANTIAS ASSIGN TO 'C:\COBOL\GARANTIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS GARANTIA-STATUS
             RECORD KEY IS GA-CONTRATO.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       01 CLIENTE-AUDIT-REG    PIC X(200).
       FD SCORE-PARAMS.
       COPY 'SCORE-PARAMS.CBL'.
       FD SEGMENTO-PARAMS.
       COPY 'SEGMENTO-PARAMS.CBL'.
       FD CONTRATO-CTRL.
       01 CONTRATO-CTRL-REG.
            05 CTRL-CHAVE         PIC 9(01).
            05 CTRL-ULTIMO-NUM    PIC 9(08).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
       FD EMP-PARAM.
       01 EMP-PARAM-REG.
            05 EPAR-PCT-RENDA  PIC 9(02).
            05 EPAR-LTV-MAXIMO PIC 9(03).
       FD TAXA-REF.
       01 TAXA-REF-REG.
            05 TR-DATA          PIC 9(08).
            05 APCTRL-CHAVE       PIC 9(01).
            05 APCTRL-ULTIMO-NUM  PIC 9(08).
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD LIBERACAO.
       01 LIBERACAO-REG.
            05 LB-CONTRATO     PIC 9(08).
            05 LB-DT-REGISTRO  PIC 9(08).
            05 LB-DT-LIBERACAO PIC 9(08).
            05 LB-SITUACAO     PIC X(01).
       FD PRE-APROVADOS.
       COPY 'PREAPROV-MASTER.CBL'.
       FD BUREAU-SCORE.
       01 BUREAU-SCORE-REG.
            05 BU-CPF          PIC 9(11).
       FD BUREAU-PARAM.
       01 BUREAU-PARAM-REG.
            05 BP-IDADE-MAXIMA PIC 9(03).
       FD GARANTIAS.
       COPY 'GARANTIA-MASTER.CBL'.
       FD EMPRES-TRANS.
       01 EMPRES-TRANS-REG.
            05 EM-RESP-1       PIC 9(1).
       77 FAIXA-RENDA      PIC 9(1)         VALUE ZEROS.
       77 FAIXA-BENS       PIC 9(1)         VALUE ZEROS.
       77 SCOREPAR-STATUS  PIC 9(02)        VALUE ZEROS.
       77 SEGPARAM-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-IDX-SEG      PIC 9(01)        VALUE ZEROS.
       01 WRK-TAB-SEGMENTOS.
            05 WRK-SG-ITEM OCCURS 3 TIMES.
                10 WRK-SG-CODIGO       PIC X(01).
                10 WRK-SG-DESC-TAXA    PIC 9(02)V99.
       77 CTRL-STATUS      PIC 9(02)        VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02)        VALUE ZEROS.
       77 WRK-TX-MENSAL    PIC 9V9999       VALUE ZEROS.
            05 WRK-GE-PARCELAS-MES PIC 9(09)V99.
            05 WRK-GE-PREMIOS-MES  PIC 9(09)V99.
            05 WRK-GE-LIMITES      PIC 9(09)V99.
       77 WRK-IDX-CTR      PIC 9(02)        VALUE ZEROS.
       77 WRK-CT-ABERTO    PIC X(01)        VALUE 'N'.
       77 WRK-CT-NUMERO    PIC 9(08)        VALUE ZEROS.
       77 WRK-CT-PARCELA-V PIC 9(06)V99     VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01)        VALUE 'N'.
       77 WRK-CHECA-CONTR  PIC 9(08)        VALUE ZEROS.
       77 WRK-CHECA-PARC   PIC 9(02)        VALUE ZEROS.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
       77 TAXAREF-STATUS   PIC 9(02)        VALUE ZEROS.
       77 WRK-IDX-TAXA     PIC 9(02)        VALUE ZEROS.
       01 WRK-TAB-TAXAS-REF.
            05 WRK-TAXA-ITEM OCCURS 18 TIMES.
                10 WRK-TAXA-PROD   PIC 9V9999.
                10 WRK-TAXA-VIG    PIC 9(08).
       77 APOLICES-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-AVALISTA     PIC 9(05)        VALUE ZEROS.
       77 WRK-AVAL-RENDA   PIC 9(07)V99     VALUE ZEROS.
       77 WRK-AVAL-OK      PIC X(01)        VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA GARANTIA REAL (VEICULO OU IMOVEL) E DO CONTROLE DE
      *>  LTV - VALOR CONTRATADO SOBRE O VALOR AVALIADO DO BEM.
      *>  --------------------------------------------------------------
       77 GARANTIA-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-GAR-TIPO     PIC 9(01)        VALUE 3.
       77 WRK-GAR-VALOR    PIC 9(09)V99     VALUE ZEROS.
       77 WRK-GAR-DATA     PIC 9(08)        VALUE ZEROS.
       77 WRK-GAR-HOJE     PIC 9(08)        VALUE ZEROS.
       77 WRK-LTV          PIC 9(03)V99     VALUE ZEROS.
       77 WRK-LTV-MAXIMO   PIC 9(03)        VALUE 80.
       01 WS-TAB-PESOS.
            05 WS-PESO OCCURS 5 TIMES PIC 9(03) VALUE ZEROS.
      *>  --------------------------------------------------------------
       77 WRK-DESC-PCT      PIC 9(02)       VALUE ZEROS.
       77 WRK-LIMITE-DESC   PIC 9(02)       VALUE 30.
       77 WRK-VL-DESCONTO   PIC 9(08)V99    VALUE ZEROS.
       77 WRK-P-VENC        PIC 9(08)       VALUE ZEROS.
       77 WRK-P-VALOR       PIC 9(06)V99    VALUE ZEROS.
       77 WRK-JUROS-MORA    PIC 9(05)V99    VALUE ZEROS.
       77 WRK-BUR-SITUACAO  PIC X(01)       VALUE 'O'.
       77 WRK-BUR-IDADE-MAX PIC 9(03)       VALUE 90.
       77 WRK-BUR-DIAS-HOJE PIC 9(08)       VALUE ZEROS.
       77 PREAPROV-STATUS   PIC 9(02)       VALUE ZEROS.
       77 WRK-PRE-APROVADO  PIC X(01)       VALUE 'N'.
       77 WRK-PA-ACEITA     PIC X(01)       VALUE SPACES.
       77 WRK-PA-HOJE       PIC 9(08)       VALUE ZEROS.
      *>  --------------------------------------------------------------
       77 CLIAUD-STATUS          PIC 9(02) VALUE ZEROS.
       77 WRK-OPERADOR           PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
             PERFORM 0070-CARREGA-PESOS.
             PERFORM 0080-CARREGA-TAXAS-REF.
             PERFORM 0078-CARREGA-SEGMENTOS.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             IF WRK-PARM-EXEC = 'BATCH'
               PERFORM 9800-MODO-BATCH
             DISPLAY 'SELECAO DE PERFIL DE CREDITO'
             DISPLAY '---------------------------------------'.
             PERFORM 0050-CONSULTA-CLIENTE.
             PERFORM 0048-CONSULTA-PRE-APROVADO.
             IF WRK-PRE-APROVADO = 'S'
               MOVE PA-VL-EMPRESTIMO TO LIM-CRED
               PERFORM 0600-SELEC-EMPRESTIMO
               PERFORM 0700-SELEC-TAXAS
               PERFORM 0049-BAIXA-PRE-APROVADO
             ELSE
               PERFORM 0045-CONSULTA-BUREAU
               IF WRK-BUR-SITUACAO = 'R'
                 DISPLAY '*** CREDITO RECUSADO - RESTRICAO ATIVA NO'
                         ' BUREAU ***'
               ELSE
                 IF WRK-BUR-SITUACAO = 'V'
                   DISPLAY '*** SCORE DO BUREAU AUSENTE OU VENCIDO -'
                           ' RECONSULTE ANTES DE CONTRATAR ***'
                 ELSE
                   PERFORM 0100-PERG-1
                   PERFORM 0200-PERG-2
                   PERFORM 0300-PERG-3
                   PERFORM 0400-PERG-4
                   PERFORM 0500-CALC-EMPRESTIMO
                   PERFORM 0600-SELEC-EMPRESTIMO
                   PERFORM 0700-SELEC-TAXAS
                   PERFORM 0060-ATUALIZA-CLIENTE
                 END-IF
               END-IF
             END-IF.
             move 0 to contador.
             IF WRK-BUR-DIAS-HOJE - WRK-DIAS-X > WRK-BUR-IDADE-MAX
               MOVE 'V' TO WRK-BUR-SITUACAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  0048-CONSULTA-PRE-APROVADO - CLIENTE COM EMPRESTIMO
      *>  PRE-APROVADO DISPONIVEL E DENTRO DA VALIDADE (PREAPROV.TXT,
      *>  GERADO NA NOITE PELO PREAPROV, QUE JA CONFERIU BUREAU, RENDA
      *>  E PAGAMENTOS) RECEBE A OFERTA DIRETO; ACEITA, O QUESTIONARIO
      *>  E O BUREAU SAO DISPENSADOS E O VALOR PRE-APROVADO VIRA O
      *>  LIMITE. A MARGEM DE RENDA E CONFERIDA DE NOVO NA OFERTA.
      *>  --------------------------------------------------------------
       0048-CONSULTA-PRE-APROVADO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-PRE-APROVADO.
             IF CLIENTE-ACHADO = 'S'
               CALL 'DATAPROC' USING WRK-PA-HOJE
               OPEN INPUT PRE-APROVADOS
               IF PREAPROV-STATUS = 0
                 MOVE WRK-CLI-ID TO PA-CLI-ID
                 READ PRE-APROVADOS
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF PA-EMP-DISPONIVEL
                        AND PA-DT-VALIDADE NOT < WRK-PA-HOJE
                       DISPLAY '-----------------------------------'
                       DISPLAY 'EMPRESTIMO PRE-APROVADO ATE R$ '
                               PA-VL-EMPRESTIMO
                       DISPLAY 'PARCELA MAXIMA..........: R$ '
                               PA-PARCELA-MAX
                       DISPLAY 'OFERTA VALIDA ATE.......: '
                               PA-DT-VALIDADE
                       DISPLAY 'CONTRATAR PELO PRE-APROVADO (S/N)? '
                       ACCEPT WRK-PA-ACEITA
                       IF WRK-PA-ACEITA = 'S' OR 's'
                         MOVE 'S' TO WRK-PRE-APROVADO
                       END-IF
                     END-IF
                 END-READ
                 CLOSE PRE-APROVADOS
               END-IF
               MOVE 0 TO PREAPROV-STATUS
             END-IF.
      *>  --------------------------------------------------------------
      *>  0049-BAIXA-PRE-APROVADO - OFERTA CONTRATADA FICA USADA ATE O
      *>  RECALCULO DA NOITE, QUE JA VE O CONTRATO NOVO.
      *>  --------------------------------------------------------------
       0049-BAIXA-PRE-APROVADO.
      *>  --------------------------------------------------------------
             OPEN I-O PRE-APROVADOS.
             IF PREAPROV-STATUS = 0
               MOVE WRK-CLI-ID TO PA-CLI-ID
               READ PRE-APROVADOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'U' TO PA-EMP-SITUACAO
                   REWRITE PREAPROV-MASTER-REG
               END-READ
               CLOSE PRE-APROVADOS
             END-IF.
             MOVE 0 TO PREAPROV-STATUS.
      *>  --------------------------------------------------------------
       0050-CONSULTA-CLIENTE.
      *>  --------------------------------------------------------------
             WRITE SCORE-PARAMS-REG.
             CLOSE SCORE-PARAMS.
      *>  --------------------------------------------------------------
      *>  0078-CARREGA-SEGMENTOS - DESCONTO NA TAXA POR SEGMENTO DE
      *>  CLIENTE (SEGPARAM.TXT, MANTIDO COM O SEGCLI); SEM O ARQUIVO
      *>  NAO HA DESCONTO.
      *>  --------------------------------------------------------------
       0078-CARREGA-SEGMENTOS.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-SEGMENTOS.
             MOVE 'V' TO WRK-SG-CODIGO(1).
             MOVE 'A' TO WRK-SG-CODIGO(2).
             MOVE 'P' TO WRK-SG-CODIGO(3).
             OPEN INPUT SEGMENTO-PARAMS.
             IF SEGPARAM-STATUS = 0
               READ SEGMENTO-PARAMS
                 AT END MOVE 10 TO SEGPARAM-STATUS
               END-READ
               PERFORM 0079-GUARDA-SEGMENTO
                 UNTIL SEGPARAM-STATUS = 10
               CLOSE SEGMENTO-PARAMS
             END-IF.
             MOVE 0 TO SEGPARAM-STATUS.
      *>  --------------------------------------------------------------
       0079-GUARDA-SEGMENTO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN SGP-VAREJO     MOVE 1 TO WRK-IDX-SEG
               WHEN SGP-ALTA-RENDA MOVE 2 TO WRK-IDX-SEG
               WHEN SGP-PRIVATE    MOVE 3 TO WRK-IDX-SEG
               WHEN OTHER          MOVE 0 TO WRK-IDX-SEG
             END-EVALUATE.
             IF WRK-IDX-SEG > 0
               MOVE SGP-EMP-DESC-TAXA TO WRK-SG-DESC-TAXA(WRK-IDX-SEG)
             END-IF.
             READ SEGMENTO-PARAMS
               AT END MOVE 10 TO SEGPARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0080-CARREGA-TAXAS-REF - LE A TABELA DE TAXAS DE REFERENCIA
      *>  DATADAS (TAXAREF.TXT, COMPARTILHADA COM O CALC-INVEST):
      *>  PRODUTOS 11-14 SAO AS TAXAS POR PRAZO DO EMPRESTIMO E 15-18
      *>  AS MESMAS FAIXAS PARA CONTRATO COM GARANTIA REAL. UMA
      *>  MUDANCA DO COPOM PASSA A CHEGAR NAS COTACOES NO MESMO DIA,
      *>  SEM PEDIDO DE PROGRAMACAO, E CADA CONTRATO GRAVA A VIGENCIA
      *>  DA TAXA USADA.
                 AT END
                   MOVE 10 TO TAXAREF-STATUS
                 NOT AT END
                   IF TR-PRODUTO >= 1 AND TR-PRODUTO <= 18
                     MOVE TR-TAXA TO WRK-TAXA-PROD(TR-PRODUTO)
                     MOVE TR-DATA TO WRK-TAXA-VIG(TR-PRODUTO)
                   END-IF
             END-PERFORM.
             CLOSE TAXA-REF.
             MOVE 0 TO TAXAREF-STATUS.
             IF WRK-TAXA-PROD(15) = 0
               PERFORM 0082-ACRESCENTA-TAXAS-GARANTIA
             END-IF.
      *>  --------------------------------------------------------------
      *>  0082-ACRESCENTA-TAXAS-GARANTIA - TAXAREF.TXT ANTERIOR AS
      *>  TAXAS DE CONTRATO COM GARANTIA GANHA OS PRODUTOS 15-18 COM AS
      *>  TAXAS PADRAO, PARA A TESOURARIA AJUSTAR DEPOIS COMO AS DEMAIS.
      *>  --------------------------------------------------------------
       0082-ACRESCENTA-TAXAS-GARANTIA.
      *>  --------------------------------------------------------------
             OPEN EXTEND TAXA-REF.
             CALL 'DATAPROC' USING TR-DATA.
             MOVE 15 TO TR-PRODUTO.
             MOVE 0,0090 TO TR-TAXA.
             WRITE TAXA-REF-REG.
             MOVE 16 TO TR-PRODUTO.
             MOVE 0,0110 TO TR-TAXA.
             WRITE TAXA-REF-REG.
             MOVE 17 TO TR-PRODUTO.
             MOVE 0,0150 TO TR-TAXA.
             WRITE TAXA-REF-REG.
             MOVE 18 TO TR-PRODUTO.
             MOVE 0,0190 TO TR-TAXA.
             WRITE TAXA-REF-REG.
             CLOSE TAXA-REF.
             MOVE 0,0090 TO WRK-TAXA-PROD(15).
             MOVE 0,0110 TO WRK-TAXA-PROD(16).
             MOVE 0,0150 TO WRK-TAXA-PROD(17).
             MOVE 0,0190 TO WRK-TAXA-PROD(18).
             MOVE TR-DATA TO WRK-TAXA-VIG(15) WRK-TAXA-VIG(16)
                             WRK-TAXA-VIG(17) WRK-TAXA-VIG(18).
             MOVE 0 TO TAXAREF-STATUS.
      *>  --------------------------------------------------------------
       0085-CRIA-TAXAS-PADRAO.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
       0700-SELEC-TAXAS.
      *>  --------------------------------------------------------------
             PERFORM 0702-CAPTA-GARANTIA.
             MOVE 'S' TO WRK-REFAZ-OFERTA.
             PERFORM 0701-MONTA-OFERTA
               UNTIL WRK-REFAZ-OFERTA = 'N'.
             PERFORM 0740-GRAVA-CONTRATO.
             PERFORM 0750-GRAVA-PRESTAMISTA.
             PERFORM 0730-GERA-CRONOGRAMA.
             PERFORM 0747-GRAVA-REGISTRO-CONTRATO.
             CLOSE CONTRATOS CONTRATO-CTRL.
             PERFORM 0749-GRAVA-GARANTIA.
      *>  --------------------------------------------------------------
      *>  0701-MONTA-OFERTA - APRESENTA OS PRAZOS E TAXAS, CALCULA A
      *>  PARCELA E SUBMETE A OFERTA AO LIMITE DE COMPROMETIMENTO;
      *>  QUANDO A OPCAO E INVALIDA OU O LIMITE ESTOURA, LIGA
      *>  WRK-REFAZ-OFERTA E O LACO DE 0700 REPETE A NEGOCIACAO.
      *>  CONTRATO COM GARANTIA USA A FAIXA DE TAXA 15-18 DO MESMO
      *>  PRAZO E PASSA ANTES PELO TETO DE LTV. CLIENTE SEGMENTADO TEM
      *>  O DESCONTO DE TAXA DO SEU SEGMENTO.
      *>  --------------------------------------------------------------
       0701-MONTA-OFERTA.
      *>  --------------------------------------------------------------
             DISPLAY '2 - PAGUE EM ATE 10 MESES COM JUROS DE 1,5% a.m'.
             DISPLAY '3 - PAGUE EM ATE 15 MESES COM JUROS DE 2% a.m'.
             DISPLAY '4 - PAGUE EM ATE 20 MESES COM JUROS DE 2,5% a.m'.
             IF WRK-GAR-TIPO NOT = 3
               DISPLAY '(COM GARANTIA REAL A TAXA DO PRAZO E REDUZIDA)'
             END-IF.
             DISPLAY 'SELECIONE A MELHOR OPCAO: '.
             ACCEPT  OPC-TAX-PRAZO.
             EVALUATE OPC-TAX-PRAZO
                 DISPLAY '* OPCAO INVALIDA *'
                 MOVE 'S' TO WRK-REFAZ-OFERTA
             END-EVALUATE.
             IF WRK-REFAZ-OFERTA = 'N' AND WRK-GAR-TIPO NOT = 3
               ADD 4 TO WRK-IDX-TAXA
               MOVE WRK-TAXA-PROD(WRK-IDX-TAXA) TO WRK-TX-MENSAL
               DISPLAY 'TAXA COM GARANTIA REAL: ' WRK-TX-MENSAL ' a.m'
             END-IF.
             IF WRK-REFAZ-OFERTA = 'N' AND CLIENTE-ACHADO = 'S'
                AND NOT CLI-SEM-SEGMENTO
               PERFORM 0708-DESCONTO-SEGMENTO
                 VARYING WRK-IDX-SEG FROM 1 BY 1
                 UNTIL WRK-IDX-SEG > 3
             END-IF.
             IF WRK-REFAZ-OFERTA = 'N'
               DISPLAY 'PARCELAS A PAGAR: ' WRK-PRAZO-MESES
               COMPUTE VL-PRCLA = (VL-EPTM * WRK-TX-MENSAL)
               DISPLAY 'VALOR DE CADA PARCELA: R$ ' VL-PRCLA
               COMPUTE TOT-EPTM = VL-PRCLA * WRK-PRAZO-MESES
               DISPLAY 'VALOR TOTAL DO EMPRESTIMO: R$ ' TOT-EPTM
               PERFORM 0703-CONFERE-LTV
               IF WRK-REFAZ-OFERTA = 'N'
                 PERFORM 0715-CONFERE-COMPROMETIMENTO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0702-CAPTA-GARANTIA - GARANTIA REAL OPCIONAL DO EMPRESTIMO:
      *>  VEICULO (PLACA, MODELO, ANO E CATEGORIA, COMO NO CADASTRO DE
      *>  VEICULOS DO SEGURO) OU IMOVEL (CONSTRUCAO, OCUPACAO, ALARME E
      *>  CEP, COMO NO CADASTRO DE IMOVEIS), COM O VALOR E A DATA DA
      *>  AVALIACAO. O BEM FICA NA AREA DE GARANTIA-MASTER.CBL ATE A
      *>  GRAVACAO EM 0749, DEPOIS DE NUMERADO O CONTRATO.
      *>  --------------------------------------------------------------
       0702-CAPTA-GARANTIA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO GARANTIA-MASTER-REG.
             INITIALIZE GARANTIA-MASTER-REG.
             MOVE ZEROS TO WRK-GAR-VALOR WRK-GAR-DATA WRK-LTV.
             DISPLAY '---------------------------------------'.
             DISPLAY 'GARANTIA DO EMPRESTIMO'.
             DISPLAY '1 - VEICULO'.
             DISPLAY '2 - IMOVEL'.
             DISPLAY '3 - SEM GARANTIA REAL'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-GAR-TIPO.
             EVALUATE WRK-GAR-TIPO
               WHEN 1
                 MOVE 'V' TO GA-TIPO
                 PERFORM 0704-CAPTA-VEICULO
                 PERFORM 0707-CAPTA-AVALIACAO
               WHEN 2
                 MOVE 'I' TO GA-TIPO
                 PERFORM 0706-CAPTA-IMOVEL
                 PERFORM 0707-CAPTA-AVALIACAO
               WHEN 3
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
                 PERFORM 0702-CAPTA-GARANTIA
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  0708-DESCONTO-SEGMENTO - REDUZ A TAXA DO PRAZO PELO
      *>  PERCENTUAL DO SEGMENTO DO CLIENTE (SEGPARAM.TXT).
      *>  --------------------------------------------------------------
       0708-DESCONTO-SEGMENTO.
      *>  --------------------------------------------------------------
             IF WRK-SG-CODIGO(WRK-IDX-SEG) = CLI-SEGMENTO
                AND WRK-SG-DESC-TAXA(WRK-IDX-SEG) > 0
               COMPUTE WRK-TX-MENSAL ROUNDED = WRK-TX-MENSAL *
                       (100 - WRK-SG-DESC-TAXA(WRK-IDX-SEG)) / 100
               DISPLAY 'DESCONTO DO SEGMENTO: '
                       WRK-SG-DESC-TAXA(WRK-IDX-SEG) '% - TAXA: '
                       WRK-TX-MENSAL ' a.m'
             END-IF.
      *>  --------------------------------------------------------------
      *>  0703-CONFERE-LTV - O VALOR PEDIDO NAO PODE PASSAR DO TETO DE
      *>  LTV DE EMPPARAM.TXT SOBRE O VALOR AVALIADO DO BEM; ACIMA DO
      *>  TETO A OFERTA E RECUSADA E O VALOR E PEDIDO DE NOVO.
      *>  --------------------------------------------------------------
       0703-CONFERE-LTV.
      *>  --------------------------------------------------------------
             IF WRK-GAR-TIPO NOT = 3
               COMPUTE WRK-LTV ROUNDED =
                       (VL-EPTM * 100) / WRK-GAR-VALOR
               DISPLAY 'LTV DA OPERACAO..........: ' WRK-LTV '%'
               IF WRK-LTV > WRK-LTV-MAXIMO
                 DISPLAY '-----------------------------------'
                 DISPLAY '*** LTV ACIMA DO TETO DE ' WRK-LTV-MAXIMO
                         '% DO VALOR AVALIADO (R$ ' WRK-GAR-VALOR
                         ') ***'
                 DISPLAY '*** OPERACAO RECUSADA - REDUZA O VALOR DO'
                         ' EMPRESTIMO ***'
                 PERFORM 0600-SELEC-EMPRESTIMO
                 MOVE 'S' TO WRK-REFAZ-OFERTA
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       0704-CAPTA-VEICULO.
      *>  --------------------------------------------------------------
             DISPLAY 'PLACA DO VEICULO........: '.
             ACCEPT GA-PLACA.
             DISPLAY 'MODELO..................: '.
             ACCEPT GA-MODELO.
             DISPLAY 'ANO DO MODELO (AAAA)....: '.
             ACCEPT GA-ANO-MODELO.
             DISPLAY 'CATEGORIA (1 A 5).......: '.
             ACCEPT GA-CATEGORIA.
             IF GA-PLACA = SPACES OR GA-ANO-MODELO = 0
                OR GA-CATEGORIA < 1 OR GA-CATEGORIA > 5
               DISPLAY '*** DADOS DO VEICULO INVALIDOS ***'
               PERFORM 0704-CAPTA-VEICULO
             END-IF.
      *>  --------------------------------------------------------------
       0706-CAPTA-IMOVEL.
      *>  --------------------------------------------------------------
             DISPLAY 'TIPO DE CONSTRUCAO (1-ALVENARIA 2-MISTA'
                     ' 3-MADEIRA): '.
             ACCEPT GA-TIPO-CONSTRUCAO.
             DISPLAY 'OCUPACAO (1-HABITUAL 2-VERANEIO 3-DESOCUPADO): '.
             ACCEPT GA-OCUPACAO.
             DISPLAY 'POSSUI ALARME (1-SIM 2-NAO): '.
             ACCEPT GA-ALARME.
             DISPLAY 'CEP DO IMOVEL...........: '.
             ACCEPT GA-CEP.
             IF GA-TIPO-CONSTRUCAO < 1 OR GA-TIPO-CONSTRUCAO > 3
                OR GA-OCUPACAO < 1 OR GA-OCUPACAO > 3
                OR GA-ALARME < 1 OR GA-ALARME > 2
                OR GA-CEP = 0
               DISPLAY '*** DADOS DO IMOVEL INVALIDOS ***'
               PERFORM 0706-CAPTA-IMOVEL
             END-IF.
      *>  --------------------------------------------------------------
      *>  0707-CAPTA-AVALIACAO - VALOR E DATA DO LAUDO DE AVALIACAO
      *>  (ZERO = AVALIADO HOJE; DATA FUTURA NAO E ACEITA) E CARGA DO
      *>  TETO DE LTV.
      *>  --------------------------------------------------------------
       0707-CAPTA-AVALIACAO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-GAR-HOJE.
             DISPLAY 'VALOR DA AVALIACAO......: '.
             ACCEPT WRK-GAR-VALOR.
             DISPLAY 'DATA DA AVALIACAO (AAAAMMDD, 0=HOJE): '.
             ACCEPT WRK-GAR-DATA.
             IF WRK-GAR-DATA = 0
               MOVE WRK-GAR-HOJE TO WRK-GAR-DATA
             END-IF.
             IF WRK-GAR-VALOR <= 100 OR WRK-GAR-DATA > WRK-GAR-HOJE
               DISPLAY '*** AVALIACAO INVALIDA ***'
               PERFORM 0707-CAPTA-AVALIACAO
             ELSE
               MOVE WRK-GAR-VALOR TO GA-VL-AVALIACAO
               MOVE WRK-GAR-DATA TO GA-DT-AVALIACAO
               PERFORM 0716-CARREGA-PCT-RENDA
               DISPLAY 'TETO DE LTV.............: ' WRK-LTV-MAXIMO '%'
             END-IF.
      *>  --------------------------------------------------------------
      *>  0710-CALC-CET-JUROS - MOSTRA AO CLIENTE QUANTO DO TOTAL PAGO
             IF WRK-PREMIO-PREST > 0
               PERFORM 0755-PROX-NUM-APOLICE
               CALL 'DATAPROC' USING WRK-DATA-CONTRATO
               OPEN I-O APOLICES
               IF APOLICES-STATUS = 35
                 OPEN OUTPUT APOLICES
                 CLOSE APOLICES
                 OPEN I-O APOLICES
               END-IF
               MOVE SPACES TO APOLICE-MASTER-REG
               INITIALIZE APOLICE-MASTER-REG
               MOVE WRK-NUM-APOLICE TO APL-NUMERO
               MOVE WRK-CLI-ID TO APL-CLI-ID
               MOVE WRK-DATA-CONTRATO TO APL-DT-EMISSAO
               MOVE 'P' TO APL-RAMO
               MOVE WRK-NUM-CONTRATO TO APL-CONTRATO
               MOVE WRK-PREMIO-PREST TO APL-PREMIO
               WRITE APOLICE-MASTER-REG
                 INVALID KEY
                   DISPLAY '*** APOLICE ' APL-NUMERO ' JA EXISTE EM'
                           ' APOLICES.TXT - CONFIRA O APOLCTRL ***'
               END-WRITE
               CLOSE APOLICES
               DISPLAY 'APOLICE PRESTAMISTA GERADA - NUMERO: '
                       WRK-NUM-APOLICE
             END-IF.
      *>  --------------------------------------------------------------
      *>  0716-CARREGA-PCT-RENDA - LE O PERCENTUAL MAXIMO DE
      *>  COMPROMETIMENTO DE RENDA E O TETO DE LTV DO CONTRATO COM
      *>  GARANTIA DE EMPPARAM.TXT, CRIANDO O ARQUIVO COM OS PADROES
      *>  DE 30 E 80 POR CENTO NA PRIMEIRA EXECUCAO (ARQUIVO ANTIGO SEM
      *>  O TETO DE LTV FICA COM OS 80).
      *>  --------------------------------------------------------------
       0716-CARREGA-PCT-RENDA.
      *>  --------------------------------------------------------------
             IF PARAM-STATUS = 35
               OPEN OUTPUT EMP-PARAM
               MOVE 30 TO EPAR-PCT-RENDA
               MOVE 80 TO EPAR-LTV-MAXIMO
               WRITE EMP-PARAM-REG
               CLOSE EMP-PARAM
               OPEN INPUT EMP-PARAM
             END-IF.
             READ EMP-PARAM
               AT END CONTINUE
               NOT AT END
                 MOVE EPAR-PCT-RENDA TO WRK-PCT-RENDA
                 IF EPAR-LTV-MAXIMO IS NUMERIC
                    AND EPAR-LTV-MAXIMO > 0
                   MOVE EPAR-LTV-MAXIMO TO WRK-LTV-MAXIMO
                 END-IF
             END-READ.
             CLOSE EMP-PARAM.
      *>  --------------------------------------------------------------
               END-EVALUATE
             END-IF.
      *>  --------------------------------------------------------------
      *>  0718-SOMA-COMPROMETIDO - LE OS CONTRATOS DO CLIENTE PELA
      *>  CHAVE ALTERNATIVA CTR-CLI-ID: PARA CADA CONTRATO AINDA COM
      *>  PARCELA EM ABERTO, A PARCELA MENSAL DO CONTRATO ENTRA NO
      *>  TOTAL COMPROMETIDO.
      *>  --------------------------------------------------------------
       0718-SOMA-COMPROMETIDO.
      *>  --------------------------------------------------------------
             IF CONTRATOS-STATUS NOT = 0
               CONTINUE
             ELSE
               MOVE WRK-CLI-ID TO CTR-CLI-ID
               START CONTRATOS KEY IS = CTR-CLI-ID
                 INVALID KEY MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 PERFORM 0724-LE-CONTRATO-CLIENTE
               END-IF
               PERFORM 0719-AVALIA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       0719-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-CT-NUMERO.
             MOVE 'N' TO WRK-CT-ABERTO.
             MOVE CTR-PC-VALOR(1) TO WRK-CT-PARCELA-V.
             MOVE WRK-CT-NUMERO TO WRK-CHECA-CONTR.
             MOVE 99 TO WRK-CHECA-PARC.
             PERFORM 0761-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               PERFORM 0720-AVALIA-PARCELA
                 VARYING WRK-IDX-CTR FROM 1 BY 1
                 UNTIL WRK-IDX-CTR > CTR-QT-PARCELAS
                    OR WRK-CT-ABERTO = 'S'
             END-IF.
             PERFORM 0721-FECHA-CONTRATO-ABERTO.
             PERFORM 0724-LE-CONTRATO-CLIENTE.
      *>  --------------------------------------------------------------
       0720-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-IDX-CTR TO WRK-CHECA-PARC.
             PERFORM 0761-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE 'S' TO WRK-CT-ABERTO
             END-IF.
      *>  --------------------------------------------------------------
       0721-FECHA-CONTRATO-ABERTO.
      *>  --------------------------------------------------------------
             IF WRK-CT-ABERTO = 'S'
               ADD WRK-CT-PARCELA-V TO WRK-COMPROMETIDO
             END-IF.
      *>  --------------------------------------------------------------
       0724-LE-CONTRATO-CLIENTE.
      *>  --------------------------------------------------------------
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
             IF CONTRATOS-STATUS NOT = 10
                AND CTR-CLI-ID NOT = WRK-CLI-ID
               MOVE 10 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
      *>  0722-CONFERE-GRUPO - PASSADA A MARGEM INDIVIDUAL, O GRUPO
      *>  FAMILIAR (GRUPOEXP) E CONFERIDO COM O MESMO PERCENTUAL:
             ADD 1 TO IDX-PARC.
      *>  --------------------------------------------------------------
      *>  0740-GRAVA-CONTRATO / 0745-GRAVA-PARCELA-CONTRATO - PERSISTEM
      *>  A SIMULACAO ACEITA COMO UM CONTRATO NUMERADO EM CONTRATO.TXT
      *>  (CONTRATO-MASTER.CBL): 0740 MONTA O CABECALHO, 0745 PREENCHE
      *>  A OCORRENCIA DE CADA PARCELA DO CRONOGRAMA E 0747 GRAVA O
      *>  REGISTRO INTEIRO DEPOIS DO CRONOGRAMA, PARA QUE A OPERACAO
      *>  POSSA SERVIR O EMPRESTIMO DEPOIS.
      *>  --------------------------------------------------------------
       0740-GRAVA-CONTRATO.
      *>  --------------------------------------------------------------
             PERFORM 0741-MONTA-CABECALHO.
             PERFORM 0748-REGISTRA-PENDENTE.
             DISPLAY '-----------------------------------'.
             DISPLAY 'CONTRATO GERADO COM SUCESSO - NUMERO: '
                     WRK-NUM-CONTRATO.
             DISPLAY '(PENDENTE DE LIBERACAO DE CREDITO - EMPLIBER)'.
      *>  --------------------------------------------------------------
       0741-MONTA-CABECALHO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO CONTRATO-MASTER-REG.
             INITIALIZE CONTRATO-MASTER-REG.
             MOVE WRK-NUM-CONTRATO TO CTR-NUMERO.
             MOVE WRK-CLI-ID TO CTR-CLI-ID.
             CALL 'DATAPROC' USING CTR-DT-CONTRATO.
             MOVE 'N' TO CTR-MODALIDADE.
             MOVE VL-EPTM TO CTR-VALOR.
             MOVE WRK-PRAZO-MESES TO CTR-PRAZO.
             MOVE WRK-METODO-AMORT TO CTR-METODO.
             MOVE LIM-CRED TO CTR-LIMITE.
             MOVE CONTADOR TO CTR-PONTOS.
             MOVE WRK-AVALISTA TO CTR-AVALISTA.
             MOVE WRK-TAXA-VIG(WRK-IDX-TAXA) TO CTR-TAXA-VIG.
             MOVE 'A' TO CTR-SITUACAO.
             IF WRK-GAR-TIPO = 3
               MOVE 'N' TO CTR-GARANTIA
             ELSE
               MOVE 'S' TO CTR-GARANTIA
             END-IF.
      *>  --------------------------------------------------------------
       0747-GRAVA-REGISTRO-CONTRATO.
      *>  --------------------------------------------------------------
             WRITE CONTRATO-MASTER-REG
               INVALID KEY
                 DISPLAY '*** CONTRATO ' CTR-NUMERO ' JA EXISTE EM'
                         ' CONTRATO.TXT - CONFIRA O CONTRCTL ***'
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  0749-GRAVA-GARANTIA - REGISTRA O GRAVAME DO BEM EM
      *>  GARANTIA.TXT COM O NUMERO DO CONTRATO GERADO, O VALOR
      *>  CONTRATADO E O LTV DA OPERACAO. O GRAVAME E LIBERADO PELO
      *>  EMPCOBRA QUANDO O CONTRATO E ENCERRADO.
      *>  --------------------------------------------------------------
       0749-GRAVA-GARANTIA.
      *>  --------------------------------------------------------------
             IF WRK-GAR-TIPO NOT = 3
               PERFORM 0744-ABRE-GARANTIAS
               MOVE WRK-NUM-CONTRATO TO GA-CONTRATO
               MOVE WRK-CLI-ID TO GA-CLI-ID
               MOVE VL-EPTM TO GA-VL-CONTRATO
               MOVE WRK-LTV TO GA-LTV
               MOVE 'A' TO GA-SITUACAO
               MOVE ZEROS TO GA-DT-LIBERACAO GA-CONTRATO-DESTINO
               MOVE SPACES TO GA-MOTIVO-LIBERACAO
               WRITE GARANTIA-MASTER-REG
                 INVALID KEY
                   REWRITE GARANTIA-MASTER-REG
               END-WRITE
               CLOSE GARANTIAS
               MOVE 0 TO GARANTIA-STATUS
               DISPLAY 'GRAVAME REGISTRADO NO CONTRATO '
                       WRK-NUM-CONTRATO ' - LTV ' WRK-LTV '%'
             END-IF.
      *>  --------------------------------------------------------------
       0744-ABRE-GARANTIAS.
      *>  --------------------------------------------------------------
             OPEN I-O GARANTIAS.
             IF GARANTIA-STATUS = 35
               OPEN OUTPUT GARANTIAS
               CLOSE GARANTIAS
               OPEN I-O GARANTIAS
             END-IF.
      *>  --------------------------------------------------------------
      *>  0748-REGISTRA-PENDENTE - TODO CONTRATO NASCE PENDENTE DE
      *>  LIBERACAO (LIBERACA.TXT, SITUACAO P): O DINHEIRO SO SAI
      *>  --------------------------------------------------------------
       0745-GRAVA-PARCELA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-VENC TO CTR-PC-VENC(IDX-PARC).
             MOVE WRK-AMORT-CONST TO CTR-PC-AMORT(IDX-PARC).
             MOVE WRK-JUROS-PARC TO CTR-PC-JUROS(IDX-PARC).
             IF WRK-METODO-AMORT = 2
               MOVE WRK-PARC-SAC TO CTR-PC-VALOR(IDX-PARC)
             ELSE
               MOVE VL-PRCLA TO CTR-PC-VALOR(IDX-PARC)
             END-IF.
             MOVE WRK-SALDO TO CTR-PC-SALDO(IDX-PARC).
             MOVE IDX-PARC TO CTR-QT-PARCELAS.
      *>  --------------------------------------------------------------
      *>  8100-MODO-RENEGOCIACAO - RENEGOCIACAO DE CONTRATO EM ATRASO
      *>  (PARM RENEG): APURA A DIVIDA ATUALIZADA (PARCELAS EM ABERTO
               DISPLAY 'SEM CONTRATOS GRAVADOS'
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               MOVE WRK-REN-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   DISPLAY '*** CONTRATO NAO CADASTRADO ***'
                 NOT INVALID KEY
                   MOVE CTR-CLI-ID TO WRK-REN-CLIENTE
                   PERFORM 8125-SOMA-PARCELA-DIVIDA
                     VARYING WRK-IDX-CTR FROM 1 BY 1
                     UNTIL WRK-IDX-CTR > CTR-QT-PARCELAS
               END-READ
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8125-SOMA-PARCELA-DIVIDA.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-VENC(WRK-IDX-CTR) TO WRK-P-VENC.
             MOVE CTR-PC-VALOR(WRK-IDX-CTR) TO WRK-P-VALOR.
             MOVE WRK-REN-CONTRATO TO WRK-CHECA-CONTR.
             MOVE WRK-IDX-CTR TO WRK-CHECA-PARC.
             PERFORM 0761-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               ADD 1 TO WRK-QT-ABERTAS
               MOVE WRK-P-VENC TO WRK-DATA-X
               PERFORM 8190-DIAS-COMERCIAIS
               COMPUTE WRK-DIAS-ATRASO =
                       WRK-DIAS-HOJE - WRK-DIAS-X
               IF WRK-DIAS-ATRASO > 0
                 ADD 1 TO WRK-QT-VENCIDAS
                 COMPUTE WRK-JUROS-MORA ROUNDED =
                         WRK-P-VALOR * 0,01
                         * WRK-DIAS-ATRASO / 30
                 COMPUTE WRK-MULTA ROUNDED = WRK-P-VALOR * 0,02
               ELSE
                 MOVE ZEROS TO WRK-JUROS-MORA
                 MOVE ZEROS TO WRK-MULTA
               END-IF
               COMPUTE WRK-DIVIDA-ATUAL = WRK-DIVIDA-ATUAL
                       + WRK-P-VALOR + WRK-JUROS-MORA + WRK-MULTA
             END-IF.
      *>  --------------------------------------------------------------
       8130-NEGOCIA-E-EMITE.
      *>  --------------------------------------------------------------
             PERFORM 9740-ABRE-CONTRATOS.
             PERFORM 9750-ABRE-CTRL-CONTRATO.
             PERFORM 9760-PROX-NUM-CONTRATO.
             MOVE WRK-REN-CONTRATO TO CTR-NUMERO.
             READ CONTRATOS
               INVALID KEY
                 DISPLAY '*** CONTRATO ' WRK-REN-CONTRATO
                         ' NAO ENCONTRADO PARA BAIXA ***'
               NOT INVALID KEY
                 MOVE 'R' TO CTR-SITUACAO
                 MOVE WRK-NUM-CONTRATO TO CTR-RENEGOCIADO-EM
                 MOVE WRK-DATA-CONTRATO TO CTR-DT-ENCERRAMENTO
                 MOVE WRK-DIVIDA-ATUAL TO CTR-VL-ENCERRAMENTO
                 MOVE WRK-VL-DESCONTO TO CTR-VL-DESCONTO
                 REWRITE CONTRATO-MASTER-REG
             END-READ.
             MOVE 1 TO WRK-METODO-AMORT.
             MOVE WRK-REN-CLIENTE TO WRK-CLI-ID.
             PERFORM 0741-MONTA-CABECALHO.
             MOVE 'R' TO CTR-MODALIDADE.
             MOVE ZEROS TO CTR-LIMITE CTR-PONTOS CTR-AVALISTA.
             MOVE WRK-REN-CONTRATO TO CTR-ORIGEM.
             PERFORM 0730-GERA-CRONOGRAMA.
             PERFORM 8145-TRANSFERE-GARANTIA.
             PERFORM 0747-GRAVA-REGISTRO-CONTRATO.
             CLOSE CONTRATOS CONTRATO-CTRL.
             PERFORM 0748-REGISTRA-PENDENTE.
             PERFORM 8150-LIQUIDA-ANTIGO.
             DISPLAY 'CONTRATO ' WRK-REN-CONTRATO ' LIQUIDADO POR'
                     ' RENEGOCIACAO - NOVO CONTRATO ' WRK-NUM-CONTRATO.
      *>  --------------------------------------------------------------
      *>  8145-TRANSFERE-GARANTIA - O GRAVAME ATIVO DO CONTRATO
      *>  RENEGOCIADO NAO E LIBERADO: FICA COMO TRANSFERIDO (T) NO
      *>  CONTRATO ANTIGO E O MESMO BEM PASSA A GARANTIR O CONTRATO
      *>  NOVO, COM O LTV RECALCULADO SOBRE O VALOR RENEGOCIADO.
      *>  --------------------------------------------------------------
       8145-TRANSFERE-GARANTIA.
      *>  --------------------------------------------------------------
             OPEN I-O GARANTIAS.
             IF GARANTIA-STATUS = 0
               MOVE WRK-REN-CONTRATO TO GA-CONTRATO
               READ GARANTIAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF GA-GRAVAME-ATIVO
                     MOVE 'T' TO GA-SITUACAO
                     MOVE WRK-DATA-CONTRATO TO GA-DT-LIBERACAO
                     MOVE 'R' TO GA-MOTIVO-LIBERACAO
                     MOVE WRK-NUM-CONTRATO TO GA-CONTRATO-DESTINO
                     REWRITE GARANTIA-MASTER-REG
                     MOVE WRK-NUM-CONTRATO TO GA-CONTRATO
                     MOVE VL-EPTM TO GA-VL-CONTRATO
                     COMPUTE GA-LTV ROUNDED =
                             (VL-EPTM * 100) / GA-VL-AVALIACAO
                     MOVE 'A' TO GA-SITUACAO
                     MOVE ZEROS TO GA-DT-LIBERACAO
                                   GA-CONTRATO-DESTINO
                     MOVE SPACES TO GA-MOTIVO-LIBERACAO
                     WRITE GARANTIA-MASTER-REG
                       INVALID KEY
                         REWRITE GARANTIA-MASTER-REG
                     END-WRITE
                     MOVE 'S' TO CTR-GARANTIA
                     DISPLAY 'GRAVAME TRANSFERIDO PARA O CONTRATO '
                             WRK-NUM-CONTRATO ' - LTV ' GA-LTV '%'
                   END-IF
               END-READ
               CLOSE GARANTIAS
             END-IF.
             MOVE 0 TO GARANTIA-STATUS.
      *>  --------------------------------------------------------------
      *>  8150-LIQUIDA-ANTIGO - GRAVA A PARCELA 99 NO LEDGER, QUE E A
      *>  MARCA DE CONTRATO LIQUIDADO USADA PELO EMPCOBRA: AS PARCELAS
      *>  RESTANTES DO CRONOGRAMA ANTIGO SAEM DA INADIMPLENCIA.
             PERFORM 9740-ABRE-CONTRATOS.
             PERFORM 9750-ABRE-CTRL-CONTRATO.
             PERFORM 9760-PROX-NUM-CONTRATO.
             MOVE 1 TO WRK-METODO-AMORT.
             PERFORM 0741-MONTA-CABECALHO.
             MOVE 'C' TO CTR-MODALIDADE.
             MOVE ZEROS TO CTR-LIMITE CTR-PONTOS CTR-AVALISTA.
             MOVE WRK-MATRICULA TO CTR-MATRICULA.
             PERFORM 0730-GERA-CRONOGRAMA.
             PERFORM 0747-GRAVA-REGISTRO-CONTRATO.
             CLOSE CONTRATOS CONTRATO-CTRL.
             PERFORM 0748-REGISTRA-PENDENTE.
             DISPLAY 'CONTRATO CONSIGNADO GERADO - NUMERO: '
                     WRK-NUM-CONTRATO.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
       8190-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
       9740-ABRE-CONTRATOS.
      *>  --------------------------------------------------------------
             OPEN I-O CONTRATOS.
             IF CONTRATOS-STATUS = 35
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
             END-IF.
      *>  --------------------------------------------------------------
       9750-ABRE-CTRL-CONTRATO.
               PERFORM 9760-PROX-NUM-CONTRATO
               PERFORM 0740-GRAVA-CONTRATO
               PERFORM 0730-GERA-CRONOGRAMA
               PERFORM 0747-GRAVA-REGISTRO-CONTRATO
               STRING 'PONTOS=' CONTADOR ' LIMITE=' LIM-CRED
                      ' VALOR=' EM-VL-EPTM ' PARCELA=' VL-PRCLA
                      ' TOTAL=' TOT-EPTM ' CET=' WRK-CET
