           SELECT RESGATE-LOG ASSIGN TO 'C:\COBOL\RESGLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RESGLOG-STATUS.
           SELECT POSICAO-EMISSAO ASSIGN TO 'C:\COBOL\POSEMIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS POSEMIS-STATUS
             RECORD KEY IS PE-CHAVE.
           SELECT COMECOTA ASSIGN TO 'C:\COBOL\COMECOTA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS COMECOTA-STATUS
             RECORD KEY IS CC-CHAVE.
           SELECT TAXA-REF ASSIGN TO 'C:\COBOL\TAXAREF.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TAXAREF-STATUS.
           SELECT ESPOLIO ASSIGN TO 'C:\COBOL\ESPOLIO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS ESPOLIO-STATUS
             RECORD KEY IS ES-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD INVEST-TRANS.
            05 RG-RENDIMENTO   PIC 9(07)V99.
            05 RG-IR           PIC 9(07)V99.
            05 RG-LIQUIDO      PIC 9(09)V99.
       FD COMECOTA.
       COPY 'COMECOTA-MASTER.CBL'.
       FD POSICAO-EMISSAO.
       COPY 'POSEMIS-MASTER.CBL'.
       FD ESPOLIO.
       COPY 'ESPOLIO-MASTER.CBL'.
       FD TAXA-REF.
       01 TAXA-REF-REG.
            05 TR-DATA          PIC 9(08).
            05 TR-PRODUTO       PIC 9(02).
            05 TR-TAXA          PIC 9V9999.
      *>  --------------------------------------------------------------
       FD SUSPENSE.
       01 SUSPENSE-REG.
       77 VALOR-DESCONTO   PIC 9(5)V99      VALUE ZEROS.
       77 VAL-RESGATE-LIQ  PIC 9(5)V99      VALUE ZEROS.
       77 RESGLOG-STATUS   PIC 9(02)        VALUE ZEROS.
       77 COMECOTA-STATUS  PIC 9(02)        VALUE ZEROS.
       77 POSEMIS-STATUS   PIC 9(02)        VALUE ZEROS.
       77 ESPOLIO-STATUS   PIC 9(02)        VALUE ZEROS.
       77 WRK-EM-ESPOLIO   PIC X(01)        VALUE 'N'.
       77 WRK-FG-LIBERA    PIC X(01)        VALUE 'S'.
       77 WRK-FG-CIENTE    PIC X(01)        VALUE 'N'.
       77 WRK-CC-IR-ACUM   PIC 9(07)V99     VALUE ZEROS.
       77 WRK-CC-REND-ACUM PIC 9(09)V99     VALUE ZEROS.
       77 VL-MIN-CDB       PIC 9(5)         VALUE 00100.
       77 VL-MIN-LCI       PIC 9(5)         VALUE 00500.
       77 VL-MIN-FII       PIC 9(5)         VALUE 00100.
       77 TMP-MIN-HEDGE    PIC 9(3)         VALUE 012.
       77 TMP-MAX-HEDGE    PIC 9(3)         VALUE 060.
       77 POSICAO-STATUS   PIC 9(02)        VALUE ZEROS.
       77 TAXAREF-STATUS   PIC 9(02)        VALUE ZEROS.
       01 WRK-TAB-TAXAS-REF.
            05 WRK-TAXA-ITEM OCCURS 14 TIMES.
       77 WRK-MOEDA-SN     PIC 9(01)        VALUE 2.
       77 WRK-VL-DOLAR     PIC 9(7)V99      VALUE ZEROS.
       77 WRK-VL-EURO      PIC 9(7)V99      VALUE ZEROS.
       77 WRK-TAXA-USD     PIC 9(3)V9999    VALUE ZEROS.
       77 WRK-TAXA-EUR     PIC 9(3)V9999    VALUE ZEROS.
       77 WRK-DT-COTACAO   PIC 9(08)        VALUE ZEROS.
       77 WRK-COTACAO-OK   PIC X(01)        VALUE 'N'.
       01 WRK-TAXA-MOEDA.
            05 WRK-TX-MOEDA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-CODIGO       PIC X(03)    VALUE SPACES.
            05 WRK-TX-SIGLA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-NOME         PIC X(20)    VALUE SPACES.
            05 WRK-TX-DECIMAIS     PIC 9(01)    VALUE ZEROS.
            05 WRK-TX-TAXA         PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-TX-DATA         PIC 9(08)    VALUE ZEROS.
            05 WRK-TX-RETORNO      PIC X(01)    VALUE SPACES.
       77 EXTRATO-STATUS   PIC 9(02)        VALUE ZEROS.
       77 WRK-CLI-ID       PIC 9(05)        VALUE ZEROS.
       77 WRK-SEQ          PIC 9(03)        VALUE ZEROS.
       77 VL-MIN-ATUAL     PIC 9(5)         VALUE ZEROS.
       77 TMP-MIN-ATUAL    PIC 9(3)         VALUE ZEROS.
       77 TMP-MAX-ATUAL    PIC 9(3)         VALUE ZEROS.
       01 WRK-SUITABILITY.
            05 WRK-ST-FUNCAO       PIC X(01)    VALUE SPACES.
            05 WRK-ST-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-ST-PRODUTO      PIC 9(01)    VALUE ZEROS.
            05 WRK-ST-VALOR        PIC 9(07)V99 VALUE ZEROS.
            05 WRK-ST-TERMO        PIC X(01)    VALUE SPACES.
            05 WRK-ST-ORIGEM       PIC X(08)    VALUE 'DESAFIO6'.
            05 WRK-ST-REFERENCIA   PIC 9(08)    VALUE ZEROS.
            05 WRK-ST-PERFIL       PIC X(01)    VALUE SPACES.
            05 WRK-ST-RISCO        PIC X(01)    VALUE SPACES.
            05 WRK-ST-RESULTADO    PIC X(01)    VALUE SPACES.
            05 WRK-ST-MOTIVO       PIC X(01)    VALUE SPACES.
       01 WRK-FGC.
            05 WRK-FG-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-FG-EMISPROD     PIC 9(04)    VALUE ZEROS.
            05 WRK-FG-VALOR        PIC 9(07)V99 VALUE ZEROS.
            05 WRK-FG-TIPO         PIC 9(01)    VALUE ZEROS.
            05 WRK-FG-EMISSOR      PIC X(30)    VALUE SPACES.
            05 WRK-FG-COBERTO      PIC X(01)    VALUE SPACES.
            05 WRK-FG-SALDO        PIC 9(11)V99 VALUE ZEROS.
            05 WRK-FG-LIMITE       PIC 9(09)V99 VALUE ZEROS.
            05 WRK-FG-RESULTADO    PIC X(01)    VALUE SPACES.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
      *>  --------------------------------------------------------------
      *>  0440-MOSTRA-EM-MOEDA - MOSTRA A PROJECAO (E O RESGATE LIQUIDO
      *>  QUANDO SIMULADO) CONVERTIDA EM DOLAR E EURO PELA ULTIMA
      *>  COTACAO ACEITA PELO CONVERSOR DE MOEDAS (TAXACTRL.TXT, LIDA
      *>  PELO SUBPROGRAMA TAXAMOED PELOS CODIGOS USD E EUR),
      *>  INFORMANDO A DATA DA COTACAO USADA - SEM PRECISAR RODAR O
      *>  DESAFIO01 COM O NUMERO ANOTADO NO PAPEL.
      *>  --------------------------------------------------------------
             DISPLAY 'MOSTRAR EM MOEDA ESTRANGEIRA? (1-SIM/2-NAO)'.
             ACCEPT WRK-MOEDA-SN.
             IF WRK-MOEDA-SN = 1
               PERFORM 0442-LE-COTACOES
               IF WRK-COTACAO-OK NOT = 'S'
                 DISPLAY '*** COTACOES INDISPONIVEIS (RODAR O'
                         ' CONVERSOR DE MOEDAS ANTES) ***'
               ELSE
                 COMPUTE WRK-VL-DOLAR ROUNDED =
                         VAL-RESULT / WRK-TAXA-USD
                 COMPUTE WRK-VL-EURO ROUNDED =
                         VAL-RESULT / WRK-TAXA-EUR
                 DISPLAY 'COTACAO DO DIA ' WRK-DT-COTACAO
                 DISPLAY 'PROJECAO EM DOLARES: US$ ' WRK-VL-DOLAR
                 DISPLAY 'PROJECAO EM EUROS..: EU$ ' WRK-VL-EURO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0442-LE-COTACOES - ULTIMA COTACAO ACEITA DO DOLAR E DO EURO.
      *>  SO VALE COTACAO DO CONTROLE (RETORNO C); A TAXA PADRAO DO
      *>  CADASTRO NAO SERVE PARA MOSTRAR AO CLIENTE.
      *>  --------------------------------------------------------------
       0442-LE-COTACOES.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-COTACAO-OK.
             MOVE 'USD' TO WRK-TX-MOEDA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             IF WRK-TX-RETORNO = 'C'
               MOVE WRK-TX-TAXA TO WRK-TAXA-USD
               MOVE WRK-TX-DATA TO WRK-DT-COTACAO
               MOVE 'EUR' TO WRK-TX-MOEDA
               CALL 'TAXAMOED' USING WRK-TAXA-MOEDA
               IF WRK-TX-RETORNO = 'C'
                 MOVE WRK-TX-TAXA TO WRK-TAXA-EUR
                 MOVE 'S' TO WRK-COTACAO-OK
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       0445-MOSTRA-RESGATE-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-MOEDA-SN = 1
               PERFORM 0442-LE-COTACOES
               IF WRK-COTACAO-OK = 'S'
                 COMPUTE WRK-VL-DOLAR ROUNDED =
                         VAL-RESGATE-LIQ / WRK-TAXA-USD
                 COMPUTE WRK-VL-EURO ROUNDED =
                         VAL-RESGATE-LIQ / WRK-TAXA-EUR
                 DISPLAY 'RESGATE LIQUIDO (COTACAO ' WRK-DT-COTACAO ')'
                 DISPLAY '  EM DOLARES: US$ ' WRK-VL-DOLAR
                 DISPLAY '  EM EUROS..: EU$ ' WRK-VL-EURO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  NA CARTEIRA DE POSICOES (INVPOSIC.TXT): CLIENTE, PRODUTO,
      *>  VALOR, DATA E A TAXA CONTRATADA DO PRODUTO NO DIA. O SALDO
      *>  PARTE DO VALOR APLICADO E RENDE NO BATCH MENSAL (RENDE).
      *>  O APORTE E FEITO EM UMA EMISSAO DO CADASTRO DE EMISSORES
      *>  (EMISPROD.TXT), CONFERIDA CONTRA O LIMITE DO FGC POR EMISSOR
      *>  (7040). ANTES DE GRAVAR, O SUITAB CONFERE O PRODUTO CONTRA O
      *>  PERFIL DO CLIENTE (7050); BLOQUEADO, A POSICAO NAO E ABERTA.
      *>  --------------------------------------------------------------
       7000-APORTE.
      *>  --------------------------------------------------------------
             ACCEPT SELEC-MENU.
             DISPLAY 'VALOR DO APORTE R$.............: '.
             ACCEPT WRK-VL-APORTE.
             DISPLAY 'CODIGO DA EMISSAO (EMISSOR)....: '.
             ACCEPT WRK-FG-EMISPROD.
             IF WRK-CLI-ID = 0 OR WRK-VL-APORTE = 0
                OR SELEC-MENU < 1 OR SELEC-MENU > 4
               DISPLAY '*** DADOS DO APORTE INVALIDOS ***'
             ELSE
               PERFORM 7040-CONFERE-FGC
               IF WRK-FG-LIBERA = 'S'
                 PERFORM 7050-CONFERE-SUITABILITY
               END-IF
               EVALUATE TRUE
                 WHEN WRK-FG-LIBERA = 'N'
                   CONTINUE
                 WHEN WRK-ST-RESULTADO = 'B'
                   DISPLAY '*** APORTE BLOQUEADO - SUITABILITY ***'
                 WHEN OTHER
                   PERFORM 7060-GRAVA-POSICAO
               END-EVALUATE
             END-IF.
             CLOSE INVEST-POSICAO.
      *>  --------------------------------------------------------------
      *>  7040-CONFERE-FGC - A EMISSAO TEM DE EXISTIR, ESTAR ATIVA E SER
      *>  DO PRODUTO ESCOLHIDO. SE O SALDO COBERTO DO CLIENTE NO
      *>  EMISSOR PASSAR DO LIMITE DO FGC COM ESTE APORTE, AVISA E SO
      *>  SEGUE COM O CLIENTE CIENTE DO EXCEDENTE SEM GARANTIA.
      *>  --------------------------------------------------------------
       7040-CONFERE-FGC.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-FG-LIBERA.
             MOVE WRK-CLI-ID    TO WRK-FG-CLI-ID.
             MOVE WRK-VL-APORTE TO WRK-FG-VALOR.
             CALL 'INVFGC' USING WRK-FGC.
             EVALUATE TRUE
               WHEN WRK-FG-RESULTADO = 'N'
                 MOVE 'N' TO WRK-FG-LIBERA
                 DISPLAY '*** EMISSAO NAO CADASTRADA OU INATIVA ***'
               WHEN WRK-FG-TIPO NOT = SELEC-MENU
                 MOVE 'N' TO WRK-FG-LIBERA
                 DISPLAY '*** EMISSAO NAO E DO PRODUTO ESCOLHIDO ***'
               WHEN WRK-FG-RESULTADO = 'A'
                 DISPLAY '* ATENCAO: SALDO COBERTO PELO FGC NO EMISSOR '
                         WRK-FG-EMISSOR
                 DISPLAY '* HOJE ' WRK-FG-SALDO ' - COM O APORTE PASSA'
                         ' DO LIMITE DE ' WRK-FG-LIMITE
                 DISPLAY 'CLIENTE CIENTE DO EXCEDENTE SEM GARANTIA'
                         ' (S/N): '
                 ACCEPT WRK-FG-CIENTE
                 IF WRK-FG-CIENTE NOT = 'S'
                   MOVE 'N' TO WRK-FG-LIBERA
                   DISPLAY '*** APORTE NAO CONFIRMADO - LIMITE FGC ***'
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  7050-CONFERE-SUITABILITY - PRIMEIRO SO CONSULTA (FUNCAO V).
      *>  RISCO ACIMA DO PERFIL PEDE O TERMO DE CIENCIA E CONFIRMA COM
      *>  A FUNCAO R, QUE REGISTRA O TERMO OU O BLOQUEIO PARA O
      *>  RELATORIO MENSAL. SEM PERFIL OU VENCIDO O BLOQUEIO TAMBEM E
      *>  REGISTRADO E O CLIENTE TEM DE REFAZER O QUESTIONARIO.
      *>  --------------------------------------------------------------
       7050-CONFERE-SUITABILITY.
      *>  --------------------------------------------------------------
             MOVE 'V'           TO WRK-ST-FUNCAO.
             MOVE WRK-CLI-ID    TO WRK-ST-CLI-ID.
             MOVE SELEC-MENU    TO WRK-ST-PRODUTO.
             MOVE WRK-VL-APORTE TO WRK-ST-VALOR.
             MOVE 'N'           TO WRK-ST-TERMO.
             MOVE ZEROS         TO WRK-ST-REFERENCIA.
             CALL 'SUITAB' USING WRK-SUITABILITY.
             IF WRK-ST-MOTIVO = 'R'
               DISPLAY 'PRODUTO DE RISCO ACIMA DO PERFIL '
                       WRK-ST-PERFIL ' DO CLIENTE'
               DISPLAY 'TERMO DE CIENCIA DE RISCO ASSINADO (S/N): '
               ACCEPT WRK-ST-TERMO
             END-IF.
             IF WRK-ST-MOTIVO NOT = SPACE
               MOVE 'R' TO WRK-ST-FUNCAO
               CALL 'SUITAB' USING WRK-SUITABILITY
             END-IF.
             IF WRK-ST-MOTIVO = 'S' OR WRK-ST-MOTIVO = 'V'
               DISPLAY '*** PERFIL DO INVESTIDOR INEXISTENTE OU VENCIDO'
                       ' - REFAZER O QUESTIONARIO (DESAFIO10) ***'
             END-IF.
      *>  --------------------------------------------------------------
       7060-GRAVA-POSICAO.
      *>  --------------------------------------------------------------
             EVALUATE SELEC-MENU
               WHEN 1 MOVE WRK-TAXA-PROD(1) TO TX-PD
               WHEN 2 MOVE WRK-TAXA-PROD(2) TO TX-PD
               WHEN 3 MOVE WRK-TAXA-PROD(3) TO TX-PD
               WHEN OTHER MOVE WRK-TAXA-PROD(4) TO TX-PD
             END-EVALUATE.
             PERFORM 7100-PROXIMA-SEQUENCIA.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-CLI-ID    TO IP-CLI-ID.
             MOVE WRK-PROX-SEQ  TO IP-SEQ.
             MOVE SELEC-MENU    TO IP-PRODUTO.
             MOVE WRK-VL-APORTE TO IP-VL-APLICADO.
             MOVE WRK-DATA-HOJE TO IP-DT-INICIO.
             MOVE TX-PD         TO IP-TX-MENSAL.
             MOVE WRK-VL-APORTE TO IP-SALDO.
             MOVE ZEROS         TO IP-MESES.
             MOVE 'A'           TO IP-SITUACAO.
             WRITE INVEST-POSICAO-REG.
             DISPLAY 'APORTE REGISTRADO - POSICAO ' IP-CLI-ID
                     '/' IP-SEQ.
             PERFORM 7070-GRAVA-VINCULO-EMISSAO.
      *>  --------------------------------------------------------------
       7070-GRAVA-VINCULO-EMISSAO.
      *>  --------------------------------------------------------------
             OPEN I-O POSICAO-EMISSAO.
             IF POSEMIS-STATUS = 35
               OPEN OUTPUT POSICAO-EMISSAO
               CLOSE POSICAO-EMISSAO
               OPEN I-O POSICAO-EMISSAO
             END-IF.
             MOVE IP-CHAVE        TO PE-CHAVE.
             MOVE WRK-FG-EMISPROD TO PE-EMISPROD.
             MOVE WRK-DATA-HOJE   TO PE-DT-VINCULO.
             WRITE POSEMIS-MASTER-REG
               INVALID KEY
                 REWRITE POSEMIS-MASTER-REG
             END-WRITE.
             CLOSE POSICAO-EMISSAO.
             MOVE 0 TO POSEMIS-STATUS.
      *>  --------------------------------------------------------------
       7100-PROXIMA-SEQUENCIA.
      *>  --------------------------------------------------------------
      *>  7200-RESGATE-POSICAO - RESGATA UMA POSICAO REAL: APLICA SOBRE
      *>  O RENDIMENTO A MESMA TABELA REGRESSIVA DE IOF DO SIMULADOR
      *>  (PENALIDADE CONTRATUAL PARA LCI/LCA) E ENCERRA A POSICAO.
      *>  POSICAO DE CLIENTE FALECIDO BLOQUEADA EM ESPOLIO.TXT SO
      *>  RESGATA DEPOIS DA LIBERACAO NO CLIOBITO.
      *>  --------------------------------------------------------------
       7200-RESGATE-POSICAO.
      *>  --------------------------------------------------------------
               INVALID KEY
                 DISPLAY '*** POSICAO NAO ENCONTRADA ***'
               NOT INVALID KEY
                 PERFORM 7210-CONFERE-ESPOLIO
                 IF IP-SITUACAO NOT = 'A'
                   DISPLAY '*** POSICAO JA RESGATADA ***'
                 ELSE
                   IF WRK-EM-ESPOLIO = 'S'
                     DISPLAY '*** POSICAO BLOQUEADA PARA INVENTARIO'
                             ' (ESPOLIO) ***'
                   ELSE
                     PERFORM 7300-CALC-RESGATE-POSICAO
                   END-IF
                 END-IF
             END-READ.
             CLOSE INVEST-POSICAO.
      *>  --------------------------------------------------------------
       7210-CONFERE-ESPOLIO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-EM-ESPOLIO.
             OPEN INPUT ESPOLIO.
             IF ESPOLIO-STATUS = 0
               MOVE IP-CHAVE TO ES-CHAVE
               READ ESPOLIO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF ES-BLOQUEADA
                     MOVE 'S' TO WRK-EM-ESPOLIO
                   END-IF
               END-READ
               CLOSE ESPOLIO
             END-IF.
             MOVE 0 TO ESPOLIO-STATUS.
      *>  --------------------------------------------------------------
       7300-CALC-RESGATE-POSICAO.
      *>  --------------------------------------------------------------
             PERFORM 7310-LE-COMECOTAS.
             MOVE IP-SALDO TO VAL-RESGATE.
             COMPUTE WRK-RENDIMENTO =
                     IP-SALDO + WRK-CC-IR-ACUM - IP-VL-APLICADO.
             MOVE WRK-RENDIMENTO TO RENDIMENTO-RESG.
             MOVE IP-MESES TO MES-RESGATE.
             IF IP-PRODUTO = 2
             END-IF.
             MOVE IP-PRODUTO TO SELEC-MENU.
             PERFORM 0430-CALC-IR-REGRESSIVO.
             IF VALOR-IR > WRK-CC-IR-ACUM
               SUBTRACT WRK-CC-IR-ACUM FROM VALOR-IR
             ELSE
               MOVE ZEROS TO VALOR-IR
             END-IF.
             COMPUTE VAL-RESGATE-LIQ =
                     VAL-RESGATE - VALOR-DESCONTO - VALOR-IR.
             DISPLAY '---------------------------------------'.
             DISPLAY 'SALDO BRUTO DA POSICAO.....: ' VAL-RESGATE.
             DISPLAY 'RENDIMENTO.................: ' WRK-RENDIMENTO.
             DISPLAY 'IOF/PENALIDADE.............: ' VALOR-DESCONTO.
             IF WRK-CC-IR-ACUM > 0
               DISPLAY 'IR JA RETIDO NO COME-COTAS.: ' WRK-CC-IR-ACUM
             END-IF.
             DISPLAY 'IR REGRESSIVO (' TX-IR ')......: ' VALOR-IR.
             DISPLAY 'VALOR LIQUIDO DO RESGATE...: ' VAL-RESGATE-LIQ.
             MOVE 'R' TO IP-SITUACAO.
             PERFORM 7350-GRAVA-RESGATE-LOG.
             DISPLAY 'POSICAO ENCERRADA'.
      *>  --------------------------------------------------------------
      *>  7310-LE-COMECOTAS - POSICAO DE FUNDO JA TRIBUTADA NO COME-
      *>  COTAS (INVCOMEC): O IR RETIDO VOLTA AO RENDIMENTO TOTAL PARA
      *>  A TABELA REGRESSIVA E SAI DO IR A PAGAR NO RESGATE, QUE SO
      *>  COBRA A DIFERENCA.
      *>  --------------------------------------------------------------
       7310-LE-COMECOTAS.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-CC-IR-ACUM WRK-CC-REND-ACUM.
             OPEN INPUT COMECOTA.
             IF COMECOTA-STATUS = 0
               MOVE IP-CLI-ID TO CC-CLI-ID
               MOVE IP-SEQ TO CC-SEQ
               READ COMECOTA
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CC-IR-ACUM TO WRK-CC-IR-ACUM
                   MOVE CC-REND-ACUM TO WRK-CC-REND-ACUM
               END-READ
               CLOSE COMECOTA
             END-IF.
             MOVE 0 TO COMECOTA-STATUS.
      *>  --------------------------------------------------------------
      *>  7350-GRAVA-RESGATE-LOG - CADA RESGATE REAL FICA REGISTRADO EM
      *>  RESGLOG.TXT COM RENDIMENTO E IR RETIDO, PARA O INFORME ANUAL
      *>  DE RENDIMENTOS (INFORMIR) NAO DEPENDER DE TELA. O RENDIMENTO
      *>  JA INFORMADO NOS EVENTOS DE COME-COTAS (COMECLOG.TXT) NAO
      *>  ENTRA DE NOVO: FICA SO O RENDIMENTO DESDE O ULTIMO EVENTO.
      *>  --------------------------------------------------------------
       7350-GRAVA-RESGATE-LOG.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING RG-DATA.
             MOVE WRK-CLI-ID TO RG-CLI-ID.
             MOVE WRK-SEQ TO RG-SEQ.
             IF WRK-RENDIMENTO > WRK-CC-REND-ACUM
               COMPUTE RG-RENDIMENTO = WRK-RENDIMENTO - WRK-CC-REND-ACUM
             ELSE
               MOVE ZEROS TO RG-RENDIMENTO
             END-IF.
             MOVE VALOR-IR TO RG-IR.
             MOVE VAL-RESGATE-LIQ TO RG-LIQUIDO.
             WRITE RESGATE-LOG-REG.
