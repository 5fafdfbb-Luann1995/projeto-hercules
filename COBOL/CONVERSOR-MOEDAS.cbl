             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT TAXA-HISTORICO ASSIGN TO 'C:\COBOL\TAXAHIST.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS TH-CHAVE.
           SELECT RELAT-CAMBIO ASSIGN TO 'C:\COBOL\RELCAMB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELCAMB-STATUS.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS TX-MOEDA.
           SELECT MOEDAS ASSIGN TO 'C:\COBOL\MOEDAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MOEDAS-STATUS
             RECORD KEY IS MO-CODIGO
             ALTERNATE RECORD KEY IS MO-SIGLA.
       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS-TRANS.
       FD TAXA-CAMBIO.
       01 TAXA-CAMBIO-REG.
            05 TC-DATA          PIC 9(08).
            05 TC-MOEDA         PIC X(03).
            05 TC-TAXA          PIC 9(3)V9999.
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG     PIC X(160).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD FERIADOS.
       FD CAMBIO-EXTRATO.
       01 CAMBIO-EXTRATO-REG   PIC X(120).
       FD TAXA-HISTORICO.
       COPY 'TAXAHIST-MASTER.CBL'.
       FD RELAT-CAMBIO.
       01 RELAT-CAMBIO-REG     PIC X(100).
       FD TAXA-CTRL.
       COPY 'TAXACTRL-MASTER.CBL'.
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
      *>  --------------------------------------------------------------
       FD SUSPENSE.
       01 SUSPENSE-REG.
       77 WRK-HORA-LOG     PIC 9(08)       VALUE ZEROS.
       77 WRK-MOEDA-ORIGEM PIC X(05)       VALUE SPACES.
       77 WRK-MOEDA-DESTINO PIC X(05)      VALUE SPACES.
       77 WRK-TAXA-ORIGEM  PIC 9(3)V9999   VALUE ZEROS.
       77 WRK-TAXA-DESTINO PIC 9(3)V9999   VALUE ZEROS.
       77 WRK-TAXA-CRUZADA PIC 9(5)V9999   VALUE ZEROS.
       77 WRK-VALOR-CRUZADO PIC 9(9)V99    VALUE ZEROS.
       77 WRK-TAXA-NOVA    PIC 9(3)V9999    VALUE ZEROS.
       77 WRK-DATA-TAXA    PIC 9(08)        VALUE ZEROS.
       77 HIST-STATUS      PIC 9(02)        VALUE ZEROS.
       77 WRK-DIF-TAXA     PIC S9(3)V9999   VALUE ZEROS.
       77 WRK-RESULT-MOEDA PIC S9(9)V99     VALUE ZEROS.
       77 WRK-QT-REVAL     PIC 9(05)        VALUE ZEROS.
       01 WRK-LOG-LINHA    PIC X(160)       VALUE SPACES.
       77 WRK-LOG-MEIO-INT PIC 9(09)        VALUE ZEROS.
       77 WRK-LOG-MEIO     PIC 9(5)V9999    VALUE ZEROS.
       77 WRK-LOG-SEG      PIC X(01)        VALUE SPACES.
       77 WRK-LOG-SPREAD   PIC 9(07)V99     VALUE ZEROS.
       77 WRK-MEIO-ORIGEM  PIC 9(3)V9999    VALUE ZEROS.
       77 WRK-VL-MEIO-DE   PIC 9(11)V99     VALUE ZEROS.
       77 WRK-RECEITA-CRUZ PIC S9(11)V99    VALUE ZEROS.
       01 WRK-PRECO-FX.
            05 WRK-PR-MOEDA        PIC X(05)    VALUE SPACES.
            05 WRK-PR-SENTIDO      PIC X(01)    VALUE SPACES.
            05 WRK-PR-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-PR-VALOR        PIC 9(11)V99 VALUE ZEROS.
            05 WRK-PR-TAXA-MEIO    PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-PR-SEGMENTO     PIC X(01)    VALUE SPACES.
            05 WRK-PR-PCT          PIC 9(02)V99 VALUE ZEROS.
            05 WRK-PR-TAXA-APLIC   PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-PR-RECEITA      PIC 9(07)V99 VALUE ZEROS.
            05 WRK-PR-RETORNO      PIC X(01)    VALUE SPACES.
       01 WRK-NUMERARIO.
            05 WRK-NU-FUNCAO       PIC X(01)    VALUE SPACES.
            05 WRK-NU-ATUALIZA     PIC X(01)    VALUE SPACES.
            05 WRK-NU-AGENCIA      PIC 9(04)    VALUE ZEROS.
            05 WRK-NU-MOEDA        PIC X(03)    VALUE SPACES.
            05 WRK-NU-VALOR        PIC 9(09)    VALUE ZEROS.
            05 WRK-NU-ORIGEM       PIC X(08)    VALUE SPACES.
            05 WRK-NU-SALDO        PIC 9(11)    VALUE ZEROS.
            05 WRK-NU-RETORNO      PIC X(01)    VALUE SPACES.
       77 WRK-AGENCIA-FX   PIC 9(04)        VALUE ZEROS.
       77 WRK-NUMER-OK     PIC X(01)        VALUE 'S'.
       77 WRK-NUMER-ATUALIZA PIC X(01)      VALUE 'N'.
       77 WRK-VL-ESPECIE-SAI PIC 9(09)      VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02)        VALUE ZEROS.
       77 CAMBEXT-STATUS   PIC 9(02)        VALUE ZEROS.
       77 WRK-CLI-FX       PIC 9(05)        VALUE ZEROS.
            05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES-R REDEFINES WRK-TAB-MESES.
            05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       01 WRK-TAB-MOEDAS.
            05 WRK-MD-ITEM OCCURS 20 TIMES.
                10 WRK-MD-CODIGO   PIC X(03).
                10 WRK-MD-SIGLA    PIC X(05).
                10 WRK-MD-NOME     PIC X(20).
                10 WRK-MD-DECIMAIS PIC 9(01).
                10 WRK-MD-SITUACAO PIC X(01).
                10 WRK-MD-LOTE     PIC 9(01).
                10 WRK-MD-TAXA     PIC 9(3)V9999.
                10 WRK-MD-TAXA-ANT PIC 9(3)V9999.
                10 WRK-MD-DATA     PIC 9(08).
                10 WRK-MD-NO-FEED  PIC X(01).
                10 WRK-MD-TEM-CTRL PIC X(01).
                10 WRK-MD-GANHO    PIC S9(9)V99.
       77 MOEDAS-STATUS    PIC 9(02)        VALUE ZEROS.
       77 WRK-QT-MOEDAS    PIC 9(02)        VALUE ZEROS.
       77 WRK-IDX-MD       PIC 9(02)        VALUE ZEROS.
       77 WRK-IDX-OR       PIC 9(02)        VALUE ZEROS.
       77 WRK-IDX-DE       PIC 9(02)        VALUE ZEROS.
       77 WRK-COD-MOEDA    PIC X(05)        VALUE SPACES.
       77 WRK-QT-FEED      PIC 9(03)        VALUE ZEROS.
       77 WRK-QT-SEM-MOEDA PIC 9(05)        VALUE ZEROS.
       77 WRK-VL-CONVERTIDO PIC 9(11)V99    VALUE ZEROS.
       77 WRK-VL-CONV-INT  PIC 9(11)        VALUE ZEROS.
       77 WRK-TAXA-ANTERIOR PIC 9(3)V9999   VALUE ZEROS.
       77 WRK-PCT-VAR      PIC S9(3)V99     VALUE ZEROS.
       77 WRK-TOLERANCIA-PCT PIC 9(3)V99    VALUE 020,00.
           88 TAXA-RECONCILIA-OK                VALUE 'S'.
           88 TAXA-RECONCILIA-FALHOU            VALUE 'N'.
       77 CTRL-STATUS       PIC 9(2)        VALUE ZEROS.
       01 DATA-SYSTEMA.
           02 SYS-ANO  PIC 9(4).
           02 SYS-MES  PIC 9(2).
           02 SYS-DIA  PIC 9(2).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             PERFORM 0040-CARREGA-MOEDAS.
             IF WRK-QT-MOEDAS = 0
               DISPLAY '*** CADASTRO DE MOEDAS (MOEDAS.TXT) VAZIO OU'
                       ' INDISPONIVEL ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF.
             PERFORM 9790-ABRE-TAXA-CTRL.
             PERFORM 0050-CARREGA-TAXAS.
             PERFORM 9770-ABRE-LOG-CONVERSAO.
             CLOSE LOG-CONVERSAO TAXA-CTRL.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0040-CARREGA-MOEDAS - CARREGA O CADASTRO DE MOEDAS
      *>  (MOEDAS.TXT) NA TABELA DE TRABALHO, COM A TAXA PADRAO DE CADA
      *>  MOEDA. TODA A CONVERSAO, A RECONCILIACAO DO FEED E A
      *>  REAVALIACAO TRABALHAM SOBRE ESSA TABELA - MOEDA NOVA ENTRA
      *>  PELO MOEDAMAN, SEM MEXER NESTE PROGRAMA.
      *>  --------------------------------------------------------------
       0040-CARREGA-MOEDAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-MOEDAS.
             INITIALIZE WRK-TAB-MOEDAS.
             OPEN INPUT MOEDAS.
             IF MOEDAS-STATUS = 0
               READ MOEDAS
                 AT END MOVE 10 TO MOEDAS-STATUS
               END-READ
               PERFORM 0045-CARREGA-UMA-MOEDA
                 UNTIL MOEDAS-STATUS = 10
               CLOSE MOEDAS
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
      *>  --------------------------------------------------------------
       0045-CARREGA-UMA-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-QT-MOEDAS < 20
               ADD 1 TO WRK-QT-MOEDAS
               MOVE MO-CODIGO      TO WRK-MD-CODIGO(WRK-QT-MOEDAS)
               MOVE MO-SIGLA       TO WRK-MD-SIGLA(WRK-QT-MOEDAS)
               MOVE MO-NOME        TO WRK-MD-NOME(WRK-QT-MOEDAS)
               MOVE MO-DECIMAIS    TO WRK-MD-DECIMAIS(WRK-QT-MOEDAS)
               MOVE MO-SITUACAO    TO WRK-MD-SITUACAO(WRK-QT-MOEDAS)
               MOVE MO-NUM-LOTE    TO WRK-MD-LOTE(WRK-QT-MOEDAS)
               MOVE MO-TAXA-PADRAO TO WRK-MD-TAXA(WRK-QT-MOEDAS)
               MOVE 'N'            TO WRK-MD-NO-FEED(WRK-QT-MOEDAS)
             ELSE
               DISPLAY '* MOEDA ' MO-CODIGO ' FORA DA TABELA (LIMITE'
                       ' DE 20 MOEDAS) *'
             END-IF.
             READ MOEDAS
               AT END MOVE 10 TO MOEDAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0090-LOCALIZA-CODIGO - PROCURA WRK-COD-MOEDA NA TABELA, PELO
      *>  CODIGO ISO OU PELA SIGLA. DEVOLVE O INDICE EM WRK-IDX-MD (ZERO
      *>  QUANDO NAO ACHA).
      *>  --------------------------------------------------------------
       0090-LOCALIZA-CODIGO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-MD.
             PERFORM 0091-CONFERE-CODIGO
               VARYING WRK-IDX-DE FROM 1 BY 1
               UNTIL WRK-IDX-DE > WRK-QT-MOEDAS OR WRK-IDX-MD > 0.
      *>  --------------------------------------------------------------
       0091-CONFERE-CODIGO.
      *>  --------------------------------------------------------------
             IF (WRK-COD-MOEDA(4:2) = SPACES
                 AND WRK-MD-CODIGO(WRK-IDX-DE) = WRK-COD-MOEDA(1:3))
                OR WRK-MD-SIGLA(WRK-IDX-DE) = WRK-COD-MOEDA
               MOVE WRK-IDX-DE TO WRK-IDX-MD
             END-IF.
      *>  --------------------------------------------------------------
      *>  0095-LISTA-MOEDAS - MOSTRA AS MOEDAS ATIVAS DO CADASTRO PARA
      *>  O OPERADOR ESCOLHER PELO CODIGO.
      *>  --------------------------------------------------------------
       0095-LISTA-MOEDAS.
      *>  --------------------------------------------------------------
             PERFORM 0096-LISTA-UMA-MOEDA
               VARYING WRK-IDX-MD FROM 1 BY 1
               UNTIL WRK-IDX-MD > WRK-QT-MOEDAS.
      *>  --------------------------------------------------------------
       0096-LISTA-UMA-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-MD-SITUACAO(WRK-IDX-MD) = 'A'
               DISPLAY WRK-MD-CODIGO(WRK-IDX-MD) ' - '
                       WRK-MD-NOME(WRK-IDX-MD) ' TAXA '
                       WRK-MD-TAXA(WRK-IDX-MD)
             END-IF.
      *>  --------------------------------------------------------------
      *>  9790-ABRE-TAXA-CTRL - ABRE O ARQUIVO DE CONTROLE QUE GUARDA A
      *>  ULTIMA COTACAO ACEITA DE CADA MOEDA (TAXACTRL.TXT), CRIANDO-O
      *>  NA PRIMEIRA EXECUCAO.
             END-IF.
      *>  --------------------------------------------------------------
      *>  0050-CARREGA-TAXAS - LE A COTACAO DO DIA NO FEED TAXASCAM.TXT
      *>  (GERADO PELA ROTINA DIARIA DE CAMBIO, FORA DESTE PROGRAMA),
      *>  UMA LINHA POR MOEDA (DATA, CODIGO ISO, TAXA), E SUBSTITUI AS
      *>  TAXAS PADRAO DO CADASTRO POR ELA. SE O FEED NAO EXISTIR,
      *>  ESTIVER VAZIO OU NAO TROUXER UMA MOEDA, VALE A TAXA PADRAO DO
      *>  CADASTRO.
      *>  A COTACAO ANTERIOR USADA NA RECONCILIACAO (0060-RECONCILIA-
      *>  TAXAS) E A ULTIMA COTACAO ACEITA DA MOEDA GRAVADA EM
      *>  TAXACTRL.TXT - SO QUANDO A MOEDA AINDA NAO TEM COTACAO ACEITA
      *>  E QUE A TAXA PADRAO DO CADASTRO SERVE DE REFERENCIA.
      *>  --------------------------------------------------------------
       0050-CARREGA-TAXAS.
      *>  --------------------------------------------------------------
             MOVE 'TAXAS PADRAO (CADASTRO MOEDAS)' TO WRK-MSG-TAXA.
             PERFORM 0055-CARREGA-ANTERIOR
               VARYING WRK-IDX-MD FROM 1 BY 1
               UNTIL WRK-IDX-MD > WRK-QT-MOEDAS.
             SET TAXA-RECONCILIA-OK TO TRUE.
             MOVE 0 TO WRK-QT-FEED.
             MOVE 0 TO WRK-DATA-TAXA.
             OPEN INPUT TAXA-CAMBIO.
             IF TAXA-STATUS = 0
                READ TAXA-CAMBIO
                  AT END MOVE 10 TO TAXA-STATUS
                END-READ
                PERFORM 0056-LE-LINHA-FEED UNTIL TAXA-STATUS = 10
                CLOSE TAXA-CAMBIO
                MOVE 0 TO TAXA-STATUS
                IF WRK-QT-FEED > 0
                  IF TAXA-RECONCILIA-FALHOU
                     PERFORM 0057-RESTAURA-ANTERIOR
                       VARYING WRK-IDX-MD FROM 1 BY 1
                       UNTIL WRK-IDX-MD > WRK-QT-MOEDAS
                     MOVE 0 TO WRK-DATA-TAXA
                     MOVE 'TAXAS PADRAO (FEED REJEITADO)'
                       TO WRK-MSG-TAXA
                  ELSE
                     PERFORM 0070-ARQUIVA-TAXA-DIA
                     MOVE 'TAXAS DO DIA (TAXASCAM.TXT)'
                       TO WRK-MSG-TAXA
                     PERFORM 0080-CONFERE-DEFASAGEM
                  END-IF
                END-IF
             END-IF.
             PERFORM 9795-GRAVA-TAXA-CTRL.
      *>  --------------------------------------------------------------
       0055-CARREGA-ANTERIOR.
      *>  --------------------------------------------------------------
             MOVE WRK-MD-CODIGO(WRK-IDX-MD) TO TX-MOEDA.
             READ TAXA-CTRL
               INVALID KEY
                 MOVE 'N' TO WRK-MD-TEM-CTRL(WRK-IDX-MD)
                 MOVE WRK-MD-TAXA(WRK-IDX-MD)
                   TO WRK-MD-TAXA-ANT(WRK-IDX-MD)
               NOT INVALID KEY
                 MOVE 'S' TO WRK-MD-TEM-CTRL(WRK-IDX-MD)
                 MOVE TX-TAXA TO WRK-MD-TAXA-ANT(WRK-IDX-MD)
             END-READ.
      *>  --------------------------------------------------------------
      *>  0056-LE-LINHA-FEED - UMA LINHA DO FEED: MOEDA FORA DO
      *>  CADASTRO OU INATIVA E IGNORADA COM AVISO; AS DEMAIS ASSUMEM A
      *>  TAXA DO FEED E PASSAM PELA RECONCILIACAO. WRK-DATA-TAXA FICA
      *>  COM A DATA MAIS ANTIGA DO FEED, PARA A CONFERENCIA DE
      *>  DEFASAGEM.
      *>  --------------------------------------------------------------
       0056-LE-LINHA-FEED.
      *>  --------------------------------------------------------------
             MOVE TC-MOEDA TO WRK-COD-MOEDA.
             PERFORM 0090-LOCALIZA-CODIGO.
             IF WRK-IDX-MD = 0
               DISPLAY '* MOEDA ' TC-MOEDA ' DO FEED NAO CADASTRADA -'
                       ' LINHA IGNORADA *'
             ELSE
               IF WRK-MD-SITUACAO(WRK-IDX-MD) NOT = 'A'
                 DISPLAY '* MOEDA ' TC-MOEDA ' DO FEED INATIVA -'
                         ' LINHA IGNORADA *'
               ELSE
                 ADD 1 TO WRK-QT-FEED
                 MOVE TC-TAXA TO WRK-MD-TAXA(WRK-IDX-MD)
                 MOVE TC-DATA TO WRK-MD-DATA(WRK-IDX-MD)
                 MOVE 'S' TO WRK-MD-NO-FEED(WRK-IDX-MD)
                 IF WRK-DATA-TAXA = 0 OR TC-DATA < WRK-DATA-TAXA
                   MOVE TC-DATA TO WRK-DATA-TAXA
                 END-IF
                 PERFORM 0060-RECONCILIA-TAXAS
               END-IF
             END-IF.
             READ TAXA-CAMBIO
               AT END MOVE 10 TO TAXA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0057-RESTAURA-ANTERIOR.
      *>  --------------------------------------------------------------
             MOVE WRK-MD-TAXA-ANT(WRK-IDX-MD)
               TO WRK-MD-TAXA(WRK-IDX-MD).
             MOVE 'N' TO WRK-MD-NO-FEED(WRK-IDX-MD).
             MOVE 0 TO WRK-MD-DATA(WRK-IDX-MD).
      *>  --------------------------------------------------------------
      *>  0080-CONFERE-DEFASAGEM - O FEED DE CAMBIO DEVE SER DO DIA OU
      *>  DO DIA UTIL ANTERIOR (FINS DE SEMANA E FERIADOS DO
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-UTIL.
             PERFORM 0081-DIA-UTIL-ANTERIOR.
             IF WRK-DATA-TAXA < WRK-DATA-UTIL
               DISPLAY '* ATENCAO: COTACAO DO FEED DE ' WRK-DATA-TAXA
               DISPLAY '* MAIS ANTIGA QUE O DIA UTIL ANTERIOR ('
                       WRK-DATA-UTIL ')'
               MOVE 'TAXAS DEFASADAS - CONFERIR' TO WRK-MSG-TAXA
             END-READ.
      *>  --------------------------------------------------------------
      *>  9795-GRAVA-TAXA-CTRL - GRAVA A COTACAO EM USO NESTA EXECUCAO EM
      *>  TAXACTRL.TXT, UM REGISTRO POR MOEDA, PARA QUE A PROXIMA
      *>  EXECUCAO RECONCILIE O FEED DO DIA CONTRA ELA E OS DEMAIS
      *>  PROGRAMAS DE CAMBIO A LEIAM PELO TAXAMOED.
      *>  --------------------------------------------------------------
       9795-GRAVA-TAXA-CTRL.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-CT-DATA.
             PERFORM 9796-GRAVA-UMA-TAXA
               VARYING WRK-IDX-MD FROM 1 BY 1
               UNTIL WRK-IDX-MD > WRK-QT-MOEDAS.
      *>  --------------------------------------------------------------
       9796-GRAVA-UMA-TAXA.
      *>  --------------------------------------------------------------
             MOVE WRK-MD-CODIGO(WRK-IDX-MD) TO TX-MOEDA.
             MOVE WRK-MD-TAXA(WRK-IDX-MD) TO TX-TAXA.
             IF WRK-MD-DATA(WRK-IDX-MD) = 0
               MOVE WRK-CT-DATA TO TX-DATA
             ELSE
               MOVE WRK-MD-DATA(WRK-IDX-MD) TO TX-DATA
             END-IF.
             IF WRK-MD-TEM-CTRL(WRK-IDX-MD) = 'S'
                REWRITE TAXA-CTRL-REG
             ELSE
                WRITE TAXA-CTRL-REG
                MOVE 'S' TO WRK-MD-TEM-CTRL(WRK-IDX-MD)
             END-IF.
      *>  --------------------------------------------------------------
      *>  0060-RECONCILIA-TAXAS - CONFERE SE A COTACAO RECEBIDA NO FEED
      *>  --------------------------------------------------------------
       0060-RECONCILIA-TAXAS.
      *>  --------------------------------------------------------------
             MOVE WRK-MD-TAXA(WRK-IDX-MD)     TO WRK-TAXA-NOVA.
             MOVE WRK-MD-TAXA-ANT(WRK-IDX-MD) TO WRK-TAXA-ANTERIOR.
             IF WRK-TAXA-ANTERIOR > 0
               PERFORM 0065-VERIFICA-VARIACAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  0065-VERIFICA-VARIACAO - COMPARA WRK-TAXA-NOVA CONTRA
      *>  WRK-TAXA-ANTERIOR EM VALOR ABSOLUTO PERCENTUAL.
             IF WRK-PCT-VAR > WRK-TOLERANCIA-PCT
                SET TAXA-RECONCILIA-FALHOU TO TRUE
                DISPLAY '* TAXA DO FEED FORA DA TOLERANCIA ('
                        WRK-MD-CODIGO(WRK-IDX-MD) ' '
                        WRK-PCT-VAR '% DE VARIACAO) *'
             END-IF.
      *>  --------------------------------------------------------------
             DISPLAY '------------------------------------'.
             DISPLAY 'COTACAO EM USO: ' WRK-MSG-TAXA.
             PERFORM 0005-IDENTIFICA-CLIENTE.
             PERFORM 0006-IDENTIFICA-AGENCIA.
             PERFORM 0095-LISTA-MOEDAS.
             DISPLAY 'SELECIONE A OPERACAO:'.
             DISPLAY '1 - CONVERTER UMA MOEDA PARA AS DEMAIS'.
             DISPLAY '2 - CONVERSAO ENTRE DUAS MOEDAS (PAR CRUZADO)'.
             ACCEPT SELEC-OPCAO.
             EVALUATE SELEC-OPCAO
               WHEN 1
                 PERFORM 0100-CONVERTE-MOEDA
               WHEN 2
                 PERFORM 0600-CONVERTE-CRUZADO
               WHEN OTHER
                 DISPLAY '* VALOR INVALIDO'
                 PERFORM 0001-ROTINA-PRINCIPAL
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  0100-CONVERTE-MOEDA - CONVERTE UM VALOR NA MOEDA ESCOLHIDA
      *>  (PELO CODIGO ISO OU PELA SIGLA) PARA TODAS AS DEMAIS MOEDAS
      *>  ATIVAS DO CADASTRO, PELAS TAXAS EM REAIS DE CADA UMA.
      *>  --------------------------------------------------------------
       0100-CONVERTE-MOEDA.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DA MOEDA DE ORIGEM......: '.
             ACCEPT WRK-COD-MOEDA.
             PERFORM 0090-LOCALIZA-CODIGO.
             IF WRK-IDX-MD = 0
               DISPLAY '* MOEDA NAO CADASTRADA *'
               PERFORM 0100-CONVERTE-MOEDA
             ELSE
               IF WRK-MD-SITUACAO(WRK-IDX-MD) NOT = 'A'
                 DISPLAY '* MOEDA INATIVA *'
                 PERFORM 0100-CONVERTE-MOEDA
               ELSE
                 MOVE WRK-IDX-MD TO WRK-IDX-OR
                 PERFORM 0105-CONVERTE-VALOR
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       0105-CONVERTE-VALOR.
      *>  --------------------------------------------------------------
             DISPLAY 'COVERTENDO ' WRK-MD-NOME(WRK-IDX-OR)
                     ' PARA OUTRAS MOEDAS'.
             DISPLAY '------------------------------------'.
             DISPLAY 'DIGITE A QUANTIDADE PARA CONVERSAO.:'
             ACCEPT VALOR.
             IF VALOR > 0
               MOVE 0 TO WRK-VL-ESPECIE-SAI
               MOVE 'N' TO WRK-NUMER-ATUALIZA
               PERFORM 0420-COFRE-AGENCIA
               IF WRK-NUMER-OK = 'S'
                 PERFORM 0400-PRECO-ORIGEM
                 PERFORM 0110-CONVERTE-PARA-MOEDA
                   VARYING WRK-IDX-DE FROM 1 BY 1
                   UNTIL WRK-IDX-DE > WRK-QT-MOEDAS
                 MOVE WRK-MD-SIGLA(WRK-IDX-OR) TO WRK-MOEDA-ORIGEM
                 MOVE 'S' TO WRK-NUMER-ATUALIZA
                 PERFORM 0420-COFRE-AGENCIA
                 PERFORM 9780-GRAVA-LOG-CONVERSAO
               ELSE
                 DISPLAY '*** OPERACAO RECUSADA ***'
               END-IF
             ELSE
               DISPLAY '* VALOR INVALIDO *'
               PERFORM 0105-CONVERTE-VALOR
             END-IF.
      *>  --------------------------------------------------------------
      *>  0110-CONVERTE-PARA-MOEDA - VALOR X TAXA DA ORIGEM / TAXA DO
      *>  DESTINO, EXIBIDO COM AS CASAS DECIMAIS DA MOEDA DE DESTINO.
      *>  A ORIGEM ENTRA NA TAXA DE VENDA DO CLIENTE E O DESTINO NA DE
      *>  COMPRA (TAXA MEIO MAIS OU MENOS O SPREAD, PELO PRECOFX).
      *>  --------------------------------------------------------------
       0110-CONVERTE-PARA-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-IDX-DE NOT = WRK-IDX-OR
                AND WRK-MD-SITUACAO(WRK-IDX-DE) = 'A'
                AND WRK-MD-TAXA(WRK-IDX-DE) > 0
               PERFORM 0410-PRECO-DESTINO
               IF WRK-MD-DECIMAIS(WRK-IDX-DE) = 0
                 COMPUTE WRK-VL-CONV-INT ROUNDED =
                         VALOR * WRK-TAXA-ORIGEM / WRK-TAXA-DESTINO
                 DISPLAY WRK-MD-CODIGO(WRK-IDX-OR) ' ' VALOR ' EM '
                         WRK-MD-NOME(WRK-IDX-DE) ': ' WRK-VL-CONV-INT
               ELSE
                 COMPUTE WRK-VL-CONVERTIDO ROUNDED =
                         VALOR * WRK-TAXA-ORIGEM / WRK-TAXA-DESTINO
                 DISPLAY WRK-MD-CODIGO(WRK-IDX-OR) ' ' VALOR ' EM '
                         WRK-MD-NOME(WRK-IDX-DE) ': '
                         WRK-VL-CONVERTIDO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0400-PRECO-ORIGEM - O CLIENTE VENDE A MOEDA DE ORIGEM: A TAXA
      *>  DA ORIGEM PASSA A SER A TAXA MEIO MENOS O SPREAD DO SEGMENTO
      *>  DO CLIENTE (PRECOFX), E A LINHA DE LOG LEVA O SEGMENTO, A
      *>  TAXA MEIO E A RECEITA DE SPREAD DESSA PERNA.
      *>  --------------------------------------------------------------
       0400-PRECO-ORIGEM.
      *>  --------------------------------------------------------------
             MOVE WRK-MD-TAXA(WRK-IDX-OR) TO WRK-MEIO-ORIGEM.
             MOVE WRK-MD-CODIGO(WRK-IDX-OR) TO WRK-PR-MOEDA.
             MOVE 'V' TO WRK-PR-SENTIDO.
             MOVE WRK-CLI-FX TO WRK-PR-CLI-ID.
             MOVE VALOR TO WRK-PR-VALOR.
             MOVE WRK-MEIO-ORIGEM TO WRK-PR-TAXA-MEIO.
             CALL 'PRECOFX' USING WRK-PRECO-FX.
             MOVE WRK-PR-TAXA-APLIC TO WRK-TAXA-ORIGEM.
             MOVE WRK-PR-SEGMENTO TO WRK-LOG-SEG.
             MOVE WRK-MEIO-ORIGEM TO WRK-LOG-MEIO.
             MOVE WRK-PR-RECEITA TO WRK-LOG-SPREAD.
      *>  --------------------------------------------------------------
      *>  0410-PRECO-DESTINO - O CLIENTE COMPRA A MOEDA DE DESTINO NA
      *>  TAXA MEIO MAIS O SPREAD; A FAIXA DE VOLUME E A DO VALOR NA
      *>  MOEDA DE DESTINO PELAS TAXAS MEIO.
      *>  --------------------------------------------------------------
       0410-PRECO-DESTINO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-VL-MEIO-DE ROUNDED =
                     VALOR * WRK-MEIO-ORIGEM / WRK-MD-TAXA(WRK-IDX-DE).
             MOVE WRK-MD-CODIGO(WRK-IDX-DE) TO WRK-PR-MOEDA.
             MOVE 'C' TO WRK-PR-SENTIDO.
             MOVE WRK-CLI-FX TO WRK-PR-CLI-ID.
             MOVE WRK-VL-MEIO-DE TO WRK-PR-VALOR.
             MOVE WRK-MD-TAXA(WRK-IDX-DE) TO WRK-PR-TAXA-MEIO.
             CALL 'PRECOFX' USING WRK-PRECO-FX.
             MOVE WRK-PR-TAXA-APLIC TO WRK-TAXA-DESTINO.
      *>  --------------------------------------------------------------
      *>  0420-COFRE-AGENCIA - OPERACAO EM ESPECIE NA AGENCIA: AS
      *>  CEDULAS DA MOEDA DE ORIGEM ENTRAM NO COFRE E AS DA MOEDA DE
      *>  DESTINO (PAR CRUZADO, VALOR EM WRK-VL-ESPECIE-SAI) SAEM DELE,
      *>  PELO NUMERFX, EM UNIDADES INTEIRAS (OS CENTAVOS SAO ACERTADOS
      *>  EM REAIS). COM WRK-NUMER-ATUALIZA = N SO CONFERE: FALTANDO
      *>  CEDULA NO COFRE, WRK-NUMER-OK VOLTA N E A OPERACAO E
      *>  RECUSADA. O REAL NAO PASSA PELO COFRE.
      *>  --------------------------------------------------------------
       0420-COFRE-AGENCIA.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-NUMER-OK.
             IF WRK-AGENCIA-FX NOT = 0
               IF WRK-VL-ESPECIE-SAI > 0
                 IF WRK-MD-CODIGO(WRK-IDX-DE) NOT = 'BRL'
                   MOVE 'S' TO WRK-NU-FUNCAO
                   MOVE WRK-MD-CODIGO(WRK-IDX-DE) TO WRK-NU-MOEDA
                   MOVE WRK-VL-ESPECIE-SAI TO WRK-NU-VALOR
                   PERFORM 0425-CHAMA-NUMERFX
                 END-IF
               END-IF
               IF WRK-NUMER-OK = 'S'
                  AND WRK-MD-CODIGO(WRK-IDX-OR) NOT = 'BRL'
                 MOVE 'E' TO WRK-NU-FUNCAO
                 MOVE WRK-MD-CODIGO(WRK-IDX-OR) TO WRK-NU-MOEDA
                 MOVE VALOR TO WRK-NU-VALOR
                 PERFORM 0425-CHAMA-NUMERFX
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       0425-CHAMA-NUMERFX.
      *>  --------------------------------------------------------------
             MOVE WRK-NUMER-ATUALIZA TO WRK-NU-ATUALIZA.
             MOVE WRK-AGENCIA-FX TO WRK-NU-AGENCIA.
             MOVE 'DESAFIO1' TO WRK-NU-ORIGEM.
             CALL 'NUMERFX' USING WRK-NUMERARIO.
             IF WRK-NU-RETORNO NOT = 'S'
               MOVE 'N' TO WRK-NUMER-OK
               EVALUATE WRK-NU-RETORNO
                 WHEN 'N'
                   DISPLAY '* AGENCIA SEM CEDULAS DE ' WRK-NU-MOEDA
                           ' PARA ' WRK-NU-VALOR ' - SALDO '
                           WRK-NU-SALDO ' *'
                 WHEN 'V'
                   DISPLAY '* ' WRK-NU-MOEDA ' ' WRK-NU-VALOR
                           ' NAO FECHA NAS CEDULAS DA MOEDA *'
                 WHEN 'M'
                   DISPLAY '* MOEDA ' WRK-NU-MOEDA ' SEM NUMERARIO'
                           ' NA AGENCIA ' WRK-AGENCIA-FX ' *'
                 WHEN OTHER
                   DISPLAY '* COFRE DA AGENCIA INDISPONIVEL *'
               END-EVALUATE
             END-IF.
      *>  --------------------------------------------------------------
      *>  0600-CONVERTE-CRUZADO - CONVERSAO DIRETA ENTRE DUAS MOEDAS
      *>  --------------------------------------------------------------
       0600-CONVERTE-CRUZADO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DA MOEDA DE ORIGEM......: '.
             ACCEPT WRK-COD-MOEDA.
             PERFORM 0090-LOCALIZA-CODIGO.
             MOVE WRK-IDX-MD TO WRK-IDX-OR.
             DISPLAY 'CODIGO DA MOEDA DE DESTINO.....: '.
             ACCEPT WRK-COD-MOEDA.
             PERFORM 0090-LOCALIZA-CODIGO.
             MOVE WRK-IDX-MD TO WRK-IDX-DE.
             IF WRK-IDX-OR = 0 OR WRK-IDX-DE = 0
                OR WRK-IDX-OR = WRK-IDX-DE
               DISPLAY '* PAR DE MOEDAS INVALIDO *'
               PERFORM 0600-CONVERTE-CRUZADO
             ELSE
               IF WRK-MD-SITUACAO(WRK-IDX-OR) NOT = 'A'
                  OR WRK-MD-SITUACAO(WRK-IDX-DE) NOT = 'A'
                  OR WRK-MD-TAXA(WRK-IDX-DE) = 0
                 DISPLAY '* PAR DE MOEDAS INVALIDO (MOEDA INATIVA) *'
                 PERFORM 0600-CONVERTE-CRUZADO
               ELSE
                 PERFORM 0605-CONVERTE-PAR
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       0605-CONVERTE-PAR.
      *>  --------------------------------------------------------------
             DISPLAY 'DIGITE A QUANTIDADE PARA CONVERSAO.:'
             ACCEPT VALOR
             IF VALOR > 0
               PERFORM 0610-TAXA-DA-MOEDA
               PERFORM 0400-PRECO-ORIGEM
               PERFORM 0410-PRECO-DESTINO
               COMPUTE WRK-TAXA-CRUZADA ROUNDED =
                       WRK-TAXA-ORIGEM / WRK-TAXA-DESTINO
               IF WRK-MD-DECIMAIS(WRK-IDX-DE) = 0
                 COMPUTE WRK-VL-CONV-INT ROUNDED =
                         VALOR * WRK-TAXA-CRUZADA
                 DISPLAY WRK-MOEDA-ORIGEM ' ' VALOR ' EM '
                         WRK-MOEDA-DESTINO ': ' WRK-VL-CONV-INT
               ELSE
                 COMPUTE WRK-VALOR-CRUZADO ROUNDED =
                         VALOR * WRK-TAXA-CRUZADA
                 DISPLAY WRK-MOEDA-ORIGEM ' ' VALOR ' EM '
                         WRK-MOEDA-DESTINO ': ' WRK-VALOR-CRUZADO
               END-IF
               DISPLAY 'TAXA CRUZADA IMPLICITA: ' WRK-TAXA-CRUZADA
               PERFORM 0615-RECEITA-CRUZADO
               MOVE WRK-VL-CONVERTIDO TO WRK-VL-ESPECIE-SAI
               MOVE 'N' TO WRK-NUMER-ATUALIZA
               PERFORM 0420-COFRE-AGENCIA
               IF WRK-NUMER-OK = 'S'
                 MOVE 'S' TO WRK-NUMER-ATUALIZA
                 PERFORM 0420-COFRE-AGENCIA
                 PERFORM 0620-GRAVA-LOG-CRUZADO
               ELSE
                 DISPLAY '*** OPERACAO RECUSADA ***'
               END-IF
             ELSE
               DISPLAY '* VALOR INVALIDO *'
               PERFORM 0605-CONVERTE-PAR
             END-IF.
      *>  --------------------------------------------------------------
       0610-TAXA-DA-MOEDA.
      *>  --------------------------------------------------------------
             MOVE WRK-MD-SIGLA(WRK-IDX-OR) TO WRK-MOEDA-ORIGEM.
             MOVE WRK-MD-TAXA(WRK-IDX-OR)  TO WRK-TAXA-ORIGEM.
             MOVE WRK-MD-SIGLA(WRK-IDX-DE) TO WRK-MOEDA-DESTINO.
             MOVE WRK-MD-TAXA(WRK-IDX-DE)  TO WRK-TAXA-DESTINO.
      *>  --------------------------------------------------------------
      *>  0615-RECEITA-CRUZADO - NO PAR CRUZADO A RECEITA DE SPREAD E O
      *>  CONTRAVALOR EM REAIS QUE ENTRA (ORIGEM NA TAXA MEIO) MENOS O
      *>  QUE SAI (DESTINO NA TAXA MEIO); A TAXA MEIO DO LOG E A
      *>  CRUZADA SEM SPREAD.
      *>  --------------------------------------------------------------
       0615-RECEITA-CRUZADO.
      *>  --------------------------------------------------------------
             IF WRK-MD-DECIMAIS(WRK-IDX-DE) = 0
               MOVE WRK-VL-CONV-INT TO WRK-VL-CONVERTIDO
             ELSE
               MOVE WRK-VALOR-CRUZADO TO WRK-VL-CONVERTIDO
             END-IF.
             COMPUTE WRK-RECEITA-CRUZ ROUNDED =
                     VALOR * WRK-MEIO-ORIGEM
                     - WRK-VL-CONVERTIDO * WRK-MD-TAXA(WRK-IDX-DE).
             IF WRK-RECEITA-CRUZ < 0
               MOVE 0 TO WRK-RECEITA-CRUZ
             END-IF.
             MOVE WRK-RECEITA-CRUZ TO WRK-LOG-SPREAD.
             COMPUTE WRK-LOG-MEIO ROUNDED =
                     WRK-MEIO-ORIGEM / WRK-MD-TAXA(WRK-IDX-DE).
      *>  --------------------------------------------------------------
      *>  0620-GRAVA-LOG-CRUZADO - REGISTRO DO PAR CRUZADO NO MESMO LOG
      *>  DAS CONVERSOES COMUNS (MOEDASLOG.TXT), COM O DESTINO E A TAXA
                    DELIMITED BY SIZE INTO LOG-CONVERSAO-REG.
             MOVE 82 TO WRK-POS-SUFIXO.
             PERFORM 9785-SUFIXO-CLIENTE-IOF.
             PERFORM 9787-SUFIXO-SPREAD.
             PERFORM 9788-SUFIXO-AGENCIA.
             WRITE LOG-CONVERSAO-REG.
      *>  --------------------------------------------------------------
      *>  0070-ARQUIVA-TAXA-DIA - GRAVA A COTACAO ACEITA DO DIA DE CADA
      *>  MOEDA DO FEED NO HISTORICO DE TAXAS (TAXAHIST.TXT, POR DATA +
      *>  MOEDA), PARA A COTACAO DE ONTEM NUNCA MAIS SE PERDER QUANDO O
      *>  FEED DO DIA SOBRESCREVE O CONTROLE. UMA SEGUNDA EXECUCAO NO
      *>  MESMO DIA REGRAVA A COTACAO DA DATA.
      *>  --------------------------------------------------------------
       0070-ARQUIVA-TAXA-DIA.
      *>  --------------------------------------------------------------
             OPEN I-O TAXA-HISTORICO.
             IF HIST-STATUS = 35
               OPEN OUTPUT TAXA-HISTORICO
               CLOSE TAXA-HISTORICO
               OPEN I-O TAXA-HISTORICO
             END-IF.
             PERFORM 0075-ARQUIVA-UMA-TAXA
               VARYING WRK-IDX-MD FROM 1 BY 1
               UNTIL WRK-IDX-MD > WRK-QT-MOEDAS.
             CLOSE TAXA-HISTORICO.
             MOVE 0 TO HIST-STATUS.
      *>  --------------------------------------------------------------
       0075-ARQUIVA-UMA-TAXA.
      *>  --------------------------------------------------------------
             IF WRK-MD-NO-FEED(WRK-IDX-MD) = 'S'
               MOVE WRK-MD-DATA(WRK-IDX-MD)   TO TH-DATA
               MOVE WRK-MD-CODIGO(WRK-IDX-MD) TO TH-MOEDA
               MOVE WRK-MD-TAXA(WRK-IDX-MD)   TO TH-TAXA
               WRITE TAXA-HISTORICO-REG
                 INVALID KEY
                   REWRITE TAXA-HISTORICO-REG
                   END-REWRITE
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
      *>  8000-FECHAMENTO-MENSAL - REAVALIA AS CONVERSOES DO MES
      *>  CORRENTE DO LOG (MOEDASLOG.TXT) PELAS TAXAS DE FECHAMENTO EM
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-LOG.
             MOVE WRK-DATA-LOG(1:6) TO WRK-MES-FECHADO.
             PERFORM 8050-ZERA-GANHO
               VARYING WRK-IDX-MD FROM 1 BY 1
               UNTIL WRK-IDX-MD > WRK-QT-MOEDAS.
             MOVE 0 TO WRK-QT-REVAL.
             MOVE 0 TO WRK-QT-SEM-MOEDA.
             MOVE 0 TO WRK-QT-CRUZ-FORA.
             CLOSE LOG-CONVERSAO.
             OPEN INPUT LOG-CONVERSAO.
               PERFORM 8300-IMPRIME-REVAL
             END-IF.
             PERFORM 9770-ABRE-LOG-CONVERSAO.
      *>  --------------------------------------------------------------
       8050-ZERA-GANHO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-MD-GANHO(WRK-IDX-MD).
      *>  --------------------------------------------------------------
       8100-REAVALIA-LINHA.
      *>  --------------------------------------------------------------
                AND WRK-LOG-LINHA(51:7) IS NUMERIC
               MOVE WRK-LOG-LINHA(38:7) TO WRK-LOG-VALOR-INT
               MOVE WRK-LOG-LINHA(51:7) TO WRK-LOG-TAXA-INT
               MOVE 0 TO WRK-LOG-MEIO-INT
               IF WRK-LOG-LINHA(117:6) = ' MEIO='
                  AND WRK-LOG-LINHA(123:9) IS NUMERIC
                 MOVE WRK-LOG-LINHA(123:9) TO WRK-LOG-MEIO-INT
               END-IF
               PERFORM 8200-ACUMULA-REVAL
             ELSE
               IF WRK-LOG-LINHA(1:6) = WRK-MES-FECHADO
      *>  --------------------------------------------------------------
       8200-ACUMULA-REVAL.
      *>  --------------------------------------------------------------
             COMPUTE WRK-LOG-VALOR =
                     WRK-LOG-VALOR-INT / 100.
             COMPUTE WRK-LOG-TAXA =
                     WRK-LOG-TAXA-INT / 10000.
             IF WRK-LOG-MEIO-INT > 0
               COMPUTE WRK-LOG-TAXA =
                       WRK-LOG-MEIO-INT / 10000
             END-IF.
             MOVE WRK-LOG-LINHA(26:5) TO WRK-COD-MOEDA.
             PERFORM 0090-LOCALIZA-CODIGO.
             IF WRK-IDX-MD = 0
               ADD 1 TO WRK-QT-SEM-MOEDA
             ELSE
               ADD 1 TO WRK-QT-REVAL
               MOVE WRK-MD-TAXA(WRK-IDX-MD) TO WRK-TAXA-FECHO
               COMPUTE WRK-DIF-TAXA = WRK-TAXA-FECHO - WRK-LOG-TAXA
               COMPUTE WRK-RESULT-MOEDA ROUNDED =
                       WRK-LOG-VALOR * WRK-DIF-TAXA
               ADD WRK-RESULT-MOEDA TO WRK-MD-GANHO(WRK-IDX-MD)
             END-IF.
      *>  --------------------------------------------------------------
       8300-IMPRIME-REVAL.
      *>  --------------------------------------------------------------
                    DELIMITED BY SIZE INTO RELAT-CAMBIO-REG.
             WRITE RELAT-CAMBIO-REG.
             PERFORM 8310-LINHA-REVAL
               VARYING WRK-IDX-MD FROM 1 BY 1
               UNTIL WRK-IDX-MD > WRK-QT-MOEDAS.
             MOVE SPACES TO RELAT-CAMBIO-REG.
             STRING 'CONVERSOES CRUZADAS FORA DA REAVALIACAO: '
                    WRK-QT-CRUZ-FORA
                    DELIMITED BY SIZE INTO RELAT-CAMBIO-REG.
             WRITE RELAT-CAMBIO-REG.
             IF WRK-QT-SEM-MOEDA > 0
               MOVE SPACES TO RELAT-CAMBIO-REG
               STRING 'CONVERSOES DE MOEDA FORA DO CADASTRO: '
                      WRK-QT-SEM-MOEDA
                      DELIMITED BY SIZE INTO RELAT-CAMBIO-REG
               WRITE RELAT-CAMBIO-REG
             END-IF.
             CLOSE RELAT-CAMBIO.
             DISPLAY 'REAVALIACAO GRAVADA EM RELCAMB.TXT'.
      *>  --------------------------------------------------------------
       8310-LINHA-REVAL.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-CAMBIO-REG.
             STRING 'MOEDA=' WRK-MD-SIGLA(WRK-IDX-MD)
                    ' RESULTADO=' WRK-MD-GANHO(WRK-IDX-MD)
                    DELIMITED BY SIZE INTO RELAT-CAMBIO-REG.
             WRITE RELAT-CAMBIO-REG.
      *>  --------------------------------------------------------------
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0006-IDENTIFICA-AGENCIA - OPERACAO EM ESPECIE: A AGENCIA CUJO
      *>  COFRE RECEBE E ENTREGA AS CEDULAS (ZERO = SEM ESPECIE, A
      *>  OPERACAO NAO MEXE EM COFRE NENHUM).
      *>  --------------------------------------------------------------
       0006-IDENTIFICA-AGENCIA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-AGENCIA-FX.
             DISPLAY 'AGENCIA DA OPERACAO EM ESPECIE (0=NAO): '.
             ACCEPT WRK-AGENCIA-FX.
      *>  --------------------------------------------------------------
      *>  0007-CALCULA-IOF - IOF DE 1,1 POR CENTO SOBRE O CONTRAVALOR
      *>  EM REAIS DA OPERACAO (VALOR X TAXA DA MOEDA DE ORIGEM).
      *>  --------------------------------------------------------------
             MOVE MT-MOEDA TO SELEC-OPCAO.
             MOVE MT-VALOR TO VALOR.
             MOVE 'S' TO WRK-TRANS-VALIDA.
             PERFORM 9825-LOCALIZA-LOTE.
             IF WRK-IDX-MD = 0
               MOVE 'N' TO WRK-TRANS-VALIDA
               ADD 1 TO WRK-CT-REJEITADOS
               MOVE 'MOEDA INVALIDA' TO WRK-SU-MOTIVO
               PERFORM 9975-GRAVA-SUSPENSE
             ELSE
               IF WRK-MD-SITUACAO(WRK-IDX-MD) NOT = 'A'
                 MOVE 'N' TO WRK-TRANS-VALIDA
                 ADD 1 TO WRK-CT-REJEITADOS
                 MOVE 'MOEDA INATIVA' TO WRK-SU-MOTIVO
                 PERFORM 9975-GRAVA-SUSPENSE
               ELSE
                 MOVE WRK-MD-SIGLA(WRK-IDX-MD) TO WRK-MOEDA-ORIGEM
                 MOVE WRK-IDX-MD TO WRK-IDX-OR
                 PERFORM 0400-PRECO-ORIGEM
                 COMPUTE CONVERSAO = VALOR * WRK-TAXA-ORIGEM
               END-IF
             END-IF.
             IF WRK-TRANS-VALIDA = 'S'
               ADD MT-VALOR TO WRK-CT-VALOR-IN
               ADD CONVERSAO TO WRK-CT-VALOR-OUT
             END-IF.
             PERFORM 9987-GRAVA-RESTART.
      *>  --------------------------------------------------------------
      *>  9825-LOCALIZA-LOTE - A MOEDA DA TRANSACAO DO LOTE (MT-MOEDA) E
      *>  O CODIGO DE LOTE DO CADASTRO (MO-NUM-LOTE).
      *>  --------------------------------------------------------------
       9825-LOCALIZA-LOTE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-MD.
             IF MT-MOEDA IS NUMERIC AND MT-MOEDA > 0
               PERFORM 9826-CONFERE-LOTE
                 VARYING WRK-IDX-DE FROM 1 BY 1
                 UNTIL WRK-IDX-DE > WRK-QT-MOEDAS OR WRK-IDX-MD > 0
             END-IF.
      *>  --------------------------------------------------------------
       9826-CONFERE-LOTE.
      *>  --------------------------------------------------------------
             IF WRK-MD-LOTE(WRK-IDX-DE) = MT-MOEDA
               MOVE WRK-IDX-DE TO WRK-IDX-MD
             END-IF.
      *>  --------------------------------------------------------------
      *>  9770-ABRE-LOG-CONVERSAO - ABRE O LOG DE CONVERSOES EM MODO
      *>  EXTEND (ACRESCENTA AO FINAL), CRIANDO-O NA PRIMEIRA EXECUCAO.
      *>  --------------------------------------------------------------
                    DELIMITED BY SIZE INTO LOG-CONVERSAO-REG.
             MOVE 58 TO WRK-POS-SUFIXO.
             PERFORM 9785-SUFIXO-CLIENTE-IOF.
             PERFORM 9787-SUFIXO-SPREAD.
             PERFORM 9788-SUFIXO-AGENCIA.
             WRITE LOG-CONVERSAO-REG.
      *>  --------------------------------------------------------------
      *>  9785-SUFIXO-CLIENTE-IOF - QUANDO A OPERACAO E DE CLIENTE DA
               DISPLAY 'IOF RETIDO NA OPERACAO: R$ ' WRK-VL-IOF
             END-IF.
      *>  --------------------------------------------------------------
      *>  9787-SUFIXO-SPREAD - BLOCO DE PRECIFICACAO, NA COLUNA 111 DE
      *>  TODA LINHA DO LOG: SEGMENTO DO CLIENTE (SEG=), TAXA MEIO SEM
      *>  SPREAD (MEIO=, 5 INTEIROS E 4 DECIMAIS) E RECEITA DE SPREAD EM
      *>  REAIS (SPREAD=). A TAXA= DA LINHA E A TAXA APLICADA.
      *>  --------------------------------------------------------------
       9787-SUFIXO-SPREAD.
      *>  --------------------------------------------------------------
             STRING ' SEG=' WRK-LOG-SEG
                    ' MEIO=' WRK-LOG-MEIO
                    ' SPREAD=' WRK-LOG-SPREAD
                    DELIMITED BY SIZE
                    INTO LOG-CONVERSAO-REG(111:38).
      *>  --------------------------------------------------------------
      *>  9788-SUFIXO-AGENCIA - OPERACAO EM ESPECIE: AGENCIA CUJO COFRE
      *>  FOI MOVIMENTADO (AG=), NA COLUNA 149.
      *>  --------------------------------------------------------------
       9788-SUFIXO-AGENCIA.
      *>  --------------------------------------------------------------
             IF WRK-AGENCIA-FX NOT = 0
               STRING ' AG=' WRK-AGENCIA-FX
                      DELIMITED BY SIZE
                      INTO LOG-CONVERSAO-REG(149:8)
             END-IF.
      *>  --------------------------------------------------------------
      *>  9970-GRAVA-CTRL-TOTAIS - FECHAMENTO DO LOTE: ACRESCENTA AO
      *>  ARQUIVO COMUM DE TOTAIS DE CONTROLE (CTRLTOT.TXT) OS
