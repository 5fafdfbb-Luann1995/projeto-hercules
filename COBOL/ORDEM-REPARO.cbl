      ***   NO SINISTRO (SD-CUSTO-REPARO), PARA O RELATORIO DE
      ***   SINISTRALIDADE DO SEGLOSS USAR CUSTO REAL EM VEZ DE SO A
      ***   RESERVA ESTIMADA.
      ***   NO FECHAMENTO CADA PECA REQUISITADA PARA A ORDEM GANHA UM
      ***   REGISTRO DE GARANTIA DO FORNECEDOR (GARPECA.TXT) COM O
      ***   LOTE DA REQUISICAO E O VENCIMENTO PELO PRAZO DE GARANTIA
      ***   DO FORNECEDOR DA PECA (FORNECED.TXT). NA ABERTURA DE NOVA
      ***   ORDEM NO MESMO SINISTRO OU NO MESMO VEICULO (PLACA DO
      ***   SINAPOL) AS GARANTIAS VIGENTES SAO MOSTRADAS; A FALHA
      ***   COBERTA VIRA RECLAMACAO AO FORNECEDOR, ACOMPANHADA ATE A
      ***   TROCA DA PECA OU O CREDITO. RELATORIO TRIMESTRAL DE
      ***   RECUPERACAO DE GARANTIA POR FORNECEDOR EM RELGARAN.TXT
      ***   (PASSO NOTURNO: PARM GARTRIM, TRIMESTRE CORRENTE).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT REQUISICOES ASSIGN TO 'C:\COBOL\REQUIS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REQUIS-STATUS.
           SELECT GARANTIA-PECAS ASSIGN TO 'C:\COBOL\GARPECA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GARPECA-STATUS
             RECORD KEY IS GP-CHAVE.
           SELECT ESTOQUE ASSIGN TO 'C:\COBOL\ESTOQUE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS ESTOQUE-STATUS
             RECORD KEY IS ESTOQUE-CHAVE
             ALTERNATE RECORD KEY IS NOME-PECA WITH DUPLICATES.
           SELECT FORNECEDOR ASSIGN TO 'C:\COBOL\FORNECED.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FORN-STATUS
             RECORD KEY IS FORN-COD.
           SELECT SINISTRO-APOLICE ASSIGN TO 'C:\COBOL\SINAPOL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SINAPOL-STATUS
             RECORD KEY IS SA-SINISTRO.
           SELECT RELAT-GARANTIA ASSIGN TO 'C:\COBOL\RELGARAN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDEM-REPARO.
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
            05 SD-DT-REGISTRO      PIC 9(08).
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
       FD GARANTIA-PECAS.
       COPY 'GARPECA-MASTER.CBL'.
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
       FD FORNECEDOR.
       01 FORNECEDOR-REG.
            05 FORN-COD            PIC 9(4).
            05 FORN-NOME           PIC X(30).
            05 FORN-CNPJ           PIC 9(14).
            05 FORN-BANCO          PIC 9(3).
            05 FORN-AGENCIA        PIC 9(4).
            05 FORN-CONTA          PIC X(12).
            05 FORN-GARANTIA-DIAS  PIC 9(3).
       FD SINISTRO-APOLICE.
       COPY 'SINAPOL-MASTER.CBL'.
       FD RELAT-GARANTIA.
       01 RELAT-GARANTIA-REG       PIC X(100).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 WRK-VALOR-HORA   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TOTAL-PECAS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-TOTAL  PIC 9(07)V99 VALUE ZEROS.
       77 GARPECA-STATUS   PIC 9(02) VALUE ZEROS.
       77 ESTOQUE-STATUS   PIC 9(02) VALUE ZEROS.
       77 FORN-STATUS      PIC 9(02) VALUE ZEROS.
       77 SINAPOL-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-EST-OK       PIC X(01) VALUE 'N'.
       77 WRK-FORN-OK      PIC X(01) VALUE 'N'.
       77 WRK-SINAPOL-OK   PIC X(01) VALUE 'N'.
       77 WRK-PARM-EXEC    PIC X(07) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-PLACA-OS     PIC X(07) VALUE SPACES.
       77 WRK-SEQ-GAR      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-GARANTIAS PIC 9(03) VALUE ZEROS.
       77 WRK-FORN-GAR     PIC 9(04) VALUE ZEROS.
       77 WRK-PRAZO-GAR    PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-FALHA    PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO-RESSARC PIC X(01) VALUE SPACES.
       77 WRK-VL-CREDITO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SOMAR   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-RESULT  PIC 9(08) VALUE ZEROS.
       77 WRK-DC-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-RESTO     PIC 9(04) VALUE ZEROS.
       77 WRK-DC-DIAS      PIC 9(08) VALUE ZEROS.
       77 WRK-TRIM-REL     PIC 9(05) VALUE ZEROS.
       77 WRK-ANO-REL      PIC 9(04) VALUE ZEROS.
       77 WRK-TRI-REL      PIC 9(01) VALUE ZEROS.
       77 WRK-MES-REL      PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-REL    PIC 9(04) VALUE ZEROS.
       77 WRK-DT-INI       PIC 9(08) VALUE ZEROS.
       77 WRK-DT-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-FORN-BUSCA   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FORNS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-TAB-FORN.
            05 WRK-FORN-ITEM OCCURS 100 TIMES.
                10 WRK-FG-COD        PIC 9(04).
                10 WRK-FG-RECLAMADAS PIC 9(05).
                10 WRK-FG-TROCADAS   PIC 9(05).
                10 WRK-FG-CREDITADAS PIC 9(05).
                10 WRK-FG-PENDENTES  PIC 9(05).
                10 WRK-FG-VL-RECUP   PIC 9(09)V99.
       01 WRK-TOT-GARANTIA.
            05 WRK-TG-RECLAMADAS     PIC 9(05).
            05 WRK-TG-TROCADAS       PIC 9(05).
            05 WRK-TG-CREDITADAS     PIC 9(05).
            05 WRK-TG-PENDENTES      PIC 9(05).
            05 WRK-TG-VL-RECUP       PIC 9(09)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             IF WRK-PARM-EXEC = 'GARTRIM'
               PERFORM 7000-RELATORIO-GARANTIAS
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE ORDEM-REPARO ORDEM-CTRL SINISTROS-DETALHE
                   GARANTIA-PECAS.
             IF WRK-EST-OK = 'S'
               CLOSE ESTOQUE
             END-IF.
             IF WRK-FORN-OK = 'S'
               CLOSE FORNECEDOR
             END-IF.
             IF WRK-SINAPOL-OK = 'S'
               CLOSE SINISTRO-APOLICE
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-ABRE-ARQUIVOS - ESTOQUE, FORNECEDORES E SINAPOL SO SAO
      *>  CONSULTADOS: SEM O ESTOQUE OU O FORNECEDOR A ORDEM FECHA SEM
      *>  GERAR GARANTIA; SEM O SINAPOL A CONFERENCIA DE GARANTIA NA
      *>  ABERTURA FICA SO PELO SINISTRO.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
               CLOSE SINISTROS-DETALHE
               OPEN I-O SINISTROS-DETALHE
             END-IF.
             OPEN I-O GARANTIA-PECAS.
             IF GARPECA-STATUS = 35
               OPEN OUTPUT GARANTIA-PECAS
               CLOSE GARANTIA-PECAS
               OPEN I-O GARANTIA-PECAS
             END-IF.
             OPEN INPUT ESTOQUE.
             IF ESTOQUE-STATUS = 0
               MOVE 'S' TO WRK-EST-OK
             END-IF.
             OPEN INPUT FORNECEDOR.
             IF FORN-STATUS = 0
               MOVE 'S' TO WRK-FORN-OK
             END-IF.
             OPEN INPUT SINISTRO-APOLICE.
             IF SINAPOL-STATUS = 0
               MOVE 'S' TO WRK-SINAPOL-OK
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '2 - LANCAR MAO DE OBRA'.
             DISPLAY '3 - FECHAR ORDEM (APURA CUSTO)'.
             DISPLAY '4 - CONSULTAR ORDEM'.
             DISPLAY '5 - RECLAMAR GARANTIA AO FORNECEDOR'.
             DISPLAY '6 - REGISTRAR TROCA/CREDITO DA GARANTIA'.
             DISPLAY '7 - RELATORIO TRIMESTRAL DE GARANTIAS'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
                 PERFORM 3000-FECHA-ORDEM
               WHEN 4
                 PERFORM 4000-CONSULTA-ORDEM
               WHEN 5
                 PERFORM 5000-RECLAMA-GARANTIA
               WHEN 6
                 PERFORM 6000-RESSARCE-GARANTIA
               WHEN 7
                 PERFORM 7000-RELATORIO-GARANTIAS
               WHEN 9
                 CONTINUE
               WHEN OTHER
                           OS-NUMERO
                   DISPLAY '(USE ESTE NUMERO COMO ORDEM DE SERVICO '
                           'NAS REQUISICOES DE PECAS)'
                   PERFORM 1100-CONFERE-GARANTIAS
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  1100-CONFERE-GARANTIAS - NOVA ORDEM NO MESMO SINISTRO OU NO
      *>  MESMO VEICULO (PLACA DO SINAPOL) DE UMA ORDEM ANTERIOR: MOSTRA
      *>  AS PECAS JA INSTALADAS COM GARANTIA VIGENTE, PARA A OFICINA
      *>  RECLAMAR AO FORNECEDOR SE A FALHA FOR DE UMA DELAS.
      *>  --------------------------------------------------------------
       1100-CONFERE-GARANTIAS.
      *>  --------------------------------------------------------------
             PERFORM 9600-PLACA-DO-SINISTRO.
             MOVE 0 TO WRK-QT-GARANTIAS.
             MOVE 0 TO GP-OS-NUMERO GP-SEQ.
             START GARANTIA-PECAS KEY IS NOT LESS THAN GP-CHAVE
               INVALID KEY MOVE 10 TO GARPECA-STATUS
             END-START.
             IF GARPECA-STATUS NOT = 10
               READ GARANTIA-PECAS NEXT
                 AT END MOVE 10 TO GARPECA-STATUS
               END-READ
             END-IF.
             PERFORM 1110-CONFERE-UMA-GARANTIA
               UNTIL GARPECA-STATUS = 10.
             MOVE 0 TO GARPECA-STATUS.
             IF WRK-QT-GARANTIAS > 0
               DISPLAY '(FALHA DE PECA EM GARANTIA: RECLAME PELA '
                       'OPCAO 5 COM ESTA ORDEM)'
             END-IF.
      *>  --------------------------------------------------------------
       1110-CONFERE-UMA-GARANTIA.
      *>  --------------------------------------------------------------
             IF GP-VIGENTE AND GP-DT-VENCIMENTO NOT < WRK-DATA-HOJE
                AND (GP-SINISTRO = OS-SINISTRO
                 OR (WRK-PLACA-OS NOT = SPACES
                     AND GP-PLACA = WRK-PLACA-OS))
               ADD 1 TO WRK-QT-GARANTIAS
               IF WRK-QT-GARANTIAS = 1
                 DISPLAY '*** PECAS EM GARANTIA NESTE SINISTRO/'
                         'VEICULO ***'
               END-IF
               DISPLAY 'ORDEM ' GP-OS-NUMERO ' SEQ ' GP-SEQ
                       ' PECA ' GP-ID-PECA ' LOTE ' GP-NUMERO-LOTE
                       ' FORN ' GP-FORN-COD
                       ' VENCE ' GP-DT-VENCIMENTO
             END-IF.
             READ GARANTIA-PECAS NEXT
               AT END MOVE 10 TO GARPECA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2000-LANCA-MAO-DE-OBRA.
      *>  --------------------------------------------------------------
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-FECHA-ORDEM - FECHAMENTO: SOMA AS REQUISICOES DE PECAS
      *>  FEITAS CONTRA A ORDEM (MENOS AS DO DEPARTAMENTO PRODUCAO, QUE
      *>  SAO DAS ORDENS DE PRODUCAO DO ORDPROD), TOTALIZA COM A MAO DE
      *>  OBRA E GRAVA O CUSTO REAL NO SINISTRO (SD-CUSTO-REPARO). EM
      *>  SEGUIDA GERA A GARANTIA DE FORNECEDOR DAS PECAS INSTALADAS NA
      *>  ORDEM.
      *>  --------------------------------------------------------------
       3000-FECHA-ORDEM.
      *>  --------------------------------------------------------------
                   DISPLAY 'ORDEM FECHADA - PECAS R$ ' OS-VALOR-PECAS
                           ' MO R$ ' OS-VALOR-MO
                           ' TOTAL R$ ' WRK-CUSTO-TOTAL
                   PERFORM 3300-GERA-GARANTIAS
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       3110-SOMA-UMA-REQ.
      *>  --------------------------------------------------------------
             IF RQ-ORDEM-SERVICO = OS-NUMERO
                AND RQ-DEPARTAMENTO NOT = 'PRODUCAO'
               ADD RQ-VALOR TO WRK-TOTAL-PECAS
             END-IF.
             READ REQUISICOES
                 DISPLAY 'CUSTO REAL GRAVADO NO SINISTRO '
                         SD-NUMERO ': R$ ' SD-CUSTO-REPARO
             END-READ.
      *>  --------------------------------------------------------------
      *>  3300-GERA-GARANTIAS - UMA GARANTIA POR REQUISICAO DE PECA DA
      *>  ORDEM, COM O LOTE DA REQUISICAO. O FORNECEDOR E O DA PECA NO
      *>  ESTOQUE E O PRAZO E O FORN-GARANTIA-DIAS DELE, CONTADO EM
      *>  DIAS COMERCIAIS DA DATA DE FECHAMENTO. FORNECEDOR SEM PRAZO
      *>  DE GARANTIA (ZERO) NAO GERA REGISTRO.
      *>  --------------------------------------------------------------
       3300-GERA-GARANTIAS.
      *>  --------------------------------------------------------------
             PERFORM 9600-PLACA-DO-SINISTRO.
             MOVE 0 TO WRK-SEQ-GAR WRK-QT-GARANTIAS.
             OPEN INPUT REQUISICOES.
             IF REQUIS-STATUS = 0
               READ REQUISICOES
                 AT END MOVE 10 TO REQUIS-STATUS
               END-READ
               PERFORM 3310-GARANTIA-DA-REQ UNTIL REQUIS-STATUS = 10
               CLOSE REQUISICOES
             END-IF.
             MOVE 0 TO REQUIS-STATUS.
             IF WRK-QT-GARANTIAS > 0
               DISPLAY WRK-QT-GARANTIAS ' PECA(S) DA ORDEM COM '
                       'GARANTIA DE FORNECEDOR GRAVADA'
             END-IF.
      *>  --------------------------------------------------------------
       3310-GARANTIA-DA-REQ.
      *>  --------------------------------------------------------------
             IF RQ-ORDEM-SERVICO = OS-NUMERO AND RQ-QT-PECA > 0
                AND RQ-DEPARTAMENTO NOT = 'PRODUCAO'
               PERFORM 3320-GRAVA-GARANTIA
             END-IF.
             READ REQUISICOES
               AT END MOVE 10 TO REQUIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3320-GRAVA-GARANTIA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-FORN-GAR WRK-PRAZO-GAR.
             IF WRK-EST-OK = 'S'
               MOVE RQ-ID-PECA      TO ID-PECA
               MOVE RQ-COD-DEPOSITO TO COD-DEPOSITO
               READ ESTOQUE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE COD-FORNECEDOR TO WRK-FORN-GAR
               END-READ
             END-IF.
             IF WRK-FORN-GAR > 0 AND WRK-FORN-OK = 'S'
               MOVE WRK-FORN-GAR TO FORN-COD
               READ FORNECEDOR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE FORN-GARANTIA-DIAS TO WRK-PRAZO-GAR
               END-READ
             END-IF.
             IF WRK-PRAZO-GAR > 0
               ADD 1 TO WRK-SEQ-GAR
               MOVE OS-NUMERO        TO GP-OS-NUMERO
               MOVE WRK-SEQ-GAR      TO GP-SEQ
               MOVE OS-SINISTRO      TO GP-SINISTRO
               MOVE OS-CLI-ID        TO GP-CLI-ID
               MOVE WRK-PLACA-OS     TO GP-PLACA
               MOVE RQ-ID-PECA       TO GP-ID-PECA
               MOVE RQ-COD-DEPOSITO  TO GP-COD-DEPOSITO
               MOVE RQ-QT-PECA       TO GP-QT-PECA
               MOVE RQ-VALOR         TO GP-VALOR
               MOVE RQ-NUMERO-LOTE   TO GP-NUMERO-LOTE
               MOVE WRK-FORN-GAR     TO GP-FORN-COD
               MOVE OS-DT-FECHAMENTO TO GP-DT-INSTALACAO
               MOVE WRK-PRAZO-GAR    TO GP-PRAZO-DIAS
               MOVE OS-DT-FECHAMENTO TO WRK-DATA-BASE
               MOVE WRK-PRAZO-GAR    TO WRK-DIAS-SOMAR
               PERFORM 9800-SOMA-DIAS-COMERCIAIS
               MOVE WRK-DATA-RESULT  TO GP-DT-VENCIMENTO
               MOVE 'A'              TO GP-SITUACAO
               MOVE ZEROS TO GP-OS-FALHA GP-DT-RECLAMACAO
                             GP-DT-RESSARC GP-VL-RECUPERADO
               MOVE SPACES           TO GP-MOTIVO
               WRITE GARPECA-MASTER-REG
               ADD 1 TO WRK-QT-GARANTIAS
             END-IF.
      *>  --------------------------------------------------------------
       4000-CONSULTA-ORDEM.
      *>  --------------------------------------------------------------
                 DISPLAY 'MO: ' OS-HORAS-MO ' HORAS R$ ' OS-VALOR-MO
                         ' PECAS R$ ' OS-VALOR-PECAS
             END-READ.
      *>  --------------------------------------------------------------
      *>  5000-RECLAMA-GARANTIA - A PECA QUE FALHOU E INFORMADA PELA
      *>  ORDEM DE INSTALACAO E A SEQUENCIA DA GARANTIA. SO VALE COM A
      *>  GARANTIA VIGENTE, A ORDEM DA FALHA DO MESMO SINISTRO OU DO
      *>  MESMO CLIENTE, ABERTA ATE O VENCIMENTO DA GARANTIA.
      *>  --------------------------------------------------------------
       5000-RECLAMA-GARANTIA.
      *>  --------------------------------------------------------------
             DISPLAY 'ORDEM DA INSTALACAO....: '.
             ACCEPT WRK-NUM-ORDEM.
             DISPLAY 'SEQUENCIA DA GARANTIA..: '.
             ACCEPT WRK-SEQ-GAR.
             MOVE WRK-NUM-ORDEM TO GP-OS-NUMERO.
             MOVE WRK-SEQ-GAR   TO GP-SEQ.
             READ GARANTIA-PECAS
               INVALID KEY
                 DISPLAY '*** GARANTIA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF NOT GP-VIGENTE
                   DISPLAY '*** GARANTIA JA RECLAMADA OU ENCERRADA ***'
                 ELSE
                   PERFORM 5100-CONFERE-ORDEM-FALHA
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       5100-CONFERE-ORDEM-FALHA.
      *>  --------------------------------------------------------------
             DISPLAY 'ORDEM DE REPARO DA FALHA: '.
             ACCEPT WRK-NUM-FALHA.
             MOVE WRK-NUM-FALHA TO OS-NUMERO.
             READ ORDEM-REPARO
               INVALID KEY
                 DISPLAY '*** ORDEM DA FALHA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN OS-NUMERO = GP-OS-NUMERO
                     DISPLAY '*** A FALHA DEVE SER DE OUTRA ORDEM ***'
                   WHEN OS-SINISTRO NOT = GP-SINISTRO
                    AND OS-CLI-ID NOT = GP-CLI-ID
                     DISPLAY '*** ORDEM DE OUTRO SINISTRO/CLIENTE ***'
                   WHEN OS-DT-ABERTURA > GP-DT-VENCIMENTO
                     DISPLAY '*** GARANTIA VENCIDA EM '
                             GP-DT-VENCIMENTO ' ***'
                   WHEN OTHER
                     PERFORM 5200-GRAVA-RECLAMACAO
                 END-EVALUATE
             END-READ.
      *>  --------------------------------------------------------------
       5200-GRAVA-RECLAMACAO.
      *>  --------------------------------------------------------------
             DISPLAY 'MOTIVO DA FALHA........: '.
             ACCEPT GP-MOTIVO.
             MOVE OS-NUMERO     TO GP-OS-FALHA.
             MOVE WRK-DATA-HOJE TO GP-DT-RECLAMACAO.
             MOVE 'R'           TO GP-SITUACAO.
             REWRITE GARPECA-MASTER-REG.
             DISPLAY 'RECLAMACAO ABERTA AO FORNECEDOR ' GP-FORN-COD
                     ' - PECA ' GP-ID-PECA ' LOTE ' GP-NUMERO-LOTE.
      *>  --------------------------------------------------------------
      *>  6000-RESSARCE-GARANTIA - ENCERRA A RECLAMACAO: T = O
      *>  FORNECEDOR TROCOU A PECA (RECUPERA O VALOR DA PECA NA
      *>  INSTALACAO); C = CREDITO DO FORNECEDOR PELO VALOR INFORMADO.
      *>  --------------------------------------------------------------
       6000-RESSARCE-GARANTIA.
      *>  --------------------------------------------------------------
             DISPLAY 'ORDEM DA INSTALACAO....: '.
             ACCEPT WRK-NUM-ORDEM.
             DISPLAY 'SEQUENCIA DA GARANTIA..: '.
             ACCEPT WRK-SEQ-GAR.
             MOVE WRK-NUM-ORDEM TO GP-OS-NUMERO.
             MOVE WRK-SEQ-GAR   TO GP-SEQ.
             READ GARANTIA-PECAS
               INVALID KEY
                 DISPLAY '*** GARANTIA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF NOT GP-RECLAMADA
                   DISPLAY '*** GARANTIA SEM RECLAMACAO EM ABERTO ***'
                 ELSE
                   PERFORM 6100-GRAVA-RESSARCIMENTO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       6100-GRAVA-RESSARCIMENTO.
      *>  --------------------------------------------------------------
             DISPLAY 'T - PECA TROCADA / C - CREDITO DO FORNECEDOR: '.
             ACCEPT WRK-TIPO-RESSARC.
             MOVE ZEROS TO WRK-VL-CREDITO.
             EVALUATE WRK-TIPO-RESSARC
               WHEN 'T'
                 MOVE GP-VALOR TO WRK-VL-CREDITO
               WHEN 'C'
                 DISPLAY 'VALOR DO CREDITO R$....: '
                 ACCEPT WRK-VL-CREDITO
               WHEN OTHER
                 DISPLAY '*** INFORME T OU C ***'
             END-EVALUATE.
             IF WRK-TIPO-RESSARC = 'T' OR 'C'
               MOVE WRK-TIPO-RESSARC TO GP-SITUACAO
               MOVE WRK-VL-CREDITO   TO GP-VL-RECUPERADO
               MOVE WRK-DATA-HOJE    TO GP-DT-RESSARC
               REWRITE GARPECA-MASTER-REG
               DISPLAY 'GARANTIA ENCERRADA - RECUPERADO R$ '
                       GP-VL-RECUPERADO
             END-IF.
      *>  --------------------------------------------------------------
      *>  7000-RELATORIO-GARANTIAS - RECUPERACAO DE GARANTIA POR
      *>  FORNECEDOR NO TRIMESTRE: RECLAMACOES ABERTAS NO TRIMESTRE,
      *>  TROCAS E CREDITOS RECEBIDOS NO TRIMESTRE COM O VALOR
      *>  RECUPERADO, E AS RECLAMACOES AINDA PENDENTES NO FIM DELE. NO
      *>  PASSO NOTURNO (PARM GARTRIM) O TRIMESTRE E O CORRENTE.
      *>  --------------------------------------------------------------
       7000-RELATORIO-GARANTIAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TRIM-REL.
             IF WRK-PARM-EXEC NOT = 'GARTRIM'
               DISPLAY 'TRIMESTRE AAAAT (0=ATUAL): '
               ACCEPT WRK-TRIM-REL
             END-IF.
             IF WRK-TRIM-REL = 0
               DIVIDE WRK-DATA-HOJE BY 10000
                 GIVING WRK-ANO-REL REMAINDER WRK-RESTO-REL
               DIVIDE WRK-RESTO-REL BY 100 GIVING WRK-MES-REL
               COMPUTE WRK-TRI-REL = (WRK-MES-REL + 2) / 3
               COMPUTE WRK-TRIM-REL = (WRK-ANO-REL * 10) + WRK-TRI-REL
             ELSE
               DIVIDE WRK-TRIM-REL BY 10
                 GIVING WRK-ANO-REL REMAINDER WRK-TRI-REL
             END-IF.
             IF WRK-TRI-REL < 1 OR WRK-TRI-REL > 4
               DISPLAY '*** TRIMESTRE INVALIDO ***'
             ELSE
               PERFORM 7100-GERA-RELATORIO
             END-IF.
      *>  --------------------------------------------------------------
       7100-GERA-RELATORIO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-DT-INI = (WRK-ANO-REL * 10000)
                     + (((WRK-TRI-REL * 3) - 2) * 100) + 1.
             COMPUTE WRK-DT-FIM = (WRK-ANO-REL * 10000)
                     + ((WRK-TRI-REL * 3) * 100) + 31.
             MOVE 0 TO WRK-QT-FORNS.
             INITIALIZE WRK-TAB-FORN WRK-TOT-GARANTIA.
             MOVE 0 TO GP-OS-NUMERO GP-SEQ.
             START GARANTIA-PECAS KEY IS NOT LESS THAN GP-CHAVE
               INVALID KEY MOVE 10 TO GARPECA-STATUS
             END-START.
             IF GARPECA-STATUS NOT = 10
               READ GARANTIA-PECAS NEXT
                 AT END MOVE 10 TO GARPECA-STATUS
               END-READ
             END-IF.
             PERFORM 7200-SOMA-GARANTIA UNTIL GARPECA-STATUS = 10.
             MOVE 0 TO GARPECA-STATUS.
             OPEN OUTPUT RELAT-GARANTIA.
             MOVE SPACES TO RELAT-GARANTIA-REG.
             STRING 'RECUPERACAO DE GARANTIA POR FORNECEDOR - '
                    'TRIMESTRE ' WRK-TRI-REL '/' WRK-ANO-REL
                    ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-GARANTIA-REG.
             WRITE RELAT-GARANTIA-REG.
             MOVE 'FORN NOME                           RECLAMADAS TROCAD
      -        'AS CREDITADAS PENDENTES VL. RECUPERADO'
               TO RELAT-GARANTIA-REG.
             WRITE RELAT-GARANTIA-REG.
             PERFORM 7300-LINHA-FORNECEDOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-FORNS.
             MOVE WRK-TG-VL-RECUP TO WRK-VALOR-ED.
             MOVE SPACES TO RELAT-GARANTIA-REG.
             STRING 'TOTAL DO TRIMESTRE' '                   '
                    '     ' WRK-TG-RECLAMADAS ' '
                    '   ' WRK-TG-TROCADAS ' '
                    '     ' WRK-TG-CREDITADAS ' '
                    '    ' WRK-TG-PENDENTES ' '
                    WRK-VALOR-ED
                    DELIMITED BY SIZE INTO RELAT-GARANTIA-REG.
             WRITE RELAT-GARANTIA-REG.
             CLOSE RELAT-GARANTIA.
             DISPLAY 'GARANTIAS DO TRIMESTRE ' WRK-TRI-REL '/'
                     WRK-ANO-REL ': ' WRK-QT-FORNS
                     ' FORNECEDOR(ES) - RELGARAN.TXT GERADO'.
      *>  --------------------------------------------------------------
       7200-SOMA-GARANTIA.
      *>  --------------------------------------------------------------
             IF (GP-DT-RECLAMACAO NOT < WRK-DT-INI
                 AND GP-DT-RECLAMACAO NOT > WRK-DT-FIM)
                OR ((GP-TROCADA OR GP-CREDITADA)
                 AND GP-DT-RESSARC NOT < WRK-DT-INI
                 AND GP-DT-RESSARC NOT > WRK-DT-FIM)
                OR (GP-RECLAMADA
                 AND GP-DT-RECLAMACAO NOT > WRK-DT-FIM)
               MOVE GP-FORN-COD TO WRK-FORN-BUSCA
               PERFORM 7210-ACHA-FORNECEDOR
               IF WRK-ACHOU = 'S'
                 PERFORM 7220-ACUMULA-GARANTIA
               END-IF
             END-IF.
             READ GARANTIA-PECAS NEXT
               AT END MOVE 10 TO GARPECA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7210-ACHA-FORNECEDOR.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             PERFORM 7211-CONFERE-FORN
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-FORNS.
             IF WRK-ACHOU = 'N' AND WRK-QT-FORNS < 100
               ADD 1 TO WRK-QT-FORNS
               MOVE WRK-QT-FORNS TO WRK-IDX
               MOVE WRK-FORN-BUSCA TO WRK-FG-COD(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       7211-CONFERE-FORN.
      *>  --------------------------------------------------------------
             IF WRK-FG-COD(WRK-IDX) = WRK-FORN-BUSCA
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
       7220-ACUMULA-GARANTIA.
      *>  --------------------------------------------------------------
             IF GP-DT-RECLAMACAO NOT < WRK-DT-INI
                AND GP-DT-RECLAMACAO NOT > WRK-DT-FIM
               ADD 1 TO WRK-FG-RECLAMADAS(WRK-IDX) WRK-TG-RECLAMADAS
             END-IF.
             IF GP-DT-RESSARC NOT < WRK-DT-INI
                AND GP-DT-RESSARC NOT > WRK-DT-FIM
               IF GP-TROCADA
                 ADD 1 TO WRK-FG-TROCADAS(WRK-IDX) WRK-TG-TROCADAS
               END-IF
               IF GP-CREDITADA
                 ADD 1 TO WRK-FG-CREDITADAS(WRK-IDX)
                          WRK-TG-CREDITADAS
               END-IF
               ADD GP-VL-RECUPERADO TO WRK-FG-VL-RECUP(WRK-IDX)
                                       WRK-TG-VL-RECUP
             END-IF.
             IF GP-RECLAMADA AND GP-DT-RECLAMACAO NOT > WRK-DT-FIM
               ADD 1 TO WRK-FG-PENDENTES(WRK-IDX) WRK-TG-PENDENTES
             END-IF.
      *>  --------------------------------------------------------------
       7300-LINHA-FORNECEDOR.
      *>  --------------------------------------------------------------
             MOVE 'FORNECEDOR NAO CADASTRADO' TO FORN-NOME.
             IF WRK-FORN-OK = 'S'
               MOVE WRK-FG-COD(WRK-IDX) TO FORN-COD
               READ FORNECEDOR
                 INVALID KEY
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO FORN-NOME
               END-READ
             END-IF.
             MOVE WRK-FG-VL-RECUP(WRK-IDX) TO WRK-VALOR-ED.
             MOVE SPACES TO RELAT-GARANTIA-REG.
             STRING WRK-FG-COD(WRK-IDX) ' '
                    FORN-NOME ' '
                    '     ' WRK-FG-RECLAMADAS(WRK-IDX) ' '
                    '   ' WRK-FG-TROCADAS(WRK-IDX) ' '
                    '     ' WRK-FG-CREDITADAS(WRK-IDX) ' '
                    '    ' WRK-FG-PENDENTES(WRK-IDX) ' '
                    WRK-VALOR-ED
                    DELIMITED BY SIZE INTO RELAT-GARANTIA-REG.
             WRITE RELAT-GARANTIA-REG.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-ORDEM.
      *>  --------------------------------------------------------------
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-NUM-ORDEM.
      *>  --------------------------------------------------------------
      *>  9600-PLACA-DO-SINISTRO - PLACA DO VEICULO DO SINISTRO DA
      *>  ORDEM NO SINAPOL; EM BRANCO NO RAMO RESIDENCIAL OU SEM O
      *>  VINCULO.
      *>  --------------------------------------------------------------
       9600-PLACA-DO-SINISTRO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-PLACA-OS.
             IF WRK-SINAPOL-OK = 'S'
               MOVE OS-SINISTRO TO SA-SINISTRO
               READ SINISTRO-APOLICE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SA-PLACA TO WRK-PLACA-OS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  9800-SOMA-DIAS-COMERCIAIS - SOMA WRK-DIAS-SOMAR (EM DIAS
      *>  COMERCIAIS DE MES DE 30) A WRK-DATA-BASE, DEVOLVENDO A DATA
      *>  EM WRK-DATA-RESULT, NO MESMO CALCULO DO COMPRAS.
      *>  --------------------------------------------------------------
       9800-SOMA-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-BASE BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             COMPUTE WRK-DC-DIAS = (WRK-DC-ANO * 360)
                     + (WRK-DC-MES * 30) + WRK-DC-DIA
                     + WRK-DIAS-SOMAR.
             DIVIDE WRK-DC-DIAS BY 360
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
             COMPUTE WRK-DATA-RESULT = (WRK-DC-ANO * 10000)
                     + (WRK-DC-MES * 100) + WRK-DC-DIA.
      *>  --------------------------------------------------------------
