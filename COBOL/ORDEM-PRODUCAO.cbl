       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDPROD.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = ORDENS DE PRODUCAO DA OFICINA A
      ***   PARTIR DOS ORCAMENTOS DE LOTE DO DESAFIO02 (FORMASOR.TXT):
      ***   A ORDEM E ABERTA PELA COTACAO ACEITA PELO CLIENTE NO
      ***   COTFORMA (COTACAO.TXT), QUE APROVA O ORCAMENTO DA REVISAO
      ***   VIGENTE; UMA ORDEM POR ORCAMENTO, COM AS PECAS, CHAPAS,
      ***   BARRAS, PERDAS E CUSTO DE MATERIAL ORCADOS E AS PECAS DE
      ***   ESTOQUE DA CHAPA E DA BARRA. O MATERIAL SAI DO ESTOQUE
      ***   PELA REQUISICAO DO DESAFIO11 (DEPARTAMENTO PRODUCAO, ORDEM
      ***   DE SERVICO = NUMERO DA ORDEM), COM LOTES, ENDERECOS E
      ***   CUSTO MEDIO COMO QUALQUER RETIRADA. A ORDEM RECEBE AS HORAS
      ***   DE MAO DE OBRA E A SUCATA (M2 DE CHAPA, M3 DE BARRA). NA
      ***   CONCLUSAO SOMA AS REQUISICOES DA ORDEM (REQUIS.TXT), APURA
      ***   O CUSTO REAL (MATERIAL + MAO DE OBRA) E DA ENTRADA DA PECA
      ***   ACABADA NO ESTOQUE COMO PECA NOVA, PELO CUSTO REAL
      ***   UNITARIO, COM CUSTO MEDIO (CUSTOMED.TXT) E AUDITORIA
      ***   (PECASAUD.TXT, OPERACAO PROD-ENT). RELATORIO DE VARIACAO
      ***   DE PRODUCAO (RELVARPR.TXT, PARM VARIAC): ORCADO X REAL DE
      ***   MATERIAL E DE PERDA POR ORDEM CONCLUIDA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM-PRODUCAO ASSIGN TO 'C:\COBOL\ORDPROD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ORDEM-STATUS
             RECORD KEY IS OP-NUMERO.
           SELECT ORDEM-CTRL ASSIGN TO 'C:\COBOL\OPCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT COTACOES ASSIGN TO 'C:\COBOL\COTACAO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COTACAO-STATUS
             RECORD KEY IS CQ-CHAVE.
           SELECT FORMAS-ORCAMENTO ASSIGN TO 'C:\COBOL\FORMASOR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORCA-STATUS.
           SELECT REQUISICOES ASSIGN TO 'C:\COBOL\REQUIS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REQUIS-STATUS.
           SELECT ESTOQUE ASSIGN TO 'C:\COBOL\ESTOQUE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTOQUE-STATUS
             RECORD KEY IS ESTOQUE-CHAVE
             ALTERNATE RECORD KEY IS NOME-PECA WITH DUPLICATES.
           SELECT CUSTO-MEDIO ASSIGN TO 'C:\COBOL\CUSTOMED.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CUSTMED-STATUS
             RECORD KEY IS CM-CHAVE.
           SELECT AUDIT-PECAS ASSIGN TO 'C:\COBOL\PECASAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.
           SELECT RELAT-VARIACAO ASSIGN TO 'C:\COBOL\RELVARPR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDEM-PRODUCAO.
       COPY 'ORDPROD-MASTER.CBL'.
       FD ORDEM-CTRL.
       01 ORDEM-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(06).
       FD COTACOES.
       COPY 'COTACAO-MASTER.CBL'.
      *>  --------------------------------------------------------------
      *>  LINHAS DO ORCAMENTO DE LOTE GRAVADAS PELO DESAFIO02 (9956):
      *>  'ORC=' + NUMERO + ' LOTE=' + DATA E OS CAMPOS EM POSICAO FIXA,
      *>  E PELO ACEITE DO COTFORMA: 'ORC=' + NUMERO + ' APROVADO=' +
      *>  DATA.
      *>  --------------------------------------------------------------
       FD FORMAS-ORCAMENTO.
       01 FORMAS-ORCAMENTO-REG.
            05 FO-ROTULO           PIC X(04).
            05 FO-NUMERO           PIC 9(06).
            05 FO-TIPO             PIC X(06).
            05 FO-DATA             PIC 9(08).
            05 FILLER              PIC X(76).
       01 FO-LINHA-PECAS.
            05 FILLER              PIC X(24).
            05 FO-ROT-PECAS        PIC X(07).
            05 FO-PECAS            PIC 9(05).
            05 FILLER              PIC X(09).
            05 FO-AREA-M2          PIC 9(07)V9999.
            05 FILLER              PIC X(11).
            05 FO-VOLUME-M3        PIC 9(07)V9999.
            05 FILLER              PIC X(22).
       01 FO-LINHA-CHAPAS.
            05 FILLER              PIC X(24).
            05 FO-ROT-CHAPAS       PIC X(08).
            05 FO-CHAPAS           PIC 9(05).
            05 FILLER              PIC X(10).
            05 FO-PERDA-CH         PIC 9(03)V9.
            05 FILLER              PIC X(08).
            05 FO-BARRAS           PIC 9(05).
            05 FILLER              PIC X(10).
            05 FO-PERDA-BA         PIC 9(03)V9.
            05 FILLER              PIC X(07).
            05 FO-CUSTO            PIC 9(09)V99.
            05 FILLER              PIC X(04).
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
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG          PIC X(140).
       FD RELAT-VARIACAO.
       01 RELAT-VARIACAO-REG       PIC X(100).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 ORDEM-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 COTACAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 ORCA-STATUS      PIC 9(02) VALUE ZEROS.
       77 REQUIS-STATUS    PIC 9(02) VALUE ZEROS.
       77 ESTOQUE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CUSTMED-STATUS   PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-NUM-ORDEM    PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-ORC      PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-COT      PIC 9(06) VALUE ZEROS.
       77 WRK-REV-VIGENTE  PIC 9(02) VALUE ZEROS.
       77 WRK-COT-OK       PIC X(01) VALUE 'N'.
       77 WRK-ORC-ACHOU    PIC X(01) VALUE 'N'.
       77 WRK-ORC-APROVADO PIC X(01) VALUE 'N'.
       77 WRK-ORC-EM-ORDEM PIC X(01) VALUE 'N'.
       77 WRK-MATERIAL-OK  PIC X(01) VALUE 'N'.
       77 WRK-ID-CHAPA     PIC 9(05) VALUE ZEROS.
       77 WRK-ID-BARRA     PIC 9(05) VALUE ZEROS.
       77 WRK-COD-DEPOSITO PIC 9(02) VALUE ZEROS.
       77 WRK-HORAS        PIC 9(03)V9 VALUE ZEROS.
       77 WRK-VALOR-HORA   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SUCATA-M2    PIC 9(03)V9999 VALUE ZEROS.
       77 WRK-SUCATA-M3    PIC 9(03)V9999 VALUE ZEROS.
       77 WRK-QT-REQS      PIC 9(05) VALUE ZEROS.
       77 WRK-VL-MATERIAL  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CHAPAS-REAL  PIC 9(05) VALUE ZEROS.
       77 WRK-BARRAS-REAL  PIC 9(05) VALUE ZEROS.
       77 WRK-CUSTO-REAL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT   PIC 9(3)V99 VALUE ZEROS.
       77 WRK-ESTOURO      PIC X(01) VALUE 'N'.
       77 WRK-ID-NOVO      PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-NOVO    PIC X(30) VALUE SPACES.
       77 WRK-ID-EXISTE    PIC X(01) VALUE 'N'.
       77 WRK-AUD-OPERACAO PIC X(08) VALUE 'PROD-ENT'.
       77 WRK-PRECO-ANTERIOR PIC 9(3)V99 VALUE ZEROS.
       77 WRK-QT-ANTERIOR  PIC 9(5)  VALUE ZEROS.
       77 WRK-PERDA-CH-REAL PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PERDA-BA-REAL PIC 9(03)V9 VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-ORDENS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-MAT-EST  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-MAT-REAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VARIACAO PIC S9(11)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  CHAPA PADRAO DE 3,00 M2 E BARRA PADRAO DE 0,50 M3, OS MESMOS
      *>  TAMANHOS DE ESTOQUE DO ORCAMENTO DE LOTE DO DESAFIO02.
      *>  --------------------------------------------------------------
       77 WRK-CHAPA-PADRAO PIC 9(02)V99 VALUE 3,00.
       77 WRK-BARRA-PADRAO PIC 9(02)V99 VALUE 0,50.
       01 WRK-ORCAMENTO-LIDO.
            05 WRK-ORC-PECAS       PIC 9(05).
            05 WRK-ORC-AREA        PIC 9(07)V9999.
            05 WRK-ORC-VOLUME      PIC 9(07)V9999.
            05 WRK-ORC-CHAPAS      PIC 9(05).
            05 WRK-ORC-PERDA-CH    PIC 9(03)V9.
            05 WRK-ORC-BARRAS      PIC 9(05).
            05 WRK-ORC-PERDA-BA    PIC 9(03)V9.
            05 WRK-ORC-CUSTO       PIC 9(09)V99.
       01 WRK-EDITADOS.
            05 WRK-ED-QT-1         PIC ZZZZ9.
            05 WRK-ED-QT-2         PIC ZZZZ9.
            05 WRK-ED-PCT-1        PIC ZZ9,9.
            05 WRK-ED-PCT-2        PIC ZZ9,9.
            05 WRK-ED-VALOR-1      PIC ZZZ.ZZZ.ZZ9,99.
            05 WRK-ED-VALOR-2      PIC ZZZ.ZZZ.ZZ9,99.
            05 WRK-ED-VALOR-3      PIC -ZZZ.ZZZ.ZZ9,99.
            05 WRK-ED-VALOR-4      PIC ZZZ.ZZZ.ZZ9,99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             IF WRK-PARM-EXEC = 'VARIAC'
               MOVE 'BATCH' TO WRK-OPERADOR
               PERFORM 5000-RELATORIO-VARIACAO
             ELSE
               DISPLAY 'CODIGO DO OPERADOR: '
               ACCEPT WRK-OPERADOR
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE ORDEM-PRODUCAO ORDEM-CTRL ESTOQUE CUSTO-MEDIO
                   AUDIT-PECAS.
             IF WRK-COT-OK = 'S'
               CLOSE COTACOES
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O ORDEM-PRODUCAO.
             IF ORDEM-STATUS = 35
               OPEN OUTPUT ORDEM-PRODUCAO
               CLOSE ORDEM-PRODUCAO
               OPEN I-O ORDEM-PRODUCAO
             END-IF.
             OPEN I-O ORDEM-CTRL.
             IF CTRL-STATUS = 35
               OPEN OUTPUT ORDEM-CTRL
               CLOSE ORDEM-CTRL
               OPEN I-O ORDEM-CTRL
             END-IF.
             OPEN I-O ESTOQUE.
             IF ESTOQUE-STATUS = 35
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE
             END-IF.
             OPEN I-O CUSTO-MEDIO.
             IF CUSTMED-STATUS = 35
               OPEN OUTPUT CUSTO-MEDIO
               CLOSE CUSTO-MEDIO
               OPEN I-O CUSTO-MEDIO
             END-IF.
             OPEN INPUT COTACOES.
             IF COTACAO-STATUS = 0
               MOVE 'S' TO WRK-COT-OK
             END-IF.
             OPEN EXTEND AUDIT-PECAS.
             IF AUDIT-STATUS = 35
               OPEN OUTPUT AUDIT-PECAS
               CLOSE AUDIT-PECAS
               OPEN EXTEND AUDIT-PECAS
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'ORDENS DE PRODUCAO'.
             DISPLAY '1 - ABRIR ORDEM DE ORCAMENTO APROVADO'.
             DISPLAY '2 - LANCAR MAO DE OBRA E SUCATA'.
             DISPLAY '3 - CONCLUIR ORDEM (ENTRADA DA PECA)'.
             DISPLAY '4 - CONSULTAR ORDEM'.
             DISPLAY '5 - RELATORIO DE VARIACAO DE PRODUCAO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-ABRE-ORDEM
               WHEN 2
                 PERFORM 2000-LANCA-MAO-DE-OBRA
               WHEN 3
                 PERFORM 3000-CONCLUI-ORDEM
               WHEN 4
                 PERFORM 4000-CONSULTA-ORDEM
               WHEN 5
                 PERFORM 5000-RELATORIO-VARIACAO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-ABRE-ORDEM - A REVISAO VIGENTE DA COTACAO PRECISA ESTAR
      *>  ACEITA; O ORCAMENTO DELA PRECISA EXISTIR NO FORMASOR.TXT,
      *>  ESTAR APROVADO E AINDA NAO TER ORDEM. A CHAPA E A BARRA DE
      *>  ESTOQUE SAO OBRIGATORIAS QUANDO O ORCAMENTO USA O MATERIAL.
      *>  --------------------------------------------------------------
       1000-ABRE-ORDEM.
      *>  --------------------------------------------------------------
             IF WRK-COT-OK NOT = 'S'
               DISPLAY '*** CADASTRO DE COTACOES INDISPONIVEL ***'
             ELSE
               DISPLAY 'NUMERO DA COTACAO ACEITA...: '
               ACCEPT WRK-NUM-COT
               PERFORM 1050-LE-COTACAO
               IF WRK-REV-VIGENTE = 0
                 DISPLAY '*** COTACAO NAO ENCONTRADA ***'
               ELSE
                 IF NOT CQ-ACEITA
                   DISPLAY '*** COTACAO NAO ACEITA PELO CLIENTE '
                           '(SITUACAO ' CQ-SITUACAO ') ***'
                 ELSE
                   MOVE CQ-ORCAMENTO TO WRK-NUM-ORC
                   PERFORM 1080-CONFERE-ORCAMENTO
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1050-LE-COTACAO - DEIXA A REVISAO VIGENTE (A QUE NAO ESTA
      *>  REVISADA) DA COTACAO LIDA NO REGISTRO.
      *>  --------------------------------------------------------------
       1050-LE-COTACAO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-REV-VIGENTE.
             MOVE WRK-NUM-COT TO CQ-NUMERO.
             MOVE 0 TO CQ-REVISAO.
             START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY MOVE 10 TO COTACAO-STATUS
             END-START.
             IF COTACAO-STATUS NOT = 10
               READ COTACOES NEXT
                 AT END MOVE 10 TO COTACAO-STATUS
               END-READ
             END-IF.
             PERFORM 1060-PROCURA-VIGENTE
               UNTIL COTACAO-STATUS = 10 OR CQ-NUMERO NOT = WRK-NUM-COT.
             MOVE 0 TO COTACAO-STATUS.
             IF WRK-REV-VIGENTE > 0
               MOVE WRK-NUM-COT     TO CQ-NUMERO
               MOVE WRK-REV-VIGENTE TO CQ-REVISAO
               READ COTACOES
                 INVALID KEY
                   MOVE 0 TO WRK-REV-VIGENTE
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       1060-PROCURA-VIGENTE.
      *>  --------------------------------------------------------------
             IF NOT CQ-REVISADA
               MOVE CQ-REVISAO TO WRK-REV-VIGENTE
             END-IF.
             READ COTACOES NEXT
               AT END MOVE 10 TO COTACAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1080-CONFERE-ORCAMENTO.
      *>  --------------------------------------------------------------
             PERFORM 1100-LE-ORCAMENTO.
             IF WRK-ORC-ACHOU NOT = 'S'
               DISPLAY '*** ORCAMENTO DE LOTE NAO ENCONTRADO ***'
             ELSE
               IF WRK-ORC-APROVADO NOT = 'S'
                 DISPLAY '*** ORCAMENTO AINDA NAO APROVADO ***'
               ELSE
                 PERFORM 1200-CONFERE-ORDEM-EXISTENTE
                 IF WRK-ORC-EM-ORDEM = 'S'
                   DISPLAY '*** ORCAMENTO JA TEM ORDEM DE PRODUCAO ***'
                 ELSE
                   PERFORM 1300-ENTRA-MATERIAL
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1100-LE-ORCAMENTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ORC-ACHOU WRK-ORC-APROVADO.
             INITIALIZE WRK-ORCAMENTO-LIDO.
             OPEN INPUT FORMAS-ORCAMENTO.
             IF ORCA-STATUS = 0
               READ FORMAS-ORCAMENTO
                 AT END MOVE 10 TO ORCA-STATUS
               END-READ
               PERFORM 1110-LE-LINHA-ORCAMENTO UNTIL ORCA-STATUS = 10
               CLOSE FORMAS-ORCAMENTO
             END-IF.
             MOVE 0 TO ORCA-STATUS.
      *>  --------------------------------------------------------------
       1110-LE-LINHA-ORCAMENTO.
      *>  --------------------------------------------------------------
             IF FO-ROTULO = 'ORC=' AND FO-NUMERO = WRK-NUM-ORC
               IF FO-TIPO = ' APROV'
                 MOVE 'S' TO WRK-ORC-APROVADO
               END-IF
               IF FO-TIPO = ' LOTE=' AND FO-ROT-PECAS = ' PECAS='
                 MOVE 'S'          TO WRK-ORC-ACHOU
                 MOVE FO-PECAS     TO WRK-ORC-PECAS
                 MOVE FO-AREA-M2   TO WRK-ORC-AREA
                 MOVE FO-VOLUME-M3 TO WRK-ORC-VOLUME
               END-IF
               IF FO-TIPO = ' LOTE=' AND FO-ROT-CHAPAS = ' CHAPAS='
                 MOVE FO-CHAPAS    TO WRK-ORC-CHAPAS
                 MOVE FO-PERDA-CH  TO WRK-ORC-PERDA-CH
                 MOVE FO-BARRAS    TO WRK-ORC-BARRAS
                 MOVE FO-PERDA-BA  TO WRK-ORC-PERDA-BA
                 MOVE FO-CUSTO     TO WRK-ORC-CUSTO
               END-IF
             END-IF.
             READ FORMAS-ORCAMENTO
               AT END MOVE 10 TO ORCA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-ORDEM-EXISTENTE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ORC-EM-ORDEM.
             MOVE 0 TO OP-NUMERO.
             START ORDEM-PRODUCAO KEY IS NOT LESS THAN OP-NUMERO
               INVALID KEY MOVE 10 TO ORDEM-STATUS
             END-START.
             IF ORDEM-STATUS NOT = 10
               READ ORDEM-PRODUCAO NEXT
                 AT END MOVE 10 TO ORDEM-STATUS
               END-READ
             END-IF.
             PERFORM 1210-CONFERE-UMA-ORDEM
               UNTIL ORDEM-STATUS = 10 OR WRK-ORC-EM-ORDEM = 'S'.
             MOVE 0 TO ORDEM-STATUS.
      *>  --------------------------------------------------------------
       1210-CONFERE-UMA-ORDEM.
      *>  --------------------------------------------------------------
             IF OP-ORCAMENTO = WRK-NUM-ORC
               MOVE 'S' TO WRK-ORC-EM-ORDEM
             ELSE
               READ ORDEM-PRODUCAO NEXT
                 AT END MOVE 10 TO ORDEM-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       1300-ENTRA-MATERIAL.
      *>  --------------------------------------------------------------
             DISPLAY 'COTACAO ' CQ-NUMERO '/' CQ-REVISAO ' CLIENTE '
                     CQ-CLI-ID ' VALOR R$ ' CQ-VALOR.
             DISPLAY 'ORCAMENTO ' WRK-NUM-ORC ' - PECAS ' WRK-ORC-PECAS
                     ' CHAPAS ' WRK-ORC-CHAPAS ' BARRAS ' WRK-ORC-BARRAS
                     ' CUSTO R$ ' WRK-ORC-CUSTO.
             DISPLAY 'DEPOSITO DA PRODUCAO...: '.
             ACCEPT WRK-COD-DEPOSITO.
             MOVE 0 TO WRK-ID-CHAPA WRK-ID-BARRA.
             IF WRK-ORC-CHAPAS > 0
               DISPLAY 'PECA DE ESTOQUE DA CHAPA (3,00 M2): '
               ACCEPT WRK-ID-CHAPA
             END-IF.
             IF WRK-ORC-BARRAS > 0
               DISPLAY 'PECA DE ESTOQUE DA BARRA (0,50 M3): '
               ACCEPT WRK-ID-BARRA
             END-IF.
             MOVE 'S' TO WRK-MATERIAL-OK.
             IF WRK-ORC-CHAPAS > 0
               MOVE WRK-ID-CHAPA TO ID-PECA
               PERFORM 1310-CONFERE-PECA-MATERIAL
             END-IF.
             IF WRK-ORC-BARRAS > 0
               MOVE WRK-ID-BARRA TO ID-PECA
               PERFORM 1310-CONFERE-PECA-MATERIAL
             END-IF.
             IF WRK-MATERIAL-OK = 'S'
               PERFORM 1400-GRAVA-ORDEM
             END-IF.
      *>  --------------------------------------------------------------
       1310-CONFERE-PECA-MATERIAL.
      *>  --------------------------------------------------------------
             MOVE WRK-COD-DEPOSITO TO COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 MOVE 'N' TO WRK-MATERIAL-OK
                 DISPLAY '*** PECA ' ID-PECA ' NAO CADASTRADA NO '
                         'DEPOSITO ' WRK-COD-DEPOSITO ' ***'
               NOT INVALID KEY
                 DISPLAY 'MATERIAL: ' ID-PECA ' ' NOME-PECA
                         ' SALDO ' QT-PECA
             END-READ.
      *>  --------------------------------------------------------------
       1400-GRAVA-ORDEM.
      *>  --------------------------------------------------------------
             PERFORM 9700-PROX-NUM-ORDEM.
             INITIALIZE ORDPROD-MASTER-REG.
             MOVE WRK-NUM-ORDEM    TO OP-NUMERO.
             MOVE WRK-NUM-ORC      TO OP-ORCAMENTO.
             MOVE WRK-DATA-HOJE    TO OP-DT-ABERTURA.
             MOVE WRK-ORC-PECAS    TO OP-PECAS.
             MOVE WRK-ORC-AREA     TO OP-AREA-EST.
             MOVE WRK-ORC-VOLUME   TO OP-VOLUME-EST.
             MOVE WRK-ORC-CHAPAS   TO OP-CHAPAS-EST.
             MOVE WRK-ORC-PERDA-CH TO OP-PERDA-CH-EST.
             MOVE WRK-ORC-BARRAS   TO OP-BARRAS-EST.
             MOVE WRK-ORC-PERDA-BA TO OP-PERDA-BA-EST.
             MOVE WRK-ORC-CUSTO    TO OP-CUSTO-EST.
             MOVE WRK-ID-CHAPA     TO OP-ID-CHAPA.
             MOVE WRK-ID-BARRA     TO OP-ID-BARRA.
             MOVE WRK-COD-DEPOSITO TO OP-COD-DEPOSITO.
             MOVE CQ-NUMERO        TO OP-COTACAO.
             MOVE CQ-REVISAO       TO OP-COT-REVISAO.
             MOVE CQ-CLI-ID        TO OP-CLI-ID.
             MOVE 'A' TO OP-SITUACAO.
             WRITE ORDPROD-MASTER-REG.
             DISPLAY 'ORDEM DE PRODUCAO ABERTA - NUMERO ' OP-NUMERO.
             DISPLAY '(REQUISITE CHAPAS E BARRAS NO DESAFIO11 COM '
                     'DEPARTAMENTO PRODUCAO E ESTE NUMERO COMO ORDEM '
                     'DE SERVICO)'.
      *>  --------------------------------------------------------------
      *>  2000-LANCA-MAO-DE-OBRA - HORAS E SUCATA SE ACUMULAM NA ORDEM
      *>  A CADA LANCAMENTO, COMO NO OSREPARO.
      *>  --------------------------------------------------------------
       2000-LANCA-MAO-DE-OBRA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA ORDEM........: '.
             ACCEPT WRK-NUM-ORDEM.
             MOVE WRK-NUM-ORDEM TO OP-NUMERO.
             READ ORDEM-PRODUCAO
               INVALID KEY
                 DISPLAY '*** ORDEM NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF OP-CONCLUIDA
                   DISPLAY '*** ORDEM JA CONCLUIDA ***'
                 ELSE
                   DISPLAY 'HORAS TRABALHADAS......: '
                   ACCEPT WRK-HORAS
                   DISPLAY 'VALOR DA HORA R$.......: '
                   ACCEPT WRK-VALOR-HORA
                   DISPLAY 'SUCATA DE CHAPA (M2)...: '
                   ACCEPT WRK-SUCATA-M2
                   DISPLAY 'SUCATA DE BARRA (M3)...: '
                   ACCEPT WRK-SUCATA-M3
                   ADD WRK-HORAS TO OP-HORAS-MO
                   COMPUTE OP-VALOR-MO = OP-VALOR-MO
                           + (WRK-HORAS * WRK-VALOR-HORA)
                   ADD WRK-SUCATA-M2 TO OP-SUCATA-M2
                   ADD WRK-SUCATA-M3 TO OP-SUCATA-M3
                   REWRITE ORDPROD-MASTER-REG
                   DISPLAY 'MAO DE OBRA ACUMULADA: ' OP-HORAS-MO
                           ' HORAS / R$ ' OP-VALOR-MO
                   DISPLAY 'SUCATA ACUMULADA: ' OP-SUCATA-M2 ' M2 / '
                           OP-SUCATA-M3 ' M3'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-CONCLUI-ORDEM - SOMA AS REQUISICOES DA ORDEM, APURA O
      *>  CUSTO REAL E DA ENTRADA DA PECA ACABADA COM CODIGO NOVO NO
      *>  DEPOSITO DA ORDEM. SEM REQUISICAO NAO HA O QUE CONCLUIR; O
      *>  CUSTO UNITARIO TEM QUE CABER NO PRECO DO CADASTRO DE PECAS.
      *>  --------------------------------------------------------------
       3000-CONCLUI-ORDEM.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA ORDEM........: '.
             ACCEPT WRK-NUM-ORDEM.
             MOVE WRK-NUM-ORDEM TO OP-NUMERO.
             READ ORDEM-PRODUCAO
               INVALID KEY
                 DISPLAY '*** ORDEM NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF OP-CONCLUIDA
                   DISPLAY '*** ORDEM JA CONCLUIDA ***'
                 ELSE
                   PERFORM 3100-SOMA-REQUISICOES
                   IF WRK-QT-REQS = 0
                     DISPLAY '*** NENHUMA REQUISICAO DE MATERIAL PARA'
                             ' A ORDEM ***'
                   ELSE
                     PERFORM 3200-APURA-CUSTO
                   END-IF
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       3100-SOMA-REQUISICOES.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-QT-REQS WRK-VL-MATERIAL
                           WRK-CHAPAS-REAL WRK-BARRAS-REAL.
             OPEN INPUT REQUISICOES.
             IF REQUIS-STATUS = 0
               READ REQUISICOES
                 AT END MOVE 10 TO REQUIS-STATUS
               END-READ
               PERFORM 3110-SOMA-UMA-REQ UNTIL REQUIS-STATUS = 10
               CLOSE REQUISICOES
             END-IF.
             MOVE 0 TO REQUIS-STATUS.
      *>  --------------------------------------------------------------
       3110-SOMA-UMA-REQ.
      *>  --------------------------------------------------------------
             IF RQ-DEPARTAMENTO = 'PRODUCAO'
                AND RQ-ORDEM-SERVICO = OP-NUMERO
               ADD 1 TO WRK-QT-REQS
               ADD RQ-VALOR TO WRK-VL-MATERIAL
               IF RQ-ID-PECA = OP-ID-CHAPA AND OP-ID-CHAPA > 0
                 ADD RQ-QT-PECA TO WRK-CHAPAS-REAL
               END-IF
               IF RQ-ID-PECA = OP-ID-BARRA AND OP-ID-BARRA > 0
                 ADD RQ-QT-PECA TO WRK-BARRAS-REAL
               END-IF
             END-IF.
             READ REQUISICOES
               AT END MOVE 10 TO REQUIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-APURA-CUSTO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-CUSTO-REAL = WRK-VL-MATERIAL + OP-VALOR-MO.
             MOVE 'N' TO WRK-ESTOURO.
             COMPUTE WRK-CUSTO-UNIT ROUNDED = WRK-CUSTO-REAL / OP-PECAS
               ON SIZE ERROR MOVE 'S' TO WRK-ESTOURO
             END-COMPUTE.
             DISPLAY 'MATERIAL REQUISITADO R$ ' WRK-VL-MATERIAL
                     ' MO R$ ' OP-VALOR-MO
                     ' CUSTO REAL R$ ' WRK-CUSTO-REAL.
             IF WRK-ESTOURO = 'S'
               DISPLAY '*** CUSTO UNITARIO ACIMA DO PRECO MAXIMO DO '
                       'CADASTRO DE PECAS ***'
             ELSE
               DISPLAY 'PECAS ' OP-PECAS ' - CUSTO UNITARIO R$ '
                       WRK-CUSTO-UNIT
               DISPLAY 'CODIGO DA PECA ACABADA.: '
               ACCEPT WRK-ID-NOVO
               DISPLAY 'NOME DA PECA ACABADA...: '
               ACCEPT WRK-NOME-NOVO
               PERFORM 3300-CONFERE-CODIGO-NOVO
               IF WRK-ID-NOVO = 0 OR WRK-NOME-NOVO = SPACES
                 DISPLAY '*** CODIGO E NOME OBRIGATORIOS ***'
               ELSE
                 IF WRK-ID-EXISTE = 'S'
                   DISPLAY '*** CODIGO JA CADASTRADO NO ESTOQUE ***'
                 ELSE
                   DISPLAY 'CONFIRMA A CONCLUSAO (S/N)? '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                     PERFORM 3400-ENTRA-PECA-ACABADA
                   ELSE
                     DISPLAY 'CONCLUSAO CANCELADA'
                   END-IF
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3300-CONFERE-CODIGO-NOVO - A PECA ACABADA E PECA NOVA: O
      *>  CODIGO NAO PODE EXISTIR EM NENHUM DEPOSITO.
      *>  --------------------------------------------------------------
       3300-CONFERE-CODIGO-NOVO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ID-EXISTE.
             MOVE WRK-ID-NOVO TO ID-PECA.
             MOVE 0 TO COD-DEPOSITO.
             START ESTOQUE KEY IS NOT LESS THAN ESTOQUE-CHAVE
               INVALID KEY MOVE 10 TO ESTOQUE-STATUS
             END-START.
             IF ESTOQUE-STATUS NOT = 10
               READ ESTOQUE NEXT
                 AT END MOVE 10 TO ESTOQUE-STATUS
               END-READ
             END-IF.
             IF ESTOQUE-STATUS NOT = 10 AND ID-PECA = WRK-ID-NOVO
               MOVE 'S' TO WRK-ID-EXISTE
             END-IF.
             MOVE 0 TO ESTOQUE-STATUS.
      *>  --------------------------------------------------------------
       3400-ENTRA-PECA-ACABADA.
      *>  --------------------------------------------------------------
             MOVE WRK-ID-NOVO     TO ID-PECA.
             MOVE OP-COD-DEPOSITO TO COD-DEPOSITO.
             MOVE WRK-NOME-NOVO   TO NOME-PECA.
             MOVE WRK-CUSTO-UNIT  TO PRECO-PECA.
             MOVE OP-PECAS        TO QT-PECA.
             MOVE 0 TO PONTO-REORDER COD-FORNECEDOR.
             WRITE ESTOQUE-REG
               INVALID KEY
                 DISPLAY '*** PECA ACABADA NAO GRAVADA NO ESTOQUE ***'
               NOT INVALID KEY
                 MOVE ZEROS TO WRK-PRECO-ANTERIOR WRK-QT-ANTERIOR
                 PERFORM 8000-GRAVA-AUDITORIA
                 PERFORM 3410-GRAVA-CUSTO-MEDIO
                 MOVE WRK-CHAPAS-REAL TO OP-CHAPAS-REAL
                 MOVE WRK-BARRAS-REAL TO OP-BARRAS-REAL
                 MOVE WRK-VL-MATERIAL TO OP-VALOR-MATERIAL
                 MOVE WRK-CUSTO-REAL  TO OP-CUSTO-REAL
                 MOVE WRK-ID-NOVO     TO OP-ID-PECA-ACAB
                 MOVE WRK-DATA-HOJE   TO OP-DT-CONCLUSAO
                 MOVE 'C' TO OP-SITUACAO
                 REWRITE ORDPROD-MASTER-REG
                 DISPLAY 'ORDEM CONCLUIDA - PECA ' ID-PECA
                         ' DEPOSITO ' COD-DEPOSITO ' QTDE ' QT-PECA
                         ' CUSTO UNIT R$ ' PRECO-PECA
             END-WRITE.
      *>  --------------------------------------------------------------
       3410-GRAVA-CUSTO-MEDIO.
      *>  --------------------------------------------------------------
             MOVE ID-PECA        TO CM-ID-PECA.
             MOVE COD-DEPOSITO   TO CM-COD-DEPOSITO.
             MOVE WRK-CUSTO-UNIT TO CM-CUSTO-MEDIO.
             MOVE OP-PECAS       TO CM-QT-BASE.
             MOVE WRK-DATA-HOJE  TO CM-DT-ATUALIZACAO.
             WRITE CUSTO-MEDIO-REG
               INVALID KEY
                 REWRITE CUSTO-MEDIO-REG
             END-WRITE.
      *>  --------------------------------------------------------------
       4000-CONSULTA-ORDEM.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA ORDEM........: '.
             ACCEPT WRK-NUM-ORDEM.
             MOVE WRK-NUM-ORDEM TO OP-NUMERO.
             READ ORDEM-PRODUCAO
               INVALID KEY
                 DISPLAY '*** ORDEM NAO ENCONTRADA ***'
               NOT INVALID KEY
                 DISPLAY 'ORDEM ' OP-NUMERO ' ORCAMENTO ' OP-ORCAMENTO
                         ' ABERTURA ' OP-DT-ABERTURA
                         ' SITUACAO ' OP-SITUACAO
                 DISPLAY 'PECAS ' OP-PECAS ' CHAPAS ' OP-CHAPAS-EST
                         ' (PECA ' OP-ID-CHAPA ') BARRAS '
                         OP-BARRAS-EST ' (PECA ' OP-ID-BARRA ')'
                         ' DEPOSITO ' OP-COD-DEPOSITO
                 DISPLAY 'MO: ' OP-HORAS-MO ' HORAS R$ ' OP-VALOR-MO
                         ' SUCATA ' OP-SUCATA-M2 ' M2 '
                         OP-SUCATA-M3 ' M3'
                 IF OP-CONCLUIDA
                   DISPLAY 'MATERIAL R$ ' OP-VALOR-MATERIAL
                           ' CUSTO REAL R$ ' OP-CUSTO-REAL
                           ' PECA ACABADA ' OP-ID-PECA-ACAB
                           ' CONCLUSAO ' OP-DT-CONCLUSAO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  5000-RELATORIO-VARIACAO - UMA QUADRA POR ORDEM CONCLUIDA:
      *>  CHAPAS E BARRAS ORCADAS X REQUISITADAS, PERDA ORCADA X REAL
      *>  (SUCATA SOBRE O MATERIAL REQUISITADO) E O MATERIAL EM R$
      *>  ORCADO X REAL, COM A VARIACAO (REAL - ORCADO) E OS TOTAIS.
      *>  --------------------------------------------------------------
       5000-RELATORIO-VARIACAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT RELAT-VARIACAO.
             MOVE ZEROS TO WRK-QT-ORDENS WRK-TOT-MAT-EST
                           WRK-TOT-MAT-REAL WRK-TOT-VARIACAO.
             MOVE SPACES TO RELAT-VARIACAO-REG.
             STRING 'RELATORIO DE VARIACAO DE PRODUCAO - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-VARIACAO-REG.
             WRITE RELAT-VARIACAO-REG.
             MOVE SPACES TO RELAT-VARIACAO-REG.
             WRITE RELAT-VARIACAO-REG.
             MOVE 0 TO OP-NUMERO.
             START ORDEM-PRODUCAO KEY IS NOT LESS THAN OP-NUMERO
               INVALID KEY MOVE 10 TO ORDEM-STATUS
             END-START.
             IF ORDEM-STATUS NOT = 10
               READ ORDEM-PRODUCAO NEXT
                 AT END MOVE 10 TO ORDEM-STATUS
               END-READ
             END-IF.
             PERFORM 5100-VARIACAO-DA-ORDEM UNTIL ORDEM-STATUS = 10.
             MOVE 0 TO ORDEM-STATUS.
             MOVE WRK-TOT-MAT-EST  TO WRK-ED-VALOR-1.
             MOVE WRK-TOT-MAT-REAL TO WRK-ED-VALOR-2.
             MOVE WRK-TOT-VARIACAO TO WRK-ED-VALOR-3.
             MOVE WRK-QT-ORDENS    TO WRK-ED-QT-1.
             MOVE SPACES TO RELAT-VARIACAO-REG.
             STRING 'TOTAL ' WRK-ED-QT-1 ' ORDENS - MATERIAL ORCADO R$ '
                    WRK-ED-VALOR-1 ' REAL R$ ' WRK-ED-VALOR-2
                    DELIMITED BY SIZE INTO RELAT-VARIACAO-REG.
             WRITE RELAT-VARIACAO-REG.
             MOVE SPACES TO RELAT-VARIACAO-REG.
             STRING '      VARIACAO DE MATERIAL R$ ' WRK-ED-VALOR-3
                    DELIMITED BY SIZE INTO RELAT-VARIACAO-REG.
             WRITE RELAT-VARIACAO-REG.
             CLOSE RELAT-VARIACAO.
             DISPLAY 'RELATORIO DE VARIACAO GRAVADO EM RELVARPR.TXT'.
      *>  --------------------------------------------------------------
       5100-VARIACAO-DA-ORDEM.
      *>  --------------------------------------------------------------
             IF OP-CONCLUIDA
               ADD 1 TO WRK-QT-ORDENS
               PERFORM 5110-CALCULA-PERDA-REAL
               COMPUTE WRK-VARIACAO = OP-VALOR-MATERIAL - OP-CUSTO-EST
               ADD OP-CUSTO-EST      TO WRK-TOT-MAT-EST
               ADD OP-VALOR-MATERIAL TO WRK-TOT-MAT-REAL
               ADD WRK-VARIACAO      TO WRK-TOT-VARIACAO
               MOVE OP-PECAS TO WRK-ED-QT-1
               MOVE SPACES TO RELAT-VARIACAO-REG
               STRING 'ORDEM ' OP-NUMERO ' ORCAMENTO ' OP-ORCAMENTO
                      ' PECAS ' WRK-ED-QT-1
                      ' PECA ACABADA ' OP-ID-PECA-ACAB
                      ' CONCLUIDA ' OP-DT-CONCLUSAO
                      DELIMITED BY SIZE INTO RELAT-VARIACAO-REG
               WRITE RELAT-VARIACAO-REG
               MOVE OP-CHAPAS-EST     TO WRK-ED-QT-1
               MOVE OP-CHAPAS-REAL    TO WRK-ED-QT-2
               MOVE OP-PERDA-CH-EST   TO WRK-ED-PCT-1
               MOVE WRK-PERDA-CH-REAL TO WRK-ED-PCT-2
               MOVE SPACES TO RELAT-VARIACAO-REG
               STRING '  CHAPAS   ORCADO ' WRK-ED-QT-1
                      ' REAL ' WRK-ED-QT-2
                      '   PERDA ORCADA ' WRK-ED-PCT-1
                      '% REAL ' WRK-ED-PCT-2 '%'
                      DELIMITED BY SIZE INTO RELAT-VARIACAO-REG
               WRITE RELAT-VARIACAO-REG
               MOVE OP-BARRAS-EST     TO WRK-ED-QT-1
               MOVE OP-BARRAS-REAL    TO WRK-ED-QT-2
               MOVE OP-PERDA-BA-EST   TO WRK-ED-PCT-1
               MOVE WRK-PERDA-BA-REAL TO WRK-ED-PCT-2
               MOVE SPACES TO RELAT-VARIACAO-REG
               STRING '  BARRAS   ORCADO ' WRK-ED-QT-1
                      ' REAL ' WRK-ED-QT-2
                      '   PERDA ORCADA ' WRK-ED-PCT-1
                      '% REAL ' WRK-ED-PCT-2 '%'
                      DELIMITED BY SIZE INTO RELAT-VARIACAO-REG
               WRITE RELAT-VARIACAO-REG
               MOVE OP-CUSTO-EST      TO WRK-ED-VALOR-1
               MOVE OP-VALOR-MATERIAL TO WRK-ED-VALOR-2
               MOVE WRK-VARIACAO      TO WRK-ED-VALOR-3
               MOVE SPACES TO RELAT-VARIACAO-REG
               STRING '  MATERIAL ORCADO R$ ' WRK-ED-VALOR-1
                      ' REAL R$ ' WRK-ED-VALOR-2
                      ' VARIACAO R$ ' WRK-ED-VALOR-3
                      DELIMITED BY SIZE INTO RELAT-VARIACAO-REG
               WRITE RELAT-VARIACAO-REG
               MOVE OP-VALOR-MO       TO WRK-ED-VALOR-1
               MOVE OP-CUSTO-REAL     TO WRK-ED-VALOR-4
               MOVE SPACES TO RELAT-VARIACAO-REG
               STRING '  MAO DE OBRA R$ ' WRK-ED-VALOR-1
                      ' CUSTO REAL DA ORDEM R$ ' WRK-ED-VALOR-4
                      DELIMITED BY SIZE INTO RELAT-VARIACAO-REG
               WRITE RELAT-VARIACAO-REG
               MOVE SPACES TO RELAT-VARIACAO-REG
               WRITE RELAT-VARIACAO-REG
             END-IF.
             READ ORDEM-PRODUCAO NEXT
               AT END MOVE 10 TO ORDEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  5110-CALCULA-PERDA-REAL - SUCATA SOBRE O MATERIAL INTEIRO
      *>  REQUISITADO, NA MESMA BASE DA PERDA ORCADA PELO DESAFIO02.
      *>  --------------------------------------------------------------
       5110-CALCULA-PERDA-REAL.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-PERDA-CH-REAL WRK-PERDA-BA-REAL.
             IF OP-CHAPAS-REAL > 0
               COMPUTE WRK-PERDA-CH-REAL ROUNDED =
                       (OP-SUCATA-M2 * 100)
                       / (OP-CHAPAS-REAL * WRK-CHAPA-PADRAO)
                 ON SIZE ERROR MOVE 999,9 TO WRK-PERDA-CH-REAL
               END-COMPUTE
             END-IF.
             IF OP-BARRAS-REAL > 0
               COMPUTE WRK-PERDA-BA-REAL ROUNDED =
                       (OP-SUCATA-M3 * 100)
                       / (OP-BARRAS-REAL * WRK-BARRA-PADRAO)
                 ON SIZE ERROR MOVE 999,9 TO WRK-PERDA-BA-REAL
               END-COMPUTE
             END-IF.
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
                    ' ID=' ID-PECA
                    ' DEPOSITO=' COD-DEPOSITO
                    ' PRECO-ANT=' WRK-PRECO-ANTERIOR
                    ' PRECO-NOVO=' PRECO-PECA
                    ' QT-ANT=' WRK-QT-ANTERIOR
                    ' QT-NOVO=' QT-PECA
                    DELIMITED BY SIZE INTO AUDIT-PECAS-REG.
             WRITE AUDIT-PECAS-REG.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-ORDEM.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ ORDEM-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE ORDEM-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE ORDEM-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-NUM-ORDEM.
