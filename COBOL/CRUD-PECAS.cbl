             ACCESS MODE IS RANDOM
             FILE STATUS IS BOCTRL-STATUS
             RECORD KEY IS BOCTRL-CHAVE.
           SELECT ORCAMENTO ASSIGN TO 'C:\COBOL\ORCADEP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS ORCA-STATUS
             RECORD KEY IS OR-CHAVE.
           SELECT ENDERECOS ASSIGN TO 'C:\COBOL\ENDERECO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ENDER-STATUS
             RECORD KEY IS EN-CHAVE.
           SELECT PECA-ENDERECO ASSIGN TO 'C:\COBOL\PECAEND.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PECAEND-STATUS
             RECORD KEY IS PN-CHAVE.
           SELECT PICKING-LIST ASSIGN TO 'C:\COBOL\PICKING.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PICKING-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD PECAS-TRANS.
       01 PECAS-TRANS-REG.
            05 PT-OPERACAO         PIC 9(1).
            05 PT-ID-PECA          PIC 9(5).
            05 PT-COD-DEPOSITO     PIC 9(2).
            05 PT-NOME-PECA        PIC X(30).
            05 PT-PRECO-PECA       PIC 9(3)V99.
            05 PT-QT-PECA          PIC 9(5).
            05 PT-PONTO-REORDER    PIC 9(5).
       FD PECAS-SAIDA.
       01 PECAS-SAIDA-REG          PIC X(80).
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG          PIC X(140).
       FD RELAT-CKPT.
       01 CKPT-REG.
            05 CKPT-ID-PECA        PIC 9(5).
            05 CKPT-COD-DEPOSITO   PIC 9(2).
       FD RELAT-IMPRESSO.
       01 RELAT-IMPRESSO-REG       PIC X(80).
       FD HIST-PRECO.
       01 HIST-PRECO-REG.
            05 HP-ID-PECA          PIC 9(5).
            05 HP-COD-DEPOSITO     PIC 9(2).
            05 HP-DATA             PIC 9(08).
            05 HP-PRECO-ANTERIOR   PIC 9(3)V99.
       01 FORNECEDOR-REG.
            05 FORN-COD            PIC 9(4).
            05 FORN-NOME           PIC X(30).
            05 FORN-CNPJ           PIC 9(14).
            05 FORN-BANCO          PIC 9(3).
            05 FORN-AGENCIA        PIC 9(4).
            05 FORN-CONTA          PIC X(12).
            05 FORN-GARANTIA-DIAS  PIC 9(3).
       FD RELAT-CSV.
       01 RELAT-CSV-REG            PIC X(120).
       FD PECAS-IMPORT.
       01 PECAS-IMPORT-REG.
            05 IMP-ID-PECA         PIC 9(5).
            05 IMP-COD-DEPOSITO    PIC 9(2).
            05 IMP-NOME-PECA       PIC X(30).
            05 IMP-PRECO-PECA      PIC 9(3)V99.
            05 IMP-QT-PECA         PIC 9(5).
            05 IMP-PONTO-REORDER   PIC 9(5).
            05 IMP-COD-FORNECEDOR  PIC 9(4).
       FD IMPORT-LOG.
       01 IMPORT-LOG-REG           PIC X(100).
       FD CONTAGEM-TRANS.
       01 CONTAGEM-TRANS-REG.
            05 CG-ID-PECA          PIC 9(5).
            05 CG-COD-DEPOSITO     PIC 9(2).
            05 CG-QT-CONTADA       PIC 9(5).
            05 CG-MOTIVO           PIC X(3).
            05 CG-ENDERECO         PIC X(6).
       FD RELAT-VARIACAO.
       01 RELAT-VARIACAO-REG       PIC X(100).
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
       FD TRANSFERENCIAS.
       01 TRANSFERENCIAS-REG.
            05 TF-NUMERO           PIC 9(6).
            05 TF-DATA             PIC 9(8).
            05 TF-ID-PECA          PIC 9(5).
            05 TF-DEP-ORIGEM       PIC 9(2).
            05 TF-DEP-DESTINO      PIC 9(2).
            05 TF-QT-PECA          PIC 9(5).
            05 TF-NUMERO-LOTE      PIC X(10).
            05 TF-SITUACAO         PIC X(1).
       FD TRANSF-CTRL.
       FD KIT-COMPONENTES.
       01 KIT-COMPONENTES-REG.
            05 KC-CHAVE.
                10 KC-ID-KIT           PIC 9(5).
                10 KC-ID-COMPONENTE    PIC 9(5).
            05 KC-QT-POR-KIT           PIC 9(5).
       FD ABC-CLASSE.
       01 ABC-CLASSE-REG.
            05 AB-CHAVE.
                10 AB-ID-PECA        PIC 9(5).
                10 AB-COD-DEPOSITO   PIC 9(2).
            05 AB-CLASSE             PIC X(1).
            05 AB-VALOR-CONSUMO      PIC 9(9)V99.
       FD CUSTO-MEDIO.
       01 CUSTO-MEDIO-REG.
            05 CM-CHAVE.
                10 CM-ID-PECA      PIC 9(5).
                10 CM-COD-DEPOSITO PIC 9(2).
            05 CM-CUSTO-MEDIO      PIC 9(3)V99.
            05 CM-QT-BASE          PIC 9(5).
            05 QA-DATA             PIC 9(8).
            05 QA-PED-NUMERO       PIC 9(6).
            05 QA-FORN-COD         PIC 9(4).
            05 QA-ID-PECA          PIC 9(5).
            05 QA-COD-DEPOSITO     PIC 9(2).
            05 QA-QT-PECA          PIC 9(5).
            05 QA-PRECO            PIC 9(3)V99.
            05 QA-SITUACAO         PIC X(1).
       FD LOTES.
       01 LOTES-REG.
            05 LT-CHAVE.
                10 LT-ID-PECA        PIC 9(5).
                10 LT-COD-DEPOSITO   PIC 9(2).
                10 LT-NUMERO-LOTE    PIC X(10).
            05 LT-DT-RECEBIMENTO     PIC 9(8).
            05 LT-DT-VALIDADE        PIC 9(8).
            05 LT-QT-PECA            PIC 9(5).
            05 LT-SITUACAO           PIC X(1).
       FD RESERVAS.
       01 RESERVAS-REG.
            05 RV-NUMERO           PIC 9(6).
            05 RV-DATA             PIC 9(8).
            05 RV-ID-PECA          PIC 9(5).
            05 RV-COD-DEPOSITO     PIC 9(2).
            05 RV-QT-PECA          PIC 9(5).
            05 RV-TIPO             PIC X(1).
            05 RV-DEPARTAMENTO     PIC X(10).
            05 RV-ORDEM-SERVICO    PIC 9(6).
       01 BACKORDER-REG.
            05 BO-NUMERO           PIC 9(6).
            05 BO-DATA             PIC 9(8).
            05 BO-ID-PECA          PIC 9(5).
            05 BO-COD-DEPOSITO     PIC 9(2).
            05 BO-DEPARTAMENTO     PIC X(10).
            05 BO-ORDEM-SERVICO    PIC 9(6).
            05 BO-QT-PECA          PIC 9(5).
            05 BO-SITUACAO         PIC X(1).
       FD BACKORDER-CTRL.
       01 BACKORDER-CTRL-REG.
            05 BOCTRL-CHAVE        PIC 9(01).
            05 BOCTRL-ULTIMO-NUM   PIC 9(06).
       FD ORCAMENTO.
       COPY 'ORCAMENTO-MASTER.CBL'.
       FD ENDERECOS.
       COPY 'ENDERECO-MASTER.CBL'.
       FD PECA-ENDERECO.
       COPY 'PECAEND-MASTER.CBL'.
       FD PICKING-LIST.
       01 PICKING-LIST-REG         PIC X(100).
      *>  --------------------------------------------------------------
       FD SUSPENSE.
       01 SUSPENSE-REG.
       77 WRK-AUD-OPERACAO PIC X(08) VALUE SPACES.
       77 WRK-PRECO-ANTERIOR PIC 9(3)V99 VALUE ZEROS.
       77 WRK-PRECO-NOVO     PIC 9(3)V99 VALUE ZEROS.
       77 WRK-QT-ANTERIOR    PIC 9(5)    VALUE ZEROS.
       77 WRK-QT-NOVO        PIC 9(5)    VALUE ZEROS.
       77 WRK-DATA-AUDITORIA PIC 9(08)   VALUE ZEROS.
       77 WRK-HORA-AUDITORIA PIC 9(08)   VALUE ZEROS.
       77 CKPT-STATUS        PIC 9(02)   VALUE ZEROS.
       77 WRK-CKPT-ID-PECA   PIC 9(5)    VALUE ZEROS.
       77 WRK-CKPT-COD-DEPOSITO PIC 9(2) VALUE ZEROS.
       77 WRK-CONSULTA-ID-PECA  PIC 9(5) VALUE ZEROS.
       77 WRK-CONSULTA-DEPOSITO PIC 9(2) VALUE ZEROS.
       77 WRK-QT-TOTAL-DEPOSITOS PIC 9(07) VALUE ZEROS.
       77 IMP-STATUS             PIC 9(02) VALUE ZEROS.
       77 WRK-OPCAO-SAIDA        PIC X(01) VALUE 'T'.
       77 WRK-NUM-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WRK-DADOS-VALIDOS      PIC X(01) VALUE 'S'.
           88 DADOS-OK                      VALUE 'S'.
           88 DADOS-INVALIDOS               VALUE 'N'.
       77 WRK-FILTRO-ID-INI      PIC 9(5)  VALUE ZEROS.
       77 WRK-FILTRO-ID-FIM      PIC 9(5)  VALUE ZEROS.
       77 WRK-FILTRO-QT-MIN      PIC 9(5)  VALUE ZEROS.
       77 FORN-STATUS            PIC 9(02) VALUE ZEROS.
       77 WRK-FORN-ACHADO        PIC X(01) VALUE 'N'.
       77 CSV-STATUS             PIC 9(02) VALUE ZEROS.
       77 WRK-SUPERVISOR-PIN     PIC 9(04) VALUE 9999.
       77 WRK-PIN-DIGITADO       PIC 9(04) VALUE ZEROS.
       77 WRK-PRECO-CONFERE      PIC 9(3)V99 VALUE ZEROS.
       77 WRK-QT-CONFERE         PIC 9(5)  VALUE ZEROS.
       77 WRK-LOCK-OK            PIC X(01) VALUE 'S'.
           88 LOCK-OK                      VALUE 'S'.
           88 LOCK-CONFLITO                VALUE 'N'.
       77 REQUIS-STATUS          PIC 9(02) VALUE ZEROS.
       77 WRK-REQ-DEPARTAMENTO   PIC X(10) VALUE SPACES.
       77 WRK-REQ-ORDEM-SERVICO  PIC 9(06) VALUE ZEROS.
       77 WRK-REQ-QUANTIDADE     PIC 9(05) VALUE ZEROS.
       77 WRK-REQ-VALOR          PIC 9(7)V99 VALUE ZEROS.
       77 WRK-CONSUMO-MES        PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DEPTOS          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEPTO          PIC 9(02) VALUE ZEROS.
       77 WRK-DEPTO-ACHADO       PIC X(01) VALUE 'N'.
       77 ORCA-STATUS            PIC 9(02) VALUE ZEROS.
       77 WRK-ORC-DATA           PIC 9(08) VALUE ZEROS.
       77 WRK-ORC-ANO            PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-MESDIA         PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-MES            PIC 9(02) VALUE ZEROS.
       77 WRK-ORC-DIA            PIC 9(02) VALUE ZEROS.
       77 WRK-ORC-ORCADO         PIC 9(9)V99 VALUE ZEROS.
       77 WRK-ORC-CONSUMIDO      PIC 9(9)V99 VALUE ZEROS.
       01 WRK-TAB-CONSUMO.
            05 WRK-CONSUMO-ITEM OCCURS 20 TIMES.
                10 WRK-CON-DEPTO      PIC X(10).
                10 WRK-CON-QT         PIC 9(07).
                10 WRK-CON-VALOR      PIC 9(7)V99.
       77 KIT-STATUS               PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-ID               PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-QT-MONTAR        PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-DEPOSITO         PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-PODE-MONTAR      PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-PODE-ITEM        PIC 9(05) VALUE ZEROS.
       77 TRANSF-STATUS           PIC 9(02) VALUE ZEROS.
       77 TFCTRL-STATUS           PIC 9(02) VALUE ZEROS.
       77 WRK-TRF-DEP-DESTINO     PIC 9(02) VALUE ZEROS.
       77 WRK-TRF-QUANTIDADE      PIC 9(05) VALUE ZEROS.
       77 WRK-TRF-NUMERO          PIC 9(06) VALUE ZEROS.
       77 CONTAG-STATUS          PIC 9(02) VALUE ZEROS.
       77 VARIACAO-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CONTADA         PIC 9(5)  VALUE ZEROS.
       77 WRK-QT-VARIACAO        PIC S9(5) SIGN LEADING SEPARATE
                                           VALUE ZEROS.
       77 WRK-MOTIVO-AJUSTE      PIC X(3)  VALUE SPACES.
       77 WRK-QT-CONTAGENS       PIC 9(05) VALUE ZEROS.
       77 BACKORD-STATUS         PIC 9(02) VALUE ZEROS.
       77 BOCTRL-STATUS          PIC 9(02) VALUE ZEROS.
       77 WRK-RSV-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WRK-RSV-QT             PIC 9(05) VALUE ZEROS.
       77 WRK-RSV-TIPO           PIC X(01) VALUE 'R'.
       77 WRK-RSV-DEPARTAMENTO   PIC X(10) VALUE SPACES.
       77 WRK-RSV-ORDEM          PIC 9(06) VALUE ZEROS.
       77 LOTE-STATUS            PIC 9(02) VALUE ZEROS.
       77 WRK-QT-A-BAIXAR        PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-FEFO          PIC X(10) VALUE SPACES.
       77 WRK-LOTE-REQ           PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE-FEFO      PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-ACHADO        PIC X(01) VALUE 'N'.
       77 WRK-QT-DO-LOTE         PIC 9(05) VALUE ZEROS.
       77 WRK-TRF-LOTE           PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE-LOTE      PIC 9(08) VALUE ZEROS.
       77 WRK-LT-VALID-GUARDA    PIC 9(08) VALUE ZEROS.
       77 WRK-LT-RECEB-GUARDA    PIC 9(08) VALUE ZEROS.
       77 ENDER-STATUS           PIC 9(02) VALUE ZEROS.
       77 PECAEND-STATUS         PIC 9(02) VALUE ZEROS.
       77 PICKING-STATUS         PIC 9(02) VALUE ZEROS.
       77 WRK-END-ABERTO         PIC X(01) VALUE 'N'.
       77 WRK-END-VALIDO         PIC X(01) VALUE 'N'.
       77 WRK-CT-ENDERECO        PIC X(06) VALUE SPACES.
       77 WRK-QT-NO-ENDERECO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VAR-END         PIC S9(05) SIGN LEADING SEPARATE
                                           VALUE ZEROS.
       77 WRK-QT-TOTAL-CONTADO   PIC S9(05) VALUE ZEROS.
       77 WRK-PK-ORIGEM          PIC X(08) VALUE SPACES.
       77 WRK-PK-DOCUMENTO       PIC 9(06) VALUE ZEROS.
       77 WRK-PK-DEPOSITO        PIC 9(02) VALUE ZEROS.
       77 WRK-PK-BAIXA           PIC X(01) VALUE 'N'.
       77 WRK-PK-QT-PEDIDA       PIC 9(05) VALUE ZEROS.
       77 WRK-PK-QT-FALTA        PIC 9(05) VALUE ZEROS.
       77 WRK-PK-QT-TIRAR        PIC 9(05) VALUE ZEROS.
       77 WRK-LN-ORDEM           PIC 9(04) VALUE ZEROS.
       77 WRK-LN-ENDERECO        PIC X(06) VALUE SPACES.
       77 WRK-LN-QT              PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PICK            PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-PK             PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PK2            PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CAND            PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CD             PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CD2            PIC 9(02) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  PICKING LIST DA OPERACAO (ORDENADA PELO PERCURSO) E OS
      *>  ENDERECOS DA PECA EM SEPARACAO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-PICKING.
            05 WRK-PK-ITEM OCCURS 100 TIMES.
                10 WRK-PK-ORDEM       PIC 9(04).
                10 WRK-PK-ENDERECO    PIC X(06).
                10 WRK-PK-ID-PECA     PIC 9(05).
                10 WRK-PK-QT          PIC 9(05).
       01 WRK-PK-TROCA               PIC X(18).
       01 WRK-TAB-CANDIDATOS.
            05 WRK-CD-ITEM OCCURS 30 TIMES.
                10 WRK-CD-ORDEM       PIC 9(04).
                10 WRK-CD-ENDERECO    PIC X(06).
                10 WRK-CD-QT          PIC 9(05).
       01 WRK-CD-TROCA               PIC X(15).
       01 WRK-NOVO-ESTOQUE.
           05 WRK-NOVO-NOME      PIC X(30).
           05 WRK-NOVO-PRECO     PIC 9(3)V99.
           05 WRK-NOVO-QT        PIC 9(5).
           05 WRK-NOVO-PONTO     PIC 9(5).
           05 WRK-NOVO-FORNEC    PIC 9(4).
      *>  --------------------------------------------------------------
       SCREEN SECTION.
      *>  --------------------------------------------------------------
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'ID PECA '.
               10 COLUMN PLUS 2 PIC 9(5) USING ID-PECA
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'DEPOSITO '.
               10 COLUMN PLUS 2 PIC 9(2) USING COD-DEPOSITO
               10 LINE 12 COLUMN 10 VALUE 'PRECO DA PECA... '.
               10 COLUMN PLUS 2 PIC Z(3) USING PRECO-PECA.
               10 LINE 13 COLUMN 10 VALUE 'QUANTIDADE DA PECA... '.
               10 COLUMN PLUS 2 PIC X(5) USING QT-PECA.
               10 LINE 14 COLUMN 10 VALUE 'PONTO DE REPOSICAO... '.
               10 COLUMN PLUS 2 PIC X(5) USING PONTO-REORDER.
               10 LINE 15 COLUMN 10 VALUE 'CODIGO DO FORNECEDOR... '.
               10 COLUMN PLUS 2 PIC X(4) USING COD-FORNECEDOR.
      *>  --------------------------------------------------------------
            05 COLUMN PLUS 2 PIC 9(4) USING FORN-COD.
            05 LINE 11 COLUMN 10 VALUE 'NOME DO FORNECEDOR..... '.
            05 COLUMN PLUS 2 PIC X(30) USING FORN-NOME.
            05 LINE 12 COLUMN 10 VALUE 'CNPJ (SO NUMEROS)...... '.
            05 COLUMN PLUS 2 PIC 9(14) USING FORN-CNPJ.
            05 LINE 13 COLUMN 10 VALUE 'BANCO PARA CREDITO..... '.
            05 COLUMN PLUS 2 PIC 9(3) USING FORN-BANCO.
            05 LINE 14 COLUMN 10 VALUE 'AGENCIA................ '.
            05 COLUMN PLUS 2 PIC 9(4) USING FORN-AGENCIA.
            05 LINE 15 COLUMN 10 VALUE 'CONTA COM DIGITO....... '.
            05 COLUMN PLUS 2 PIC X(12) USING FORN-CONTA.
            05 LINE 15 COLUMN 50 VALUE 'GARANTIA (DIAS) '.
            05 COLUMN PLUS 2 PIC 9(3) USING FORN-GARANTIA-DIAS.
      *>  --------------------------------------------------------------
       01 TELA-FILTRO.
      *>  --------------------------------------------------------------
            05 LINE 10 COLUMN 10 VALUE 'ID INICIAL (0=DO PRIMEIRO)... '.
            05 COLUMN PLUS 2 PIC 9(5) USING WRK-FILTRO-ID-INI.
            05 LINE 11 COLUMN 10 VALUE 'ID FINAL (0=SEM LIMITE)...... '.
            05 COLUMN PLUS 2 PIC 9(5) USING WRK-FILTRO-ID-FIM.
            05 LINE 12 COLUMN 10 VALUE 'QUANTIDADE MINIMA (0=TODAS).. '.
            05 COLUMN PLUS 2 PIC 9(5) USING WRK-FILTRO-QT-MIN.
      *>  --------------------------------------------------------------
       01 MOSTRA-ERRO.
      *>  --------------------------------------------------------------
             DISPLAY TELA.
             PERFORM 9670-ABRE-VARIACAO.
             PERFORM 9671-ABRE-ABC.
             PERFORM 9675-ABRE-ENDERECOS.
             PERFORM 5502-PROPOE-CONTAGENS.
             MOVE 0 TO WRK-QT-CONTAGENS.
             MOVE 0 TO WRK-QT-DIVERGENTES.
             PERFORM 5505-ENTRA-CONTAGEM.
             PERFORM 5506-CONTA-PECA UNTIL ID-PECA = 0.
             CLOSE RELAT-VARIACAO ABC-CLASSE.
             PERFORM 9678-FECHA-ENDERECOS.
             MOVE 'PECAS CONTADAS: ' TO WRK-MSGERRO.
             MOVE WRK-QT-CONTAGENS TO WRK-MSGERRO(18:05).
             ACCEPT MOSTRA-ERRO.
      *>  --------------------------------------------------------------
             DISPLAY 'DEPOSITO..............: ' LINE 10 COLUMN 10.
             ACCEPT COD-DEPOSITO LINE 10 COLUMN 45.
             MOVE SPACES TO WRK-CT-ENDERECO.
             DISPLAY 'ENDERECO (BRANCO=TODOS): ' LINE 11 COLUMN 10.
             ACCEPT WRK-CT-ENDERECO LINE 11 COLUMN 45.
             DISPLAY 'QUANTIDADE CONTADA....: ' LINE 12 COLUMN 10.
             ACCEPT WRK-QT-CONTADA LINE 12 COLUMN 45.
             IF WRK-CT-ENDERECO = SPACES
               PERFORM 5510-PROCESSA-CONTAGEM
             ELSE
               PERFORM 5540-CONTA-ENDERECO
             END-IF.
             ACCEPT MOSTRA-ERRO.
             PERFORM 5505-ENTRA-CONTAGEM.
      *>  --------------------------------------------------------------
                 REWRITE ABC-CLASSE-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  5540-CONTA-ENDERECO - CONTAGEM DE UM SO ENDERECO: A
      *>  QUANTIDADE CONTADA SUBSTITUI O SALDO DA PECA NO ENDERECO
      *>  (PECAEND.TXT) E A DIFERENCA DO ENDERECO, QUE VAI PARA O
      *>  RELATORIO DE VARIACAO, AJUSTA TAMBEM O SALDO TOTAL DA PECA NO
      *>  DEPOSITO PELA MESMA REGRA DA CONTAGEM GERAL (5510). OS
      *>  DEMAIS ENDERECOS E O SALDO SEM ENDERECO NAO SE ALTERAM.
      *>  --------------------------------------------------------------
       5540-CONTA-ENDERECO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-END-VALIDO.
             IF WRK-END-ABERTO = 'S'
               MOVE COD-DEPOSITO    TO EN-COD-DEPOSITO
               MOVE WRK-CT-ENDERECO TO EN-ENDERECO
               READ ENDERECOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-END-VALIDO
               END-READ
             END-IF.
             IF WRK-END-VALIDO = 'N'
               MOVE 'ENDERECO NAO CADASTRADO' TO WRK-MSGERRO
               MOVE 0 TO WRK-QT-NO-ENDERECO
               MOVE WRK-QT-CONTADA TO WRK-QT-VAR-END
               PERFORM 5545-GRAVA-VARIACAO-END
             ELSE
               READ ESTOQUE
                 INVALID KEY
                   PERFORM 5510-PROCESSA-CONTAGEM
                 NOT INVALID KEY
                   PERFORM 5550-ACERTA-ENDERECO
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       5545-GRAVA-VARIACAO-END.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-AUDITORIA.
             MOVE SPACES TO RELAT-VARIACAO-REG.
             STRING WRK-DATA-AUDITORIA
                    ' ID=' ID-PECA
                    ' DEP=' COD-DEPOSITO
                    ' ENDERECO=' WRK-CT-ENDERECO(1:2)
                    '-' WRK-CT-ENDERECO(3:2)
                    '-' WRK-CT-ENDERECO(5:2)
                    ' NO-ENDERECO=' WRK-QT-NO-ENDERECO
                    ' CONTADO=' WRK-QT-CONTADA
                    ' DIFERENCA=' WRK-QT-VAR-END
                    ' ' WRK-MSGERRO
                    DELIMITED BY SIZE INTO RELAT-VARIACAO-REG.
             WRITE RELAT-VARIACAO-REG.
      *>  --------------------------------------------------------------
       5550-ACERTA-ENDERECO.
      *>  --------------------------------------------------------------
             MOVE ID-PECA         TO PN-ID-PECA.
             MOVE COD-DEPOSITO    TO PN-COD-DEPOSITO.
             MOVE WRK-CT-ENDERECO TO PN-ENDERECO.
             MOVE 0 TO WRK-QT-NO-ENDERECO.
             READ PECA-ENDERECO
               INVALID KEY
                 MOVE 0 TO PN-QT-PECA
               NOT INVALID KEY
                 MOVE PN-QT-PECA TO WRK-QT-NO-ENDERECO
             END-READ.
             COMPUTE WRK-QT-VAR-END =
                     WRK-QT-CONTADA - WRK-QT-NO-ENDERECO.
             IF WRK-QT-VAR-END = 0
               MOVE 'ENDERECO SEM DIVERGENCIA' TO WRK-MSGERRO
             ELSE
               MOVE 'ENDERECO AJUSTADO' TO WRK-MSGERRO
             END-IF.
             PERFORM 5545-GRAVA-VARIACAO-END.
             IF WRK-QT-VAR-END NOT = 0
               CALL 'DATAPROC' USING WRK-DATA-AUDITORIA
               MOVE WRK-DATA-AUDITORIA TO PN-DT-MOVIMENTO
               EVALUATE TRUE
                 WHEN WRK-QT-NO-ENDERECO = 0
                   MOVE WRK-QT-CONTADA TO PN-QT-PECA
                   WRITE PECAEND-MASTER-REG
                 WHEN WRK-QT-CONTADA = 0
                   DELETE PECA-ENDERECO
                 WHEN OTHER
                   MOVE WRK-QT-CONTADA TO PN-QT-PECA
                   REWRITE PECAEND-MASTER-REG
               END-EVALUATE
               COMPUTE WRK-QT-TOTAL-CONTADO =
                       EN-QT-OCUPADA + WRK-QT-VAR-END
               IF WRK-QT-TOTAL-CONTADO < 0
                 MOVE 0 TO WRK-QT-TOTAL-CONTADO
               END-IF
               MOVE WRK-QT-TOTAL-CONTADO TO EN-QT-OCUPADA
               REWRITE ENDERECO-MASTER-REG
             END-IF.
             COMPUTE WRK-QT-TOTAL-CONTADO = QT-PECA + WRK-QT-VAR-END.
             IF WRK-QT-TOTAL-CONTADO < 0
               MOVE 0 TO WRK-QT-TOTAL-CONTADO
             END-IF.
             MOVE WRK-QT-TOTAL-CONTADO TO WRK-QT-CONTADA.
             PERFORM 5510-PROCESSA-CONTAGEM.
      *>  --------------------------------------------------------------
      *>  5600-REQUISICAO - SAIDA DE ESTOQUE PARA CONSUMO: REGISTRA O
      *>  DEPARTAMENTO REQUISITANTE E A ORDEM DE SERVICO, BAIXA QT-PECA
      *>  E GRAVA O MOVIMENTO PROPRIO (REQUIS.TXT) VALORIZADO PELO
               MOVE 'DEPARTAMENTO E QTDE OBRIGATORIOS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             ELSE
               PERFORM 5612-CONFERE-ORCAMENTO
               PERFORM 9673-ABRE-RESERVAS
               MOVE WRK-REQ-ORDEM-SERVICO TO WRK-ORDEM-PLANEJA
               PERFORM 5905-CALCULA-DISPONIVEL
               CLOSE RESERVAS RESERVA-CTRL
               MOVE 0 TO WRK-ORDEM-PLANEJA
             END-IF.
      *>  --------------------------------------------------------------
      *>  5612-CONFERE-ORCAMENTO - AVISA (SEM BLOQUEAR) QUANDO O
      *>  DEPARTAMENTO JA CONSUMIU EM REQUISICOES DO MES O ORCAMENTO DE
      *>  PECAS DO MES (ORCADEP.TXT, TIPO P). SEM ORCAMENTO CADASTRADO
      *>  NAO HA AVISO.
      *>  --------------------------------------------------------------
       5612-CONFERE-ORCAMENTO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-ORC-DATA.
             DIVIDE WRK-ORC-DATA BY 10000
               GIVING WRK-ORC-ANO REMAINDER WRK-ORC-MESDIA.
             DIVIDE WRK-ORC-MESDIA BY 100
               GIVING WRK-ORC-MES REMAINDER WRK-ORC-DIA.
             OPEN INPUT ORCAMENTO.
             IF ORCA-STATUS = 0
               MOVE WRK-ORC-ANO TO OR-ANO
               MOVE WRK-REQ-DEPARTAMENTO TO OR-DEPARTAMENTO
               MOVE 'P' TO OR-TIPO-CUSTO
               READ ORCAMENTO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE OR-VALOR-MES(WRK-ORC-MES) TO WRK-ORC-ORCADO
                   PERFORM 5613-SOMA-CONSUMO-DEPTO
                   IF WRK-ORC-CONSUMIDO NOT < WRK-ORC-ORCADO
                     MOVE 'ORCAMENTO DO MES JA CONSUMIDO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ
               CLOSE ORCAMENTO
             END-IF.
             MOVE 0 TO ORCA-STATUS.
      *>  --------------------------------------------------------------
       5613-SOMA-CONSUMO-DEPTO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-ORC-CONSUMIDO.
             OPEN INPUT REQUISICOES.
             IF REQUIS-STATUS = 0
               READ REQUISICOES
                 AT END MOVE 10 TO REQUIS-STATUS
               END-READ
               PERFORM 5614-SOMA-REQ-DEPTO UNTIL REQUIS-STATUS = 10
               CLOSE REQUISICOES
             END-IF.
             MOVE 0 TO REQUIS-STATUS.
      *>  --------------------------------------------------------------
       5614-SOMA-REQ-DEPTO.
      *>  --------------------------------------------------------------
             IF RQ-DATA(1:6) = WRK-ORC-DATA(1:6)
                AND RQ-DEPARTAMENTO = WRK-REQ-DEPARTAMENTO
               ADD RQ-VALOR TO WRK-ORC-CONSUMIDO
             END-IF.
             READ REQUISICOES
               AT END MOVE 10 TO REQUIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5620-BAIXA-REQUISICAO.
      *>  --------------------------------------------------------------
               MOVE PRECO-PECA TO WRK-PRECO-NOVO
               MOVE QT-PECA TO WRK-QT-NOVO
               PERFORM 9700-GRAVA-AUDITORIA
               MOVE WRK-REQ-QUANTIDADE TO WRK-QT-A-BAIXAR
               PERFORM 5625-BAIXA-LOTES-FEFO
               PERFORM 5630-GRAVA-REQUISICAO
               MOVE 'REQUIS'              TO WRK-PK-ORIGEM
               MOVE WRK-REQ-ORDEM-SERVICO TO WRK-PK-DOCUMENTO
               MOVE COD-DEPOSITO          TO WRK-PK-DEPOSITO
               MOVE 'S'                   TO WRK-PK-BAIXA
               PERFORM 6900-INICIA-PICKING
               MOVE WRK-REQ-QUANTIDADE TO WRK-PK-QT-PEDIDA
               PERFORM 6910-SEPARA-PECA
               PERFORM 6950-EMITE-PICKING
               MOVE 'REQUISICAO ATENDIDA' TO WRK-MSGERRO
             ELSE
               MOVE 'REQUISICAO NAO GRAVADA' TO WRK-MSGERRO
             MOVE WRK-REQ-QUANTIDADE   TO RQ-QT-PECA.
             PERFORM 9672-LE-CUSTO-MEDIO.
             COMPUTE RQ-VALOR = WRK-REQ-QUANTIDADE * WRK-CUSTO-UNIT.
             MOVE WRK-LOTE-REQ         TO RQ-NUMERO-LOTE.
             WRITE REQUISICOES-REG.
             CLOSE REQUISICOES.
      *>  --------------------------------------------------------------
      *>  LOTES DA PECA NO DEPOSITO EM ORDEM DE VALIDADE (FEFO): O
      *>  LOTE QUE VENCE PRIMEIRO SAI PRIMEIRO; LOTE SEM VALIDADE SO
      *>  SAI DEPOIS DOS DATADOS. PECA SEM CONTROLE DE LOTE SEGUE SEM
      *>  NENHUMA BAIXA DE LOTE. O PRIMEIRO LOTE BAIXADO FICA EM
      *>  WRK-LOTE-REQ PARA A REQUISICAO (RASTREIO DA GARANTIA).
      *>  --------------------------------------------------------------
       5625-BAIXA-LOTES-FEFO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LOTE-REQ.
             OPEN I-O LOTES.
             IF LOTE-STATUS NOT = 0
               MOVE 0 TO LOTE-STATUS
                   IF LT-QT-PECA = 0
                     MOVE 'Z' TO LT-SITUACAO
                   END-IF
                   IF WRK-LOTE-REQ = SPACES
                     MOVE LT-NUMERO-LOTE TO WRK-LOTE-REQ
                   END-IF
                   REWRITE LOTES-REG
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  5650-CONSOME-RESERVA - QUANDO A REQUISICAO SAI COM A MESMA
      *>  ORDEM DE SERVICO DE UMA RESERVA ATIVA DA PECA, A RESERVA E
      *>  BAIXADA (SITUACAO B) PARA LIBERAR O SALDO EARMARCADO. A
      *>  RESERVA DE VENDA DE BALCAO (TIPO V) E NUMERADA PELO PEDIDO DE
      *>  VENDA E SO SAI NO FATURAMENTO DO VENDAPEC.
      *>  --------------------------------------------------------------
       5650-CONSOME-RESERVA.
      *>  --------------------------------------------------------------
                AND RV-ID-PECA = ID-PECA
                AND RV-COD-DEPOSITO = COD-DEPOSITO
                AND RV-ORDEM-SERVICO = WRK-REQ-ORDEM-SERVICO
                AND RV-TIPO NOT = 'V'
               MOVE 'B' TO RV-SITUACAO
               REWRITE RESERVAS-REG
               MOVE 'S' TO WRK-ACHOU-RESERVA
             IF RV-SITUACAO = 'A'
                AND RV-ORDEM-SERVICO = WRK-ORDEM-PLANEJA
                AND RV-COD-DEPOSITO = WRK-KIT-DEPOSITO
                AND RV-TIPO NOT = 'V'
               MOVE 'B' TO RV-SITUACAO
               REWRITE RESERVAS-REG
             END-IF.
               MOVE WRK-RSV-ORDEM         TO RV-ORDEM-SERVICO
               MOVE 'A'                   TO RV-SITUACAO
               WRITE RESERVAS-REG
               MOVE 'RESERVA'      TO WRK-PK-ORIGEM
               MOVE WRK-RSV-NUMERO TO WRK-PK-DOCUMENTO
               MOVE COD-DEPOSITO   TO WRK-PK-DEPOSITO
               MOVE 'N'            TO WRK-PK-BAIXA
               PERFORM 6900-INICIA-PICKING
               MOVE WRK-RSV-QT TO WRK-PK-QT-PEDIDA
               PERFORM 6910-SEPARA-PECA
               PERFORM 6950-EMITE-PICKING
               MOVE 'RESERVA GRAVADA - NUMERO ' TO WRK-MSGERRO
               MOVE WRK-RSV-NUMERO TO WRK-MSGERRO(26:05)
               ACCEPT MOSTRA-ERRO
      *>  5905-CALCULA-DISPONIVEL - SOMA AS RESERVAS ATIVAS DA PECA NO
      *>  DEPOSITO (MENOS AS DA PROPRIA ORDEM EM WRK-ORDEM-PLANEJA,
      *>  QUANDO INFORMADA) E DEVOLVE DISPONIVEL = FISICO - RESERVADO.
      *>  RESERVA DE VENDA DE BALCAO (TIPO V) CONCORRE SEMPRE.
      *>  --------------------------------------------------------------
       5905-CALCULA-DISPONIVEL.
      *>  --------------------------------------------------------------
                AND RV-COD-DEPOSITO = COD-DEPOSITO
               IF WRK-ORDEM-PLANEJA = 0
                  OR RV-ORDEM-SERVICO NOT = WRK-ORDEM-PLANEJA
                  OR RV-TIPO = 'V'
                 ADD RV-QT-PECA TO WRK-QT-RESERVADA
               END-IF
             END-IF.
             END-IF.
             MOVE 0 TO WRK-QTREGISTROS.
             MOVE 9 TO WRK-LINHA-PAGINA.
             DISPLAY 'ID    DEP NOME                 QTDE'
                     LINE 08 COLUMN 10.
             PERFORM 6530-MOSTRA-NOME UNTIL ESTOQUE-STATUS = 10
                OR NOME-PECA(1:WRK-BUSCA-TAMANHO) NOT =
             ADD 1 TO WRK-QTREGISTROS.
             ADD 1 TO WRK-LINHA-PAGINA.
             DISPLAY ID-PECA      LINE WRK-LINHA-PAGINA COLUMN 10.
             DISPLAY COD-DEPOSITO LINE WRK-LINHA-PAGINA COLUMN 16.
             DISPLAY NOME-PECA(1:20)
                                  LINE WRK-LINHA-PAGINA COLUMN 20.
             DISPLAY QT-PECA      LINE WRK-LINHA-PAGINA COLUMN 42.
             READ ESTOQUE NEXT
               AT END MOVE 10 TO ESTOQUE-STATUS
             END-READ.
                   MOVE ' KITS' TO WRK-MSGERRO(26:05)
                   ACCEPT MOSTRA-ERRO
                 ELSE
                   MOVE 'KIT-MON'        TO WRK-PK-ORIGEM
                   MOVE WRK-KIT-ID       TO WRK-PK-DOCUMENTO
                   MOVE WRK-KIT-DEPOSITO TO WRK-PK-DEPOSITO
                   MOVE 'S'              TO WRK-PK-BAIXA
                   PERFORM 6900-INICIA-PICKING
                   PERFORM 6720-BAIXA-COMPONENTES
                   PERFORM 6950-EMITE-PICKING
                   PERFORM 6730-ENTRA-KIT-MONTADO
                   PERFORM 5660-BAIXA-RESERVAS-ORDEM
                   MOVE 'MONTAGEM CONCLUIDA' TO WRK-MSGERRO
                 COMPUTE WRK-QT-A-BAIXAR =
                         KC-QT-POR-KIT * WRK-KIT-QT-MONTAR
                 PERFORM 5625-BAIXA-LOTES-FEFO
                 COMPUTE WRK-PK-QT-PEDIDA =
                         KC-QT-POR-KIT * WRK-KIT-QT-MONTAR
                 PERFORM 6910-SEPARA-PECA
             END-READ.
             READ KIT-COMPONENTES NEXT
               AT END MOVE 10 TO KIT-STATUS
             COMPUTE RQ-QT-PECA = KC-QT-POR-KIT * WRK-KIT-QT-MONTAR.
             PERFORM 9672-LE-CUSTO-MEDIO.
             COMPUTE RQ-VALOR = RQ-QT-PECA * WRK-CUSTO-UNIT.
             MOVE SPACES             TO RQ-NUMERO-LOTE.
             WRITE REQUISICOES-REG.
             CLOSE REQUISICOES.
      *>  --------------------------------------------------------------
             END-IF.
             CLOSE KIT-COMPONENTES RESERVAS RESERVA-CTRL.
             ACCEPT MOSTRA-ERRO.
      *>  --------------------------------------------------------------
      *>  6900-INICIA-PICKING - ABRE A PICKING LIST DE UMA OPERACAO
      *>  (REQUISICAO, MONTAGEM DE KIT OU RESERVA). A ORIGEM, O
      *>  DOCUMENTO, O DEPOSITO E SE A SEPARACAO BAIXA OS ENDERECOS
      *>  (WRK-PK-BAIXA) VEM PREENCHIDOS POR QUEM CHAMA.
      *>  --------------------------------------------------------------
       6900-INICIA-PICKING.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-PICK.
             PERFORM 9675-ABRE-ENDERECOS.
      *>  --------------------------------------------------------------
      *>  6910-SEPARA-PECA - DISTRIBUI A QUANTIDADE DA PECA
      *>  (WRK-PK-QT-PEDIDA) PELOS ENDERECOS QUE A GUARDAM NO DEPOSITO,
      *>  NA ORDEM DO PERCURSO, ATE COMPLETAR. NA REQUISICAO E NA
      *>  MONTAGEM A QUANTIDADE SAI DO ENDERECO; NA RESERVA SO E
      *>  INDICADA. O QUE OS ENDERECOS NAO COBREM ENTRA NA LISTA COMO
      *>  SEM ENDERECO, NO FIM DO PERCURSO.
      *>  --------------------------------------------------------------
       6910-SEPARA-PECA.
      *>  --------------------------------------------------------------
             MOVE WRK-PK-QT-PEDIDA TO WRK-PK-QT-FALTA.
             MOVE 0 TO WRK-QT-CAND.
             IF WRK-END-ABERTO = 'S'
               MOVE ID-PECA      TO PN-ID-PECA
               MOVE COD-DEPOSITO TO PN-COD-DEPOSITO
               MOVE LOW-VALUES   TO PN-ENDERECO
               START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
                 INVALID KEY
                   MOVE 10 TO PECAEND-STATUS
               END-START
               IF PECAEND-STATUS NOT = 10
                 READ PECA-ENDERECO NEXT
                   AT END MOVE 10 TO PECAEND-STATUS
                 END-READ
               END-IF
               PERFORM 6915-CARREGA-CANDIDATO
                 UNTIL PECAEND-STATUS = 10
                    OR PN-ID-PECA NOT = ID-PECA
                    OR PN-COD-DEPOSITO NOT = COD-DEPOSITO
               MOVE 0 TO PECAEND-STATUS
               IF WRK-QT-CAND > 1
                 PERFORM 6920-PASSA-CANDIDATOS
                   VARYING WRK-IDX-CD FROM 1 BY 1
                   UNTIL WRK-IDX-CD >= WRK-QT-CAND
               END-IF
               PERFORM 6930-RETIRA-DO-ENDERECO
                 VARYING WRK-IDX-CD FROM 1 BY 1
                 UNTIL WRK-IDX-CD > WRK-QT-CAND
                    OR WRK-PK-QT-FALTA = 0
             END-IF.
             IF WRK-PK-QT-FALTA > 0
               MOVE 9999            TO WRK-LN-ORDEM
               MOVE SPACES          TO WRK-LN-ENDERECO
               MOVE WRK-PK-QT-FALTA TO WRK-LN-QT
               PERFORM 6940-ADICIONA-LINHA
             END-IF.
      *>  --------------------------------------------------------------
       6915-CARREGA-CANDIDATO.
      *>  --------------------------------------------------------------
             IF PN-QT-PECA > 0 AND WRK-QT-CAND < 30
               ADD 1 TO WRK-QT-CAND
               MOVE PN-ENDERECO TO WRK-CD-ENDERECO(WRK-QT-CAND)
               MOVE PN-QT-PECA  TO WRK-CD-QT(WRK-QT-CAND)
               MOVE 9999        TO WRK-CD-ORDEM(WRK-QT-CAND)
               MOVE PN-COD-DEPOSITO TO EN-COD-DEPOSITO
               MOVE PN-ENDERECO     TO EN-ENDERECO
               READ ENDERECOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE EN-ORDEM-PERCURSO
                     TO WRK-CD-ORDEM(WRK-QT-CAND)
               END-READ
             END-IF.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6920-PASSA-CANDIDATOS.
      *>  --------------------------------------------------------------
             PERFORM 6925-COMPARA-CANDIDATOS
               VARYING WRK-IDX-CD2 FROM 1 BY 1
               UNTIL WRK-IDX-CD2 >= WRK-QT-CAND.
      *>  --------------------------------------------------------------
       6925-COMPARA-CANDIDATOS.
      *>  --------------------------------------------------------------
             IF WRK-CD-ORDEM(WRK-IDX-CD2)
                > WRK-CD-ORDEM(WRK-IDX-CD2 + 1)
               MOVE WRK-CD-ITEM(WRK-IDX-CD2) TO WRK-CD-TROCA
               MOVE WRK-CD-ITEM(WRK-IDX-CD2 + 1)
                 TO WRK-CD-ITEM(WRK-IDX-CD2)
               MOVE WRK-CD-TROCA TO WRK-CD-ITEM(WRK-IDX-CD2 + 1)
             END-IF.
      *>  --------------------------------------------------------------
       6930-RETIRA-DO-ENDERECO.
      *>  --------------------------------------------------------------
             IF WRK-CD-QT(WRK-IDX-CD) > WRK-PK-QT-FALTA
               MOVE WRK-PK-QT-FALTA TO WRK-PK-QT-TIRAR
             ELSE
               MOVE WRK-CD-QT(WRK-IDX-CD) TO WRK-PK-QT-TIRAR
             END-IF.
             SUBTRACT WRK-PK-QT-TIRAR FROM WRK-PK-QT-FALTA.
             MOVE WRK-CD-ORDEM(WRK-IDX-CD)    TO WRK-LN-ORDEM.
             MOVE WRK-CD-ENDERECO(WRK-IDX-CD) TO WRK-LN-ENDERECO.
             MOVE WRK-PK-QT-TIRAR             TO WRK-LN-QT.
             PERFORM 6940-ADICIONA-LINHA.
             IF WRK-PK-BAIXA = 'S'
               PERFORM 6935-BAIXA-ENDERECO
             END-IF.
      *>  --------------------------------------------------------------
       6935-BAIXA-ENDERECO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-AUDITORIA.
             MOVE ID-PECA                     TO PN-ID-PECA.
             MOVE COD-DEPOSITO                TO PN-COD-DEPOSITO.
             MOVE WRK-CD-ENDERECO(WRK-IDX-CD) TO PN-ENDERECO.
             READ PECA-ENDERECO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SUBTRACT WRK-PK-QT-TIRAR FROM PN-QT-PECA
                 IF PN-QT-PECA = 0
                   DELETE PECA-ENDERECO
                 ELSE
                   MOVE WRK-DATA-AUDITORIA TO PN-DT-MOVIMENTO
                   REWRITE PECAEND-MASTER-REG
                 END-IF
             END-READ.
             MOVE COD-DEPOSITO                TO EN-COD-DEPOSITO.
             MOVE WRK-CD-ENDERECO(WRK-IDX-CD) TO EN-ENDERECO.
             READ ENDERECOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF EN-QT-OCUPADA > WRK-PK-QT-TIRAR
                   SUBTRACT WRK-PK-QT-TIRAR FROM EN-QT-OCUPADA
                 ELSE
                   MOVE 0 TO EN-QT-OCUPADA
                 END-IF
                 REWRITE ENDERECO-MASTER-REG
             END-READ.
      *>  --------------------------------------------------------------
       6940-ADICIONA-LINHA.
      *>  --------------------------------------------------------------
             IF WRK-QT-PICK < 100
               ADD 1 TO WRK-QT-PICK
               MOVE WRK-LN-ORDEM    TO WRK-PK-ORDEM(WRK-QT-PICK)
               MOVE WRK-LN-ENDERECO TO WRK-PK-ENDERECO(WRK-QT-PICK)
               MOVE ID-PECA         TO WRK-PK-ID-PECA(WRK-QT-PICK)
               MOVE WRK-LN-QT       TO WRK-PK-QT(WRK-QT-PICK)
             END-IF.
      *>  --------------------------------------------------------------
      *>  6950-EMITE-PICKING - ORDENA AS LINHAS PELA ORDEM DO PERCURSO
      *>  (NA MONTAGEM DE KIT, TODOS OS COMPONENTES NUM SO PERCURSO) E
      *>  ACRESCENTA A PICKING LIST EM PICKING.TXT.
      *>  --------------------------------------------------------------
       6950-EMITE-PICKING.
      *>  --------------------------------------------------------------
             IF WRK-QT-PICK > 1
               PERFORM 6955-PASSA-PICKING
                 VARYING WRK-IDX-PK FROM 1 BY 1
                 UNTIL WRK-IDX-PK >= WRK-QT-PICK
             END-IF.
             IF WRK-QT-PICK > 0
               OPEN EXTEND PICKING-LIST
               IF PICKING-STATUS = 35
                 OPEN OUTPUT PICKING-LIST
                 CLOSE PICKING-LIST
                 OPEN EXTEND PICKING-LIST
               END-IF
               CALL 'DATAPROC' USING WRK-DATA-AUDITORIA
               MOVE SPACES TO PICKING-LIST-REG
               STRING 'PICKING ' WRK-DATA-AUDITORIA
                      ' ORIGEM=' WRK-PK-ORIGEM
                      ' DOCUMENTO=' WRK-PK-DOCUMENTO
                      ' DEPOSITO=' WRK-PK-DEPOSITO
                      ' OPERADOR=' WRK-OPERADOR
                      DELIMITED BY SIZE INTO PICKING-LIST-REG
               WRITE PICKING-LIST-REG
               PERFORM 6960-GRAVA-LINHA-PICKING
                 VARYING WRK-IDX-PK FROM 1 BY 1
                 UNTIL WRK-IDX-PK > WRK-QT-PICK
               CLOSE PICKING-LIST
               DISPLAY 'PICKING LIST EM PICKING.TXT' LINE 20 COLUMN 10
             END-IF.
             PERFORM 9678-FECHA-ENDERECOS.
      *>  --------------------------------------------------------------
       6955-PASSA-PICKING.
      *>  --------------------------------------------------------------
             PERFORM 6956-COMPARA-PICKING
               VARYING WRK-IDX-PK2 FROM 1 BY 1
               UNTIL WRK-IDX-PK2 >= WRK-QT-PICK.
      *>  --------------------------------------------------------------
       6956-COMPARA-PICKING.
      *>  --------------------------------------------------------------
             IF WRK-PK-ORDEM(WRK-IDX-PK2)
                > WRK-PK-ORDEM(WRK-IDX-PK2 + 1)
               MOVE WRK-PK-ITEM(WRK-IDX-PK2) TO WRK-PK-TROCA
               MOVE WRK-PK-ITEM(WRK-IDX-PK2 + 1)
                 TO WRK-PK-ITEM(WRK-IDX-PK2)
               MOVE WRK-PK-TROCA TO WRK-PK-ITEM(WRK-IDX-PK2 + 1)
             END-IF.
      *>  --------------------------------------------------------------
       6960-GRAVA-LINHA-PICKING.
      *>  --------------------------------------------------------------
             MOVE SPACES TO PICKING-LIST-REG.
             IF WRK-PK-ENDERECO(WRK-IDX-PK) = SPACES
               STRING '  SEQ=' WRK-IDX-PK
                      ' ORDEM=----'
                      ' ENDERECO=SEM ENDER'
                      ' PECA=' WRK-PK-ID-PECA(WRK-IDX-PK)
                      ' QTDE=' WRK-PK-QT(WRK-IDX-PK)
                      DELIMITED BY SIZE INTO PICKING-LIST-REG
             ELSE
               STRING '  SEQ=' WRK-IDX-PK
                      ' ORDEM=' WRK-PK-ORDEM(WRK-IDX-PK)
                      ' ENDERECO=' WRK-PK-ENDERECO(WRK-IDX-PK)(1:2)
                      '-' WRK-PK-ENDERECO(WRK-IDX-PK)(3:2)
                      '-' WRK-PK-ENDERECO(WRK-IDX-PK)(5:2)
                      ' PECA=' WRK-PK-ID-PECA(WRK-IDX-PK)
                      ' QTDE=' WRK-PK-QT(WRK-IDX-PK)
                      DELIMITED BY SIZE INTO PICKING-LIST-REG
             END-IF.
             WRITE PICKING-LIST-REG.
      *>  --------------------------------------------------------------
       7000-ALTERAR.
      *>  --------------------------------------------------------------
             WRITE RELAT-IMPRESSO-REG.
             MOVE SPACES TO RELAT-IMPRESSO-REG.
             WRITE RELAT-IMPRESSO-REG.
             MOVE 'ID    DEP  NOME                          PRECO   QTD
      -        '     QUARENT' TO RELAT-IMPRESSO-REG.
             WRITE RELAT-IMPRESSO-REG.
             MOVE '----------------------------------------------------'
               TO RELAT-IMPRESSO-REG.
             ELSE
                WRITE FORNECEDOR-REG
                  INVALID KEY
                    REWRITE FORNECEDOR-REG
                    MOVE 'FORNECEDOR ATUALIZADO' TO WRK-MSGERRO
                  NOT INVALID KEY
                    MOVE 'FORNECEDOR CADASTRADO' TO WRK-MSGERRO
                END-WRITE
             COMPUTE WRK-VALOR-ITEM = QT-PECA * PRECO-PECA.
             ADD WRK-VALOR-ITEM TO WRK-VALOR-TOTAL.
             DISPLAY ID-PECA LINE 11 COLUMN 10
                     NOME-PECA LINE 11 COLUMN 17
                     WRK-VALOR-ITEM LINE 11 COLUMN 50.
             READ ESTOQUE NEXT
               AT END MOVE 10 TO ESTOQUE-STATUS
               AT END MOVE 10 TO QUARENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  9675-ABRE-ENDERECOS - ABRE O ENDERECAMENTO DO DEPOSITO
      *>  (ENDERECO.TXT E PECAEND.TXT). SEM ENDERECOS CADASTRADOS NO
      *>  ENDPECAS, A SEPARACAO E A CONTAGEM SEGUEM SEM ENDERECO.
      *>  --------------------------------------------------------------
       9675-ABRE-ENDERECOS.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-END-ABERTO.
             OPEN I-O ENDERECOS.
             IF ENDER-STATUS NOT = 0
                MOVE 0 TO ENDER-STATUS
             ELSE
                OPEN I-O PECA-ENDERECO
                IF PECAEND-STATUS = 35
                   OPEN OUTPUT PECA-ENDERECO
                   CLOSE PECA-ENDERECO
                   OPEN I-O PECA-ENDERECO
                END-IF
                MOVE 'S' TO WRK-END-ABERTO
             END-IF.
      *>  --------------------------------------------------------------
       9678-FECHA-ENDERECOS.
      *>  --------------------------------------------------------------
             IF WRK-END-ABERTO = 'S'
                CLOSE ENDERECOS PECA-ENDERECO
                MOVE 'N' TO WRK-END-ABERTO
             END-IF.
      *>  --------------------------------------------------------------
      *>  9680-ABRE-REQUISICOES - ABRE O ARQUIVO DE REQUISICOES
      *>  (REQUIS.TXT) EM MODO EXTEND, CRIANDO-O NA PRIMEIRA EXECUCAO.
      *>  --------------------------------------------------------------
             END-IF.
             PERFORM 9600-ABRE-AUDITORIA.
             PERFORM 9670-ABRE-VARIACAO.
             PERFORM 9675-ABRE-ENDERECOS.
             MOVE 'CONTAGEM' TO WRK-OPERADOR.
             MOVE 0 TO WRK-QT-CONTAGENS.
             MOVE 0 TO WRK-QT-DIVERGENTES.
                    DELIMITED BY SIZE INTO RELAT-VARIACAO-REG.
             WRITE RELAT-VARIACAO-REG.
             CLOSE CONTAGEM-TRANS RELAT-VARIACAO ESTOQUE AUDIT-PECAS.
             PERFORM 9678-FECHA-ENDERECOS.
      *>  --------------------------------------------------------------
       9955-LER-CONTAGEM.
      *>  --------------------------------------------------------------
             MOVE CG-COD-DEPOSITO TO COD-DEPOSITO.
             MOVE CG-QT-CONTADA TO WRK-QT-CONTADA.
             MOVE CG-MOTIVO TO WRK-MOTIVO-AJUSTE.
             MOVE CG-ENDERECO TO WRK-CT-ENDERECO.
             IF WRK-MOTIVO-AJUSTE = SPACES
               MOVE 'ICL' TO WRK-MOTIVO-AJUSTE
             END-IF.
             IF WRK-CT-ENDERECO = SPACES
               PERFORM 5510-PROCESSA-CONTAGEM
             ELSE
               PERFORM 5540-CONTA-ENDERECO
             END-IF.
             PERFORM 9955-LER-CONTAGEM.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
