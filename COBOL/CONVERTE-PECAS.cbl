       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPECA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DOS ARQUIVOS DE
      ***   PECAS PARA O CODIGO DE PECA E AS QUANTIDADES COM 5
      ***   DIGITOS (ERAM 3, O QUE LIMITAVA O CADASTRO A 999 PECAS
      ***   E 999 UNIDADES POR DEPOSITO). ANTES DE RODAR, A OPERACAO
      ***   RENOMEIA CADA ARQUIVO ANTIGO PARA O NOME ...ANT.TXT DA
      ***   LISTA ABAIXO; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   ARQUIVO NOVO COM O NOME ORIGINAL:
      ***     ESTOQUE  -> ESTOQANT   REQUIS   -> REQUIANT
      ***     PEDIDOS  -> PEDIDANT   LOTES    -> LOTESANT
      ***     RESERVAS -> RESERANT   BACKORD  -> BACKOANT
      ***     KITCOMP  -> KITCOANT   CUSTOMED -> CUSTOANT
      ***     ABCPECAS -> ABCPEANT   QUARENT  -> QUAREANT
      ***     TRANSITO -> TRANSANT   PRECOHIST-> PRECOANT
      ***     NOTAFORN -> NOTAFANT   NOTADEB  -> NOTADANT
      ***     NFVENDA  -> NFVENANT   PEDVENDA -> PEDVEANT
      ***     GARPECA  -> GARPEANT   PECAEND  -> PECAEANT
      ***     PECASAUD -> PECASANT
      ***   ARQUIVO ...ANT NAO ENCONTRADO E PULADO SEM MEXER NO
      ***   ARQUIVO NOVO. DEPOIS DE GRAVADO, CADA ARQUIVO NOVO E
      ***   RELIDO DO DISCO E CONFERIDO CONTRA O ANTIGO: QUANTIDADE
      ***   DE REGISTROS E SOMA DAS QUANTIDADES DE PECA ANTES E
      ***   DEPOIS, UMA LINHA POR ARQUIVO NO RELATORIO CONVPECA.TXT.
      ***   NO CTRLTOT, LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS E
      ***   VALOR-IN/VALOR-OUT SAO AS SOMAS DE QUANTIDADE ANTES E
      ***   DEPOIS. REJEICAO OU ARQUIVO DIVERGENTE DEVOLVE RC 4.
      ***   NA AUDITORIA PECASAUD SO O ID DA PECA (POSICAO FIXA LIDA
      ***   PELO CONS-AUDIT) E ALARGADO; O RESTO DA LINHA VAI COMO
      ***   ESTAVA. OS ARQUIVOS DE ENTRADA DE CADA RODADA (PECASTR,
      ***   PECASIMP, CONTAGTR) E A SUGESTAO SUGPED, QUE O SUGCOMPR
      ***   REFAZ, NAO SAO CONVERTIDOS. O CHECKPOINT RELATCKP DEVE
      ***   ESTAR VAZIO (SEM RELATORIO INTERROMPIDO).
      ***   O PEDIDOS ANTIGO NAO TEM O PRECO UNITARIO: O PEDIDO
      ***   CONVERTIDO FICA COM PED-PRECO-UNIT ZERADO E O NFFORNEC
      ***   CONFERE A NOTA PELO PRECO DO RECEBIMENTO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-ANTIGO ASSIGN TO 'C:\COBOL\ESTOQANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ESTANT-STATUS
             RECORD KEY IS EA-CHAVE
             ALTERNATE RECORD KEY IS EA-NOME-PECA WITH DUPLICATES.
           SELECT ESTOQUE ASSIGN TO 'C:\COBOL\ESTOQUE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTOQUE-STATUS
             RECORD KEY IS ESTOQUE-CHAVE
             ALTERNATE RECORD KEY IS NOME-PECA WITH DUPLICATES.
           SELECT REQUIS-ANTIGO ASSIGN TO 'C:\COBOL\REQUIANT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REQANT-STATUS.
           SELECT REQUISICOES ASSIGN TO 'C:\COBOL\REQUIS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REQUIS-STATUS.
           SELECT PEDIDOS-ANTIGO ASSIGN TO 'C:\COBOL\PEDIDANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PEDANT-STATUS
             RECORD KEY IS PEDA-CHAVE.
           SELECT PEDIDOS ASSIGN TO 'C:\COBOL\PEDIDOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDIDO-STATUS
             RECORD KEY IS PED-CHAVE.
           SELECT LOTES-ANTIGO ASSIGN TO 'C:\COBOL\LOTESANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LOTANT-STATUS
             RECORD KEY IS LTA-CHAVE.
           SELECT LOTES ASSIGN TO 'C:\COBOL\LOTES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTE-STATUS
             RECORD KEY IS LT-CHAVE.
           SELECT RESERVAS-ANTIGO ASSIGN TO 'C:\COBOL\RESERANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RSVANT-STATUS
             RECORD KEY IS RVA-NUMERO.
           SELECT RESERVAS ASSIGN TO 'C:\COBOL\RESERVAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RESERVA-STATUS
             RECORD KEY IS RV-NUMERO.
           SELECT BACKORDER-ANTIGO ASSIGN TO 'C:\COBOL\BACKOANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BOANT-STATUS
             RECORD KEY IS BOA-NUMERO.
           SELECT BACKORDER ASSIGN TO 'C:\COBOL\BACKORD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS BACKORD-STATUS
             RECORD KEY IS BO-NUMERO.
           SELECT KIT-ANTIGO ASSIGN TO 'C:\COBOL\KITCOANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS KITANT-STATUS
             RECORD KEY IS KCA-CHAVE.
           SELECT KIT-COMPONENTES ASSIGN TO 'C:\COBOL\KITCOMP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS KIT-STATUS
             RECORD KEY IS KC-CHAVE.
           SELECT CUSTO-ANTIGO ASSIGN TO 'C:\COBOL\CUSTOANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CMANT-STATUS
             RECORD KEY IS CMA-CHAVE.
           SELECT CUSTO-MEDIO ASSIGN TO 'C:\COBOL\CUSTOMED.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CUSTMED-STATUS
             RECORD KEY IS CM-CHAVE.
           SELECT ABC-ANTIGO ASSIGN TO 'C:\COBOL\ABCPEANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ABCANT-STATUS
             RECORD KEY IS ABA-CHAVE.
           SELECT ABC-CLASSE ASSIGN TO 'C:\COBOL\ABCPECAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ABCCL-STATUS
             RECORD KEY IS AB-CHAVE.
           SELECT QUARENT-ANTIGO ASSIGN TO 'C:\COBOL\QUAREANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS QAANT-STATUS
             RECORD KEY IS QAA-NUMERO.
           SELECT QUARENTENA ASSIGN TO 'C:\COBOL\QUARENT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS QUARENT-STATUS
             RECORD KEY IS QA-NUMERO.
           SELECT TRANSF-ANTIGO ASSIGN TO 'C:\COBOL\TRANSANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TFANT-STATUS
             RECORD KEY IS TFA-NUMERO.
           SELECT TRANSFERENCIAS ASSIGN TO 'C:\COBOL\TRANSITO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSF-STATUS
             RECORD KEY IS TF-NUMERO.
           SELECT PRECO-ANTIGO ASSIGN TO 'C:\COBOL\PRECOANT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HPANT-STATUS.
           SELECT HIST-PRECO ASSIGN TO 'C:\COBOL\PRECOHIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HIST-STATUS.
           SELECT NOTAFORN-ANTIGO ASSIGN TO 'C:\COBOL\NOTAFANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NFANT-STATUS
             RECORD KEY IS NFA-CHAVE.
           SELECT NOTAS-FORN ASSIGN TO 'C:\COBOL\NOTAFORN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTA-STATUS
             RECORD KEY IS NF-CHAVE.
           SELECT NOTADEB-ANTIGO ASSIGN TO 'C:\COBOL\NOTADANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NDANT-STATUS
             RECORD KEY IS NDA-CHAVE.
           SELECT NOTAS-DEBITO ASSIGN TO 'C:\COBOL\NOTADEB.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTADEB-STATUS
             RECORD KEY IS ND-CHAVE.
           SELECT NFVENDA-ANTIGO ASSIGN TO 'C:\COBOL\NFVENANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NVANT-STATUS
             RECORD KEY IS NVA-NUMERO.
           SELECT NOTAS-VENDA ASSIGN TO 'C:\COBOL\NFVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NFVENDA-STATUS
             RECORD KEY IS NV-NUMERO.
           SELECT PEDVENDA-ANTIGO ASSIGN TO 'C:\COBOL\PEDVEANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PVANT-STATUS
             RECORD KEY IS PVA-NUMERO.
           SELECT PEDIDOS-VENDA ASSIGN TO 'C:\COBOL\PEDVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDVENDA-STATUS
             RECORD KEY IS PV-NUMERO.
           SELECT GARPECA-ANTIGO ASSIGN TO 'C:\COBOL\GARPEANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GPANT-STATUS
             RECORD KEY IS GPA-CHAVE.
           SELECT GARANTIA-PECAS ASSIGN TO 'C:\COBOL\GARPECA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GARPECA-STATUS
             RECORD KEY IS GP-CHAVE.
           SELECT PECAEND-ANTIGO ASSIGN TO 'C:\COBOL\PECAEANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PNANT-STATUS
             RECORD KEY IS PNA-CHAVE.
           SELECT PECA-ENDERECO ASSIGN TO 'C:\COBOL\PECAEND.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PECAEND-STATUS
             RECORD KEY IS PN-CHAVE.
           SELECT AUDIT-ANTIGO ASSIGN TO 'C:\COBOL\PECASANT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDANT-STATUS.
           SELECT AUDIT-PECAS ASSIGN TO 'C:\COBOL\PECASAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVPECA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>  --------------------------------------------------------------
      *>  LAYOUTS ANTIGOS (CODIGO DE PECA E QUANTIDADES COM 3 DIGITOS)
      *>  --------------------------------------------------------------
       FD ESTOQUE-ANTIGO.
       01 ESTOQUE-ANTIGO-REG.
            05 EA-CHAVE.
                10 EA-ID-PECA         PIC 9(3).
                10 EA-COD-DEPOSITO    PIC 9(2).
            05 EA-NOME-PECA           PIC X(30).
            05 EA-PRECO-PECA          PIC 9(3)V99.
            05 EA-QT-PECA             PIC 9(3).
            05 EA-PONTO-REORDER       PIC 9(3).
            05 EA-COD-FORNECEDOR      PIC 9(4).
       FD REQUIS-ANTIGO.
       01 REQUIS-ANTIGO-REG.
            05 RQA-DATA            PIC 9(8).
            05 RQA-ID-PECA         PIC 9(3).
            05 RQA-COD-DEPOSITO    PIC 9(2).
            05 RQA-DEPARTAMENTO    PIC X(10).
            05 RQA-ORDEM-SERVICO   PIC 9(6).
            05 RQA-QT-PECA         PIC 9(3).
            05 RQA-VALOR           PIC 9(7)V99.
            05 RQA-NUMERO-LOTE     PIC X(10).
       FD PEDIDOS-ANTIGO.
       01 PEDIDOS-ANTIGO-REG.
            05 PEDA-CHAVE.
                10 PEDA-NUMERO      PIC 9(6).
                10 PEDA-FORN-COD    PIC 9(4).
            05 PEDA-ID-PECA         PIC 9(3).
            05 PEDA-COD-DEPOSITO    PIC 9(2).
            05 PEDA-QT-PEDIDA       PIC 9(3).
            05 PEDA-QT-RECEBIDA     PIC 9(3).
            05 PEDA-QT-REJEITADA    PIC 9(3).
            05 PEDA-DATA-EMISSAO    PIC 9(8).
            05 PEDA-DATA-PROMETIDA  PIC 9(8).
            05 PEDA-DATA-ENCERRA    PIC 9(8).
            05 PEDA-SITUACAO        PIC X(1).
       FD LOTES-ANTIGO.
       01 LOTES-ANTIGO-REG.
            05 LTA-CHAVE.
                10 LTA-ID-PECA        PIC 9(3).
                10 LTA-COD-DEPOSITO   PIC 9(2).
                10 LTA-NUMERO-LOTE    PIC X(10).
            05 LTA-DT-RECEBIMENTO     PIC 9(8).
            05 LTA-DT-VALIDADE        PIC 9(8).
            05 LTA-QT-PECA            PIC 9(3).
            05 LTA-SITUACAO           PIC X(1).
       FD RESERVAS-ANTIGO.
       01 RESERVAS-ANTIGO-REG.
            05 RVA-NUMERO          PIC 9(6).
            05 RVA-DATA            PIC 9(8).
            05 RVA-ID-PECA         PIC 9(3).
            05 RVA-COD-DEPOSITO    PIC 9(2).
            05 RVA-QT-PECA         PIC 9(3).
            05 RVA-TIPO            PIC X(1).
            05 RVA-DEPARTAMENTO    PIC X(10).
            05 RVA-ORDEM-SERVICO   PIC 9(6).
            05 RVA-SITUACAO        PIC X(1).
       FD BACKORDER-ANTIGO.
       01 BACKORDER-ANTIGO-REG.
            05 BOA-NUMERO          PIC 9(6).
            05 BOA-DATA            PIC 9(8).
            05 BOA-ID-PECA         PIC 9(3).
            05 BOA-COD-DEPOSITO    PIC 9(2).
            05 BOA-DEPARTAMENTO    PIC X(10).
            05 BOA-ORDEM-SERVICO   PIC 9(6).
            05 BOA-QT-PECA         PIC 9(3).
            05 BOA-SITUACAO        PIC X(1).
       FD KIT-ANTIGO.
       01 KIT-ANTIGO-REG.
            05 KCA-CHAVE.
                10 KCA-ID-KIT           PIC 9(3).
                10 KCA-ID-COMPONENTE    PIC 9(3).
            05 KCA-QT-POR-KIT           PIC 9(3).
       FD CUSTO-ANTIGO.
       01 CUSTO-ANTIGO-REG.
            05 CMA-CHAVE.
                10 CMA-ID-PECA      PIC 9(3).
                10 CMA-COD-DEPOSITO PIC 9(2).
            05 CMA-CUSTO-MEDIO      PIC 9(3)V99.
            05 CMA-QT-BASE          PIC 9(5).
            05 CMA-DT-ATUALIZACAO   PIC 9(8).
       FD ABC-ANTIGO.
       01 ABC-ANTIGO-REG.
            05 ABA-CHAVE.
                10 ABA-ID-PECA        PIC 9(3).
                10 ABA-COD-DEPOSITO   PIC 9(2).
            05 ABA-CLASSE             PIC X(1).
            05 ABA-VALOR-CONSUMO      PIC 9(9)V99.
            05 ABA-INTERVALO-DIAS     PIC 9(3).
            05 ABA-DT-CLASSIF         PIC 9(8).
            05 ABA-DT-PROX-CONTAGEM   PIC 9(8).
       FD QUARENT-ANTIGO.
       01 QUARENT-ANTIGO-REG.
            05 QAA-NUMERO          PIC 9(6).
            05 QAA-DATA            PIC 9(8).
            05 QAA-PED-NUMERO      PIC 9(6).
            05 QAA-FORN-COD        PIC 9(4).
            05 QAA-ID-PECA         PIC 9(3).
            05 QAA-COD-DEPOSITO    PIC 9(2).
            05 QAA-QT-PECA         PIC 9(3).
            05 QAA-PRECO           PIC 9(3)V99.
            05 QAA-SITUACAO        PIC X(1).
       FD TRANSF-ANTIGO.
       01 TRANSF-ANTIGO-REG.
            05 TFA-NUMERO          PIC 9(6).
            05 TFA-DATA            PIC 9(8).
            05 TFA-ID-PECA         PIC 9(3).
            05 TFA-DEP-ORIGEM      PIC 9(2).
            05 TFA-DEP-DESTINO     PIC 9(2).
            05 TFA-QT-PECA         PIC 9(3).
            05 TFA-NUMERO-LOTE     PIC X(10).
            05 TFA-SITUACAO        PIC X(1).
       FD PRECO-ANTIGO.
       01 PRECO-ANTIGO-REG.
            05 HPA-ID-PECA         PIC 9(3).
            05 HPA-COD-DEPOSITO    PIC 9(2).
            05 HPA-DATA            PIC 9(08).
            05 HPA-PRECO-ANTERIOR  PIC 9(3)V99.
            05 HPA-PRECO-NOVO      PIC 9(3)V99.
       FD NOTAFORN-ANTIGO.
       01 NOTAFORN-ANTIGO-REG.
            05 NFA-CHAVE.
                10 NFA-FORN-COD       PIC 9(04).
                10 NFA-NUMERO         PIC 9(09).
            05 NFA-DT-EMISSAO         PIC 9(08).
            05 NFA-DT-VENCIMENTO      PIC 9(08).
            05 NFA-DT-REGISTRO        PIC 9(08).
            05 NFA-QT-ITENS           PIC 9(02).
            05 NFA-ITEM OCCURS 10 TIMES.
                10 NFA-PED-NUMERO     PIC 9(06).
                10 NFA-ID-PECA        PIC 9(03).
                10 NFA-COD-DEPOSITO   PIC 9(02).
                10 NFA-QT-FATURADA    PIC 9(03).
                10 NFA-PRECO-UNIT     PIC 9(3)V99.
                10 NFA-QT-ACEITA      PIC 9(03).
                10 NFA-PRECO-PEDIDO   PIC 9(3)V99.
                10 NFA-DIVERGENCIA    PIC X(01).
            05 NFA-VALOR-TOTAL        PIC 9(07)V99.
            05 NFA-SITUACAO           PIC X(01).
            05 NFA-OPERADOR           PIC X(08).
            05 NFA-COMPRADOR          PIC X(08).
            05 NFA-DT-LIBERACAO       PIC 9(08).
            05 FILLER                 PIC X(20).
       FD NOTADEB-ANTIGO.
       01 NOTADEB-ANTIGO-REG.
            05 NDA-CHAVE.
                10 NDA-FORN-COD       PIC 9(04).
                10 NDA-NUMERO         PIC 9(06).
            05 NDA-DT-EMISSAO         PIC 9(08).
            05 NDA-PED-NUMERO         PIC 9(06).
            05 NDA-ID-PECA            PIC 9(03).
            05 NDA-COD-DEPOSITO       PIC 9(02).
            05 NDA-NUMERO-LOTE        PIC X(10).
            05 NDA-QT-DEVOLVIDA       PIC 9(03).
            05 NDA-CUSTO-UNIT         PIC 9(3)V99.
            05 NDA-VALOR              PIC 9(07)V99.
            05 NDA-SALDO              PIC 9(07)V99.
            05 NDA-SITUACAO           PIC X(01).
            05 NDA-NF-COMPENSA        PIC 9(09).
            05 NDA-DT-COMPENSA        PIC 9(08).
            05 NDA-MOTIVO             PIC X(30).
            05 NDA-OPERADOR           PIC X(08).
            05 FILLER                 PIC X(20).
       FD NFVENDA-ANTIGO.
       01 NFVENDA-ANTIGO-REG.
            05 NVA-NUMERO             PIC 9(09).
            05 NVA-DT-EMISSAO         PIC 9(08).
            05 NVA-PV-NUMERO          PIC 9(06).
            05 NVA-CLI-ID             PIC 9(05).
            05 NVA-NOME-CLIENTE       PIC X(30).
            05 NVA-QT-ITENS           PIC 9(02).
            05 NVA-ITEM OCCURS 10 TIMES.
                10 NVA-ID-PECA        PIC 9(03).
                10 NVA-COD-DEPOSITO   PIC 9(02).
                10 NVA-QT-PECA        PIC 9(03).
                10 NVA-PRECO-UNIT     PIC 9(05)V99.
                10 NVA-CUSTO-UNIT     PIC 9(3)V99.
            05 NVA-VALOR-TOTAL        PIC 9(07)V99.
            05 NVA-CUSTO-TOTAL        PIC 9(07)V99.
            05 NVA-SITUACAO           PIC X(01).
            05 NVA-OPERADOR           PIC X(08).
            05 FILLER                 PIC X(20).
       FD PEDVENDA-ANTIGO.
       01 PEDVENDA-ANTIGO-REG.
            05 PVA-NUMERO             PIC 9(06).
            05 PVA-DT-PEDIDO          PIC 9(08).
            05 PVA-CLI-ID             PIC 9(05).
            05 PVA-NOME-CLIENTE       PIC X(30).
            05 PVA-QT-ITENS           PIC 9(02).
            05 PVA-ITEM OCCURS 10 TIMES.
                10 PVA-ID-PECA        PIC 9(03).
                10 PVA-COD-DEPOSITO   PIC 9(02).
                10 PVA-QT-PECA        PIC 9(03).
                10 PVA-CLASSE-ABC     PIC X(01).
                10 PVA-PRECO-UNIT     PIC 9(05)V99.
                10 PVA-RESERVA        PIC 9(06).
            05 PVA-VALOR-TOTAL        PIC 9(07)V99.
            05 PVA-SITUACAO           PIC X(01).
            05 PVA-NF-NUMERO          PIC 9(09).
            05 PVA-DT-FATURA          PIC 9(08).
            05 PVA-OPERADOR           PIC X(08).
            05 FILLER                 PIC X(20).
       FD GARPECA-ANTIGO.
       01 GARPECA-ANTIGO-REG.
            05 GPA-CHAVE.
                10 GPA-OS-NUMERO      PIC 9(06).
                10 GPA-SEQ            PIC 9(03).
            05 GPA-SINISTRO           PIC 9(08).
            05 GPA-CLI-ID             PIC 9(05).
            05 GPA-PLACA              PIC X(07).
            05 GPA-ID-PECA            PIC 9(03).
            05 GPA-COD-DEPOSITO       PIC 9(02).
            05 GPA-QT-PECA            PIC 9(03).
            05 GPA-VALOR              PIC 9(07)V99.
            05 GPA-NUMERO-LOTE        PIC X(10).
            05 GPA-FORN-COD           PIC 9(04).
            05 GPA-DT-INSTALACAO      PIC 9(08).
            05 GPA-PRAZO-DIAS         PIC 9(03).
            05 GPA-DT-VENCIMENTO      PIC 9(08).
            05 GPA-SITUACAO           PIC X(01).
            05 GPA-OS-FALHA           PIC 9(06).
            05 GPA-DT-RECLAMACAO      PIC 9(08).
            05 GPA-MOTIVO             PIC X(30).
            05 GPA-DT-RESSARC         PIC 9(08).
            05 GPA-VL-RECUPERADO      PIC 9(07)V99.
            05 FILLER                 PIC X(20).
       FD PECAEND-ANTIGO.
       01 PECAEND-ANTIGO-REG.
            05 PNA-CHAVE.
                10 PNA-ID-PECA        PIC 9(03).
                10 PNA-COD-DEPOSITO   PIC 9(02).
                10 PNA-ENDERECO       PIC X(06).
            05 PNA-QT-PECA            PIC 9(05).
            05 PNA-DT-MOVIMENTO       PIC 9(08).
            05 FILLER                 PIC X(20).
       FD AUDIT-ANTIGO.
       01 AUDIT-ANTIGO-REG         PIC X(130).
      *>  --------------------------------------------------------------
      *>  LAYOUTS NOVOS
      *>  --------------------------------------------------------------
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
       FD PEDIDOS.
       01 PEDIDOS-REG.
            05 PED-CHAVE.
                10 PED-NUMERO      PIC 9(6).
                10 PED-FORN-COD    PIC 9(4).
            05 PED-ID-PECA         PIC 9(5).
            05 PED-COD-DEPOSITO    PIC 9(2).
            05 PED-QT-PEDIDA       PIC 9(5).
            05 PED-QT-RECEBIDA     PIC 9(5).
            05 PED-QT-REJEITADA    PIC 9(5).
            05 PED-DATA-EMISSAO    PIC 9(8).
            05 PED-DATA-PROMETIDA  PIC 9(8).
            05 PED-DATA-ENCERRA    PIC 9(8).
            05 PED-SITUACAO        PIC X(1).
            05 PED-PRECO-UNIT      PIC 9(3)V99.
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
            05 RV-SITUACAO         PIC X(1).
       FD BACKORDER.
       01 BACKORDER-REG.
            05 BO-NUMERO           PIC 9(6).
            05 BO-DATA             PIC 9(8).
            05 BO-ID-PECA          PIC 9(5).
            05 BO-COD-DEPOSITO     PIC 9(2).
            05 BO-DEPARTAMENTO     PIC X(10).
            05 BO-ORDEM-SERVICO    PIC 9(6).
            05 BO-QT-PECA          PIC 9(5).
            05 BO-SITUACAO         PIC X(1).
       FD KIT-COMPONENTES.
       01 KIT-COMPONENTES-REG.
            05 KC-CHAVE.
                10 KC-ID-KIT           PIC 9(5).
                10 KC-ID-COMPONENTE    PIC 9(5).
            05 KC-QT-POR-KIT           PIC 9(5).
       FD CUSTO-MEDIO.
       01 CUSTO-MEDIO-REG.
            05 CM-CHAVE.
                10 CM-ID-PECA      PIC 9(5).
                10 CM-COD-DEPOSITO PIC 9(2).
            05 CM-CUSTO-MEDIO      PIC 9(3)V99.
            05 CM-QT-BASE          PIC 9(5).
            05 CM-DT-ATUALIZACAO   PIC 9(8).
       FD ABC-CLASSE.
       01 ABC-CLASSE-REG.
            05 AB-CHAVE.
                10 AB-ID-PECA        PIC 9(5).
                10 AB-COD-DEPOSITO   PIC 9(2).
            05 AB-CLASSE             PIC X(1).
            05 AB-VALOR-CONSUMO      PIC 9(9)V99.
            05 AB-INTERVALO-DIAS     PIC 9(3).
            05 AB-DT-CLASSIF         PIC 9(8).
            05 AB-DT-PROX-CONTAGEM   PIC 9(8).
       FD QUARENTENA.
       01 QUARENTENA-REG.
            05 QA-NUMERO           PIC 9(6).
            05 QA-DATA             PIC 9(8).
            05 QA-PED-NUMERO       PIC 9(6).
            05 QA-FORN-COD         PIC 9(4).
            05 QA-ID-PECA          PIC 9(5).
            05 QA-COD-DEPOSITO     PIC 9(2).
            05 QA-QT-PECA          PIC 9(5).
            05 QA-PRECO            PIC 9(3)V99.
            05 QA-SITUACAO         PIC X(1).
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
       FD HIST-PRECO.
       01 HIST-PRECO-REG.
            05 HP-ID-PECA          PIC 9(5).
            05 HP-COD-DEPOSITO     PIC 9(2).
            05 HP-DATA             PIC 9(08).
            05 HP-PRECO-ANTERIOR   PIC 9(3)V99.
            05 HP-PRECO-NOVO       PIC 9(3)V99.
       FD NOTAS-FORN.
       COPY 'NOTAFORN-MASTER.CBL'.
       FD NOTAS-DEBITO.
       COPY 'NOTADEB-MASTER.CBL'.
       FD NOTAS-VENDA.
       COPY 'NFVENDA-MASTER.CBL'.
       FD PEDIDOS-VENDA.
       COPY 'PEDVENDA-MASTER.CBL'.
       FD GARANTIA-PECAS.
       COPY 'GARPECA-MASTER.CBL'.
       FD PECA-ENDERECO.
       COPY 'PECAEND-MASTER.CBL'.
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG          PIC X(140).
       FD RELATORIO.
       01 RELATORIO-REG            PIC X(180).
       FD CONTROLE-TOTAIS.
       01 CONTROLE-TOTAIS-REG.
            05 CT-PROGRAMA     PIC X(09).
            05 CT-DATA         PIC 9(08).
            05 CT-LIDOS        PIC 9(07).
            05 CT-PROCESSADOS  PIC 9(07).
            05 CT-REJEITADOS   PIC 9(07).
            05 CT-VALOR-IN     PIC 9(11)V99.
            05 CT-VALOR-OUT    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ESTANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 ESTOQUE-STATUS   PIC 9(02) VALUE ZEROS.
       77 REQANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 REQUIS-STATUS    PIC 9(02) VALUE ZEROS.
       77 PEDANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 PEDIDO-STATUS    PIC 9(02) VALUE ZEROS.
       77 LOTANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 LOTE-STATUS      PIC 9(02) VALUE ZEROS.
       77 RSVANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 RESERVA-STATUS   PIC 9(02) VALUE ZEROS.
       77 BOANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 BACKORD-STATUS   PIC 9(02) VALUE ZEROS.
       77 KITANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 KIT-STATUS       PIC 9(02) VALUE ZEROS.
       77 CMANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CUSTMED-STATUS   PIC 9(02) VALUE ZEROS.
       77 ABCANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 ABCCL-STATUS     PIC 9(02) VALUE ZEROS.
       77 QAANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 QUARENT-STATUS   PIC 9(02) VALUE ZEROS.
       77 TFANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 TRANSF-STATUS    PIC 9(02) VALUE ZEROS.
       77 HPANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 NFANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 NOTA-STATUS      PIC 9(02) VALUE ZEROS.
       77 NDANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 NOTADEB-STATUS   PIC 9(02) VALUE ZEROS.
       77 NVANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 NFVENDA-STATUS   PIC 9(02) VALUE ZEROS.
       77 PVANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 PEDVENDA-STATUS  PIC 9(02) VALUE ZEROS.
       77 GPANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 GARPECA-STATUS   PIC 9(02) VALUE ZEROS.
       77 PNANT-STATUS     PIC 9(02) VALUE ZEROS.
       77 PECAEND-STATUS   PIC 9(02) VALUE ZEROS.
       77 AUDANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-ARQUIVO      PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-REJ    PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(11) VALUE SPACES.
      *>  CONTADORES DO ARQUIVO CORRENTE: LIDOS NO ANTIGO, GRAVADOS E
      *>  REJEITADOS NA GRAVACAO, CONFERIDOS NA RELEITURA DO NOVO.
       77 WRK-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WRK-GRAVADOS     PIC 9(07) VALUE ZEROS.
       77 WRK-REJEITADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-CONFERIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ANTES     PIC 9(09) VALUE ZEROS.
       77 WRK-QT-DEPOIS    PIC 9(09) VALUE ZEROS.
       77 WRK-QT-REJEITADA PIC 9(09) VALUE ZEROS.
       77 WRK-QT-ARQUIVOS  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-DIVERGE   PIC 9(02) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-PROCESSADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN OUTPUT RELATORIO.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'CONVERSAO DOS ARQUIVOS DE PECAS PARA CODIGO E'
                    ' QUANTIDADE COM 5 DIGITOS - ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-ESTOQUE.
             PERFORM 1100-CONVERTE-REQUIS.
             PERFORM 1200-CONVERTE-PEDIDOS.
             PERFORM 1300-CONVERTE-LOTES.
             PERFORM 1400-CONVERTE-RESERVAS.
             PERFORM 1500-CONVERTE-BACKORD.
             PERFORM 1600-CONVERTE-KITCOMP.
             PERFORM 1700-CONVERTE-CUSTOMED.
             PERFORM 1800-CONVERTE-ABCPECAS.
             PERFORM 2000-CONVERTE-QUARENT.
             PERFORM 2100-CONVERTE-TRANSITO.
             PERFORM 2200-CONVERTE-PRECOHIST.
             PERFORM 2300-CONVERTE-NOTAFORN.
             PERFORM 2400-CONVERTE-NOTADEB.
             PERFORM 2500-CONVERTE-NFVENDA.
             PERFORM 2600-CONVERTE-PEDVENDA.
             PERFORM 2700-CONVERTE-GARPECA.
             PERFORM 2800-CONVERTE-PECAEND.
             PERFORM 2900-CONVERTE-AUDITORIA.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'ARQUIVOS CONVERTIDOS: ' WRK-QT-ARQUIVOS
                    ' DIVERGENTES: ' WRK-QT-DIVERGE
                    ' REGISTROS LIDOS: ' WRK-CT-LIDOS
                    ' GRAVADOS: ' WRK-CT-PROCESSADOS
                    ' REJEITADOS: ' WRK-CT-REJEITADOS
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - ARQUIVOS: ' WRK-QT-ARQUIVOS
                     ' DIVERGENTES: ' WRK-QT-DIVERGE
                     ' REJEITADOS: ' WRK-CT-REJEITADOS.
             IF WRK-CT-REJEITADOS > 0 OR WRK-QT-DIVERGE > 0
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-ESTOQUE - O MESMO ESQUEMA VALE PARA TODOS OS
      *>  ARQUIVOS: LE O ANTIGO NA ORDEM DA CHAVE E GRAVA O NOVO
      *>  (x010), FECHA E RELE O NOVO DO DISCO SOMANDO AS QUANTIDADES
      *>  (x020), E FECHA A CONFERENCIA DO ARQUIVO (8200).
      *>  --------------------------------------------------------------
       1000-CONVERTE-ESTOQUE.
      *>  --------------------------------------------------------------
             MOVE 'ESTOQUE' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT ESTOQUE-ANTIGO.
             IF ESTANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO ESTANT-STATUS
             ELSE
               OPEN OUTPUT ESTOQUE
               READ ESTOQUE-ANTIGO
                 AT END MOVE 10 TO ESTANT-STATUS
               END-READ
               PERFORM 1010-GRAVA-ESTOQUE UNTIL ESTANT-STATUS = 10
               CLOSE ESTOQUE-ANTIGO ESTOQUE
               OPEN INPUT ESTOQUE
               READ ESTOQUE NEXT
                 AT END MOVE 10 TO ESTOQUE-STATUS
               END-READ
               PERFORM 1020-CONFERE-ESTOQUE UNTIL ESTOQUE-STATUS = 10
               CLOSE ESTOQUE
               MOVE 0 TO ESTOQUE-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1010-GRAVA-ESTOQUE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD EA-QT-PECA TO WRK-QT-ANTES.
             MOVE EA-ID-PECA         TO ID-PECA.
             MOVE EA-COD-DEPOSITO    TO COD-DEPOSITO.
             MOVE EA-NOME-PECA       TO NOME-PECA.
             MOVE EA-PRECO-PECA      TO PRECO-PECA.
             MOVE EA-QT-PECA         TO QT-PECA.
             MOVE EA-PONTO-REORDER   TO PONTO-REORDER.
             MOVE EA-COD-FORNECEDOR  TO COD-FORNECEDOR.
             WRITE ESTOQUE-REG
               INVALID KEY
                 MOVE EA-CHAVE TO WRK-CHAVE-REJ
                 ADD QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ ESTOQUE-ANTIGO
               AT END MOVE 10 TO ESTANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1020-CONFERE-ESTOQUE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD QT-PECA TO WRK-QT-DEPOIS.
             READ ESTOQUE NEXT
               AT END MOVE 10 TO ESTOQUE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1100-CONVERTE-REQUIS - SEQUENCIAL: NAO HA CHAVE PARA
      *>  REJEITAR, TODA LINHA LIDA E GRAVADA.
      *>  --------------------------------------------------------------
       1100-CONVERTE-REQUIS.
      *>  --------------------------------------------------------------
             MOVE 'REQUIS' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT REQUIS-ANTIGO.
             IF REQANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO REQANT-STATUS
             ELSE
               OPEN OUTPUT REQUISICOES
               READ REQUIS-ANTIGO
                 AT END MOVE 10 TO REQANT-STATUS
               END-READ
               PERFORM 1110-GRAVA-REQUIS UNTIL REQANT-STATUS = 10
               CLOSE REQUIS-ANTIGO REQUISICOES
               OPEN INPUT REQUISICOES
               READ REQUISICOES
                 AT END MOVE 10 TO REQUIS-STATUS
               END-READ
               PERFORM 1120-CONFERE-REQUIS UNTIL REQUIS-STATUS = 10
               CLOSE REQUISICOES
               MOVE 0 TO REQUIS-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1110-GRAVA-REQUIS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD RQA-QT-PECA TO WRK-QT-ANTES.
             MOVE RQA-DATA           TO RQ-DATA.
             MOVE RQA-ID-PECA        TO RQ-ID-PECA.
             MOVE RQA-COD-DEPOSITO   TO RQ-COD-DEPOSITO.
             MOVE RQA-DEPARTAMENTO   TO RQ-DEPARTAMENTO.
             MOVE RQA-ORDEM-SERVICO  TO RQ-ORDEM-SERVICO.
             MOVE RQA-QT-PECA        TO RQ-QT-PECA.
             MOVE RQA-VALOR          TO RQ-VALOR.
             MOVE RQA-NUMERO-LOTE    TO RQ-NUMERO-LOTE.
             WRITE REQUISICOES-REG.
             ADD 1 TO WRK-GRAVADOS.
             READ REQUIS-ANTIGO
               AT END MOVE 10 TO REQANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1120-CONFERE-REQUIS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD RQ-QT-PECA TO WRK-QT-DEPOIS.
             READ REQUISICOES
               AT END MOVE 10 TO REQUIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1200-CONVERTE-PEDIDOS - A QUANTIDADE CONFERIDA E A PEDIDA. O
      *>  PEDIDO ANTIGO NAO TEM PRECO: PED-PRECO-UNIT FICA ZERADO E O
      *>  NFFORNEC USA O PRECO DO RECEBIMENTO (QA-PRECO).
      *>  --------------------------------------------------------------
       1200-CONVERTE-PEDIDOS.
      *>  --------------------------------------------------------------
             MOVE 'PEDIDOS' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT PEDIDOS-ANTIGO.
             IF PEDANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO PEDANT-STATUS
             ELSE
               OPEN OUTPUT PEDIDOS
               READ PEDIDOS-ANTIGO
                 AT END MOVE 10 TO PEDANT-STATUS
               END-READ
               PERFORM 1210-GRAVA-PEDIDOS UNTIL PEDANT-STATUS = 10
               CLOSE PEDIDOS-ANTIGO PEDIDOS
               OPEN INPUT PEDIDOS
               READ PEDIDOS NEXT
                 AT END MOVE 10 TO PEDIDO-STATUS
               END-READ
               PERFORM 1220-CONFERE-PEDIDOS UNTIL PEDIDO-STATUS = 10
               CLOSE PEDIDOS
               MOVE 0 TO PEDIDO-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1210-GRAVA-PEDIDOS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD PEDA-QT-PEDIDA TO WRK-QT-ANTES.
             MOVE PEDA-NUMERO          TO PED-NUMERO.
             MOVE PEDA-FORN-COD        TO PED-FORN-COD.
             MOVE PEDA-ID-PECA         TO PED-ID-PECA.
             MOVE PEDA-COD-DEPOSITO    TO PED-COD-DEPOSITO.
             MOVE PEDA-QT-PEDIDA       TO PED-QT-PEDIDA.
             MOVE PEDA-QT-RECEBIDA     TO PED-QT-RECEBIDA.
             MOVE PEDA-QT-REJEITADA    TO PED-QT-REJEITADA.
             MOVE PEDA-DATA-EMISSAO    TO PED-DATA-EMISSAO.
             MOVE PEDA-DATA-PROMETIDA  TO PED-DATA-PROMETIDA.
             MOVE PEDA-DATA-ENCERRA    TO PED-DATA-ENCERRA.
             MOVE PEDA-SITUACAO        TO PED-SITUACAO.
             MOVE ZEROS                TO PED-PRECO-UNIT.
             WRITE PEDIDOS-REG
               INVALID KEY
                 MOVE PEDA-CHAVE TO WRK-CHAVE-REJ
                 ADD PED-QT-PEDIDA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ PEDIDOS-ANTIGO
               AT END MOVE 10 TO PEDANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1220-CONFERE-PEDIDOS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD PED-QT-PEDIDA TO WRK-QT-DEPOIS.
             READ PEDIDOS NEXT
               AT END MOVE 10 TO PEDIDO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1300-CONVERTE-LOTES.
      *>  --------------------------------------------------------------
             MOVE 'LOTES' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT LOTES-ANTIGO.
             IF LOTANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO LOTANT-STATUS
             ELSE
               OPEN OUTPUT LOTES
               READ LOTES-ANTIGO
                 AT END MOVE 10 TO LOTANT-STATUS
               END-READ
               PERFORM 1310-GRAVA-LOTES UNTIL LOTANT-STATUS = 10
               CLOSE LOTES-ANTIGO LOTES
               OPEN INPUT LOTES
               READ LOTES NEXT
                 AT END MOVE 10 TO LOTE-STATUS
               END-READ
               PERFORM 1320-CONFERE-LOTES UNTIL LOTE-STATUS = 10
               CLOSE LOTES
               MOVE 0 TO LOTE-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1310-GRAVA-LOTES.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD LTA-QT-PECA TO WRK-QT-ANTES.
             MOVE LTA-ID-PECA          TO LT-ID-PECA.
             MOVE LTA-COD-DEPOSITO     TO LT-COD-DEPOSITO.
             MOVE LTA-NUMERO-LOTE      TO LT-NUMERO-LOTE.
             MOVE LTA-DT-RECEBIMENTO   TO LT-DT-RECEBIMENTO.
             MOVE LTA-DT-VALIDADE      TO LT-DT-VALIDADE.
             MOVE LTA-QT-PECA          TO LT-QT-PECA.
             MOVE LTA-SITUACAO         TO LT-SITUACAO.
             WRITE LOTES-REG
               INVALID KEY
                 MOVE LTA-CHAVE TO WRK-CHAVE-REJ
                 ADD LT-QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ LOTES-ANTIGO
               AT END MOVE 10 TO LOTANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1320-CONFERE-LOTES.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD LT-QT-PECA TO WRK-QT-DEPOIS.
             READ LOTES NEXT
               AT END MOVE 10 TO LOTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1400-CONVERTE-RESERVAS.
      *>  --------------------------------------------------------------
             MOVE 'RESERVAS' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT RESERVAS-ANTIGO.
             IF RSVANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO RSVANT-STATUS
             ELSE
               OPEN OUTPUT RESERVAS
               READ RESERVAS-ANTIGO
                 AT END MOVE 10 TO RSVANT-STATUS
               END-READ
               PERFORM 1410-GRAVA-RESERVAS UNTIL RSVANT-STATUS = 10
               CLOSE RESERVAS-ANTIGO RESERVAS
               OPEN INPUT RESERVAS
               READ RESERVAS NEXT
                 AT END MOVE 10 TO RESERVA-STATUS
               END-READ
               PERFORM 1420-CONFERE-RESERVAS UNTIL RESERVA-STATUS = 10
               CLOSE RESERVAS
               MOVE 0 TO RESERVA-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1410-GRAVA-RESERVAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD RVA-QT-PECA TO WRK-QT-ANTES.
             MOVE RVA-NUMERO           TO RV-NUMERO.
             MOVE RVA-DATA             TO RV-DATA.
             MOVE RVA-ID-PECA          TO RV-ID-PECA.
             MOVE RVA-COD-DEPOSITO     TO RV-COD-DEPOSITO.
             MOVE RVA-QT-PECA          TO RV-QT-PECA.
             MOVE RVA-TIPO             TO RV-TIPO.
             MOVE RVA-DEPARTAMENTO     TO RV-DEPARTAMENTO.
             MOVE RVA-ORDEM-SERVICO    TO RV-ORDEM-SERVICO.
             MOVE RVA-SITUACAO         TO RV-SITUACAO.
             WRITE RESERVAS-REG
               INVALID KEY
                 MOVE RVA-NUMERO TO WRK-CHAVE-REJ
                 ADD RV-QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ RESERVAS-ANTIGO
               AT END MOVE 10 TO RSVANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1420-CONFERE-RESERVAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD RV-QT-PECA TO WRK-QT-DEPOIS.
             READ RESERVAS NEXT
               AT END MOVE 10 TO RESERVA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1500-CONVERTE-BACKORD.
      *>  --------------------------------------------------------------
             MOVE 'BACKORD' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT BACKORDER-ANTIGO.
             IF BOANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO BOANT-STATUS
             ELSE
               OPEN OUTPUT BACKORDER
               READ BACKORDER-ANTIGO
                 AT END MOVE 10 TO BOANT-STATUS
               END-READ
               PERFORM 1510-GRAVA-BACKORD UNTIL BOANT-STATUS = 10
               CLOSE BACKORDER-ANTIGO BACKORDER
               OPEN INPUT BACKORDER
               READ BACKORDER NEXT
                 AT END MOVE 10 TO BACKORD-STATUS
               END-READ
               PERFORM 1520-CONFERE-BACKORD UNTIL BACKORD-STATUS = 10
               CLOSE BACKORDER
               MOVE 0 TO BACKORD-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1510-GRAVA-BACKORD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD BOA-QT-PECA TO WRK-QT-ANTES.
             MOVE BOA-NUMERO           TO BO-NUMERO.
             MOVE BOA-DATA             TO BO-DATA.
             MOVE BOA-ID-PECA          TO BO-ID-PECA.
             MOVE BOA-COD-DEPOSITO     TO BO-COD-DEPOSITO.
             MOVE BOA-DEPARTAMENTO     TO BO-DEPARTAMENTO.
             MOVE BOA-ORDEM-SERVICO    TO BO-ORDEM-SERVICO.
             MOVE BOA-QT-PECA          TO BO-QT-PECA.
             MOVE BOA-SITUACAO         TO BO-SITUACAO.
             WRITE BACKORDER-REG
               INVALID KEY
                 MOVE BOA-NUMERO TO WRK-CHAVE-REJ
                 ADD BO-QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ BACKORDER-ANTIGO
               AT END MOVE 10 TO BOANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1520-CONFERE-BACKORD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD BO-QT-PECA TO WRK-QT-DEPOIS.
             READ BACKORDER NEXT
               AT END MOVE 10 TO BACKORD-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1600-CONVERTE-KITCOMP - A QUANTIDADE CONFERIDA E A DO
      *>  COMPONENTE POR KIT.
      *>  --------------------------------------------------------------
       1600-CONVERTE-KITCOMP.
      *>  --------------------------------------------------------------
             MOVE 'KITCOMP' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT KIT-ANTIGO.
             IF KITANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO KITANT-STATUS
             ELSE
               OPEN OUTPUT KIT-COMPONENTES
               READ KIT-ANTIGO
                 AT END MOVE 10 TO KITANT-STATUS
               END-READ
               PERFORM 1610-GRAVA-KITCOMP UNTIL KITANT-STATUS = 10
               CLOSE KIT-ANTIGO KIT-COMPONENTES
               OPEN INPUT KIT-COMPONENTES
               READ KIT-COMPONENTES NEXT
                 AT END MOVE 10 TO KIT-STATUS
               END-READ
               PERFORM 1620-CONFERE-KITCOMP UNTIL KIT-STATUS = 10
               CLOSE KIT-COMPONENTES
               MOVE 0 TO KIT-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1610-GRAVA-KITCOMP.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD KCA-QT-POR-KIT TO WRK-QT-ANTES.
             MOVE KCA-ID-KIT           TO KC-ID-KIT.
             MOVE KCA-ID-COMPONENTE    TO KC-ID-COMPONENTE.
             MOVE KCA-QT-POR-KIT       TO KC-QT-POR-KIT.
             WRITE KIT-COMPONENTES-REG
               INVALID KEY
                 MOVE KCA-CHAVE TO WRK-CHAVE-REJ
                 ADD KC-QT-POR-KIT TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ KIT-ANTIGO
               AT END MOVE 10 TO KITANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1620-CONFERE-KITCOMP.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD KC-QT-POR-KIT TO WRK-QT-DEPOIS.
             READ KIT-COMPONENTES NEXT
               AT END MOVE 10 TO KIT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1700-CONVERTE-CUSTOMED - A QUANTIDADE CONFERIDA E A BASE DO
      *>  CUSTO MEDIO.
      *>  --------------------------------------------------------------
       1700-CONVERTE-CUSTOMED.
      *>  --------------------------------------------------------------
             MOVE 'CUSTOMED' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT CUSTO-ANTIGO.
             IF CMANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO CMANT-STATUS
             ELSE
               OPEN OUTPUT CUSTO-MEDIO
               READ CUSTO-ANTIGO
                 AT END MOVE 10 TO CMANT-STATUS
               END-READ
               PERFORM 1710-GRAVA-CUSTOMED UNTIL CMANT-STATUS = 10
               CLOSE CUSTO-ANTIGO CUSTO-MEDIO
               OPEN INPUT CUSTO-MEDIO
               READ CUSTO-MEDIO NEXT
                 AT END MOVE 10 TO CUSTMED-STATUS
               END-READ
               PERFORM 1720-CONFERE-CUSTOMED UNTIL CUSTMED-STATUS = 10
               CLOSE CUSTO-MEDIO
               MOVE 0 TO CUSTMED-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1710-GRAVA-CUSTOMED.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD CMA-QT-BASE TO WRK-QT-ANTES.
             MOVE CMA-ID-PECA          TO CM-ID-PECA.
             MOVE CMA-COD-DEPOSITO     TO CM-COD-DEPOSITO.
             MOVE CMA-CUSTO-MEDIO      TO CM-CUSTO-MEDIO.
             MOVE CMA-QT-BASE          TO CM-QT-BASE.
             MOVE CMA-DT-ATUALIZACAO   TO CM-DT-ATUALIZACAO.
             WRITE CUSTO-MEDIO-REG
               INVALID KEY
                 MOVE CMA-CHAVE TO WRK-CHAVE-REJ
                 ADD CM-QT-BASE TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ CUSTO-ANTIGO
               AT END MOVE 10 TO CMANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1720-CONFERE-CUSTOMED.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD CM-QT-BASE TO WRK-QT-DEPOIS.
             READ CUSTO-MEDIO NEXT
               AT END MOVE 10 TO CUSTMED-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1800-CONVERTE-ABCPECAS - SEM QUANTIDADE; CONFERE SO A
      *>  CONTAGEM DE REGISTROS.
      *>  --------------------------------------------------------------
       1800-CONVERTE-ABCPECAS.
      *>  --------------------------------------------------------------
             MOVE 'ABCPECAS' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT ABC-ANTIGO.
             IF ABCANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO ABCANT-STATUS
             ELSE
               OPEN OUTPUT ABC-CLASSE
               READ ABC-ANTIGO
                 AT END MOVE 10 TO ABCANT-STATUS
               END-READ
               PERFORM 1810-GRAVA-ABCPECAS UNTIL ABCANT-STATUS = 10
               CLOSE ABC-ANTIGO ABC-CLASSE
               OPEN INPUT ABC-CLASSE
               READ ABC-CLASSE NEXT
                 AT END MOVE 10 TO ABCCL-STATUS
               END-READ
               PERFORM 1820-CONFERE-ABCPECAS UNTIL ABCCL-STATUS = 10
               CLOSE ABC-CLASSE
               MOVE 0 TO ABCCL-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       1810-GRAVA-ABCPECAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             MOVE ABA-ID-PECA          TO AB-ID-PECA.
             MOVE ABA-COD-DEPOSITO     TO AB-COD-DEPOSITO.
             MOVE ABA-CLASSE           TO AB-CLASSE.
             MOVE ABA-VALOR-CONSUMO    TO AB-VALOR-CONSUMO.
             MOVE ABA-INTERVALO-DIAS   TO AB-INTERVALO-DIAS.
             MOVE ABA-DT-CLASSIF       TO AB-DT-CLASSIF.
             MOVE ABA-DT-PROX-CONTAGEM TO AB-DT-PROX-CONTAGEM.
             WRITE ABC-CLASSE-REG
               INVALID KEY
                 MOVE ABA-CHAVE TO WRK-CHAVE-REJ
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ ABC-ANTIGO
               AT END MOVE 10 TO ABCANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1820-CONFERE-ABCPECAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             READ ABC-CLASSE NEXT
               AT END MOVE 10 TO ABCCL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2000-CONVERTE-QUARENT.
      *>  --------------------------------------------------------------
             MOVE 'QUARENT' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT QUARENT-ANTIGO.
             IF QAANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO QAANT-STATUS
             ELSE
               OPEN OUTPUT QUARENTENA
               READ QUARENT-ANTIGO
                 AT END MOVE 10 TO QAANT-STATUS
               END-READ
               PERFORM 2010-GRAVA-QUARENT UNTIL QAANT-STATUS = 10
               CLOSE QUARENT-ANTIGO QUARENTENA
               OPEN INPUT QUARENTENA
               READ QUARENTENA NEXT
                 AT END MOVE 10 TO QUARENT-STATUS
               END-READ
               PERFORM 2020-CONFERE-QUARENT UNTIL QUARENT-STATUS = 10
               CLOSE QUARENTENA
               MOVE 0 TO QUARENT-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2010-GRAVA-QUARENT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD QAA-QT-PECA TO WRK-QT-ANTES.
             MOVE QAA-NUMERO           TO QA-NUMERO.
             MOVE QAA-DATA             TO QA-DATA.
             MOVE QAA-PED-NUMERO       TO QA-PED-NUMERO.
             MOVE QAA-FORN-COD         TO QA-FORN-COD.
             MOVE QAA-ID-PECA          TO QA-ID-PECA.
             MOVE QAA-COD-DEPOSITO     TO QA-COD-DEPOSITO.
             MOVE QAA-QT-PECA          TO QA-QT-PECA.
             MOVE QAA-PRECO            TO QA-PRECO.
             MOVE QAA-SITUACAO         TO QA-SITUACAO.
             WRITE QUARENTENA-REG
               INVALID KEY
                 MOVE QAA-NUMERO TO WRK-CHAVE-REJ
                 ADD QA-QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ QUARENT-ANTIGO
               AT END MOVE 10 TO QAANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2020-CONFERE-QUARENT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD QA-QT-PECA TO WRK-QT-DEPOIS.
             READ QUARENTENA NEXT
               AT END MOVE 10 TO QUARENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2100-CONVERTE-TRANSITO.
      *>  --------------------------------------------------------------
             MOVE 'TRANSITO' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT TRANSF-ANTIGO.
             IF TFANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO TFANT-STATUS
             ELSE
               OPEN OUTPUT TRANSFERENCIAS
               READ TRANSF-ANTIGO
                 AT END MOVE 10 TO TFANT-STATUS
               END-READ
               PERFORM 2110-GRAVA-TRANSITO UNTIL TFANT-STATUS = 10
               CLOSE TRANSF-ANTIGO TRANSFERENCIAS
               OPEN INPUT TRANSFERENCIAS
               READ TRANSFERENCIAS NEXT
                 AT END MOVE 10 TO TRANSF-STATUS
               END-READ
               PERFORM 2120-CONFERE-TRANSITO UNTIL TRANSF-STATUS = 10
               CLOSE TRANSFERENCIAS
               MOVE 0 TO TRANSF-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2110-GRAVA-TRANSITO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD TFA-QT-PECA TO WRK-QT-ANTES.
             MOVE TFA-NUMERO           TO TF-NUMERO.
             MOVE TFA-DATA             TO TF-DATA.
             MOVE TFA-ID-PECA          TO TF-ID-PECA.
             MOVE TFA-DEP-ORIGEM       TO TF-DEP-ORIGEM.
             MOVE TFA-DEP-DESTINO      TO TF-DEP-DESTINO.
             MOVE TFA-QT-PECA          TO TF-QT-PECA.
             MOVE TFA-NUMERO-LOTE      TO TF-NUMERO-LOTE.
             MOVE TFA-SITUACAO         TO TF-SITUACAO.
             WRITE TRANSFERENCIAS-REG
               INVALID KEY
                 MOVE TFA-NUMERO TO WRK-CHAVE-REJ
                 ADD TF-QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ TRANSF-ANTIGO
               AT END MOVE 10 TO TFANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2120-CONFERE-TRANSITO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD TF-QT-PECA TO WRK-QT-DEPOIS.
             READ TRANSFERENCIAS NEXT
               AT END MOVE 10 TO TRANSF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2200-CONVERTE-PRECOHIST - SEQUENCIAL E SEM QUANTIDADE.
      *>  --------------------------------------------------------------
       2200-CONVERTE-PRECOHIST.
      *>  --------------------------------------------------------------
             MOVE 'PRECOHST' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT PRECO-ANTIGO.
             IF HPANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO HPANT-STATUS
             ELSE
               OPEN OUTPUT HIST-PRECO
               READ PRECO-ANTIGO
                 AT END MOVE 10 TO HPANT-STATUS
               END-READ
               PERFORM 2210-GRAVA-PRECOHIST UNTIL HPANT-STATUS = 10
               CLOSE PRECO-ANTIGO HIST-PRECO
               OPEN INPUT HIST-PRECO
               READ HIST-PRECO
                 AT END MOVE 10 TO HIST-STATUS
               END-READ
               PERFORM 2220-CONFERE-PRECOHIST UNTIL HIST-STATUS = 10
               CLOSE HIST-PRECO
               MOVE 0 TO HIST-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2210-GRAVA-PRECOHIST.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             MOVE HPA-ID-PECA          TO HP-ID-PECA.
             MOVE HPA-COD-DEPOSITO     TO HP-COD-DEPOSITO.
             MOVE HPA-DATA             TO HP-DATA.
             MOVE HPA-PRECO-ANTERIOR   TO HP-PRECO-ANTERIOR.
             MOVE HPA-PRECO-NOVO       TO HP-PRECO-NOVO.
             WRITE HIST-PRECO-REG.
             ADD 1 TO WRK-GRAVADOS.
             READ PRECO-ANTIGO
               AT END MOVE 10 TO HPANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2220-CONFERE-PRECOHIST.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             READ HIST-PRECO
               AT END MOVE 10 TO HIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2300-CONVERTE-NOTAFORN - SO OS ITENS USADOS DA NOTA (1 ATE
      *>  NF-QT-ITENS) SAO COPIADOS; A QUANTIDADE CONFERIDA E A
      *>  FATURADA.
      *>  --------------------------------------------------------------
       2300-CONVERTE-NOTAFORN.
      *>  --------------------------------------------------------------
             MOVE 'NOTAFORN' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT NOTAFORN-ANTIGO.
             IF NFANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO NFANT-STATUS
             ELSE
               OPEN OUTPUT NOTAS-FORN
               READ NOTAFORN-ANTIGO
                 AT END MOVE 10 TO NFANT-STATUS
               END-READ
               PERFORM 2310-GRAVA-NOTAFORN UNTIL NFANT-STATUS = 10
               CLOSE NOTAFORN-ANTIGO NOTAS-FORN
               OPEN INPUT NOTAS-FORN
               READ NOTAS-FORN NEXT
                 AT END MOVE 10 TO NOTA-STATUS
               END-READ
               PERFORM 2320-CONFERE-NOTAFORN UNTIL NOTA-STATUS = 10
               CLOSE NOTAS-FORN
               MOVE 0 TO NOTA-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2310-GRAVA-NOTAFORN.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             MOVE SPACES TO NOTAFORN-MASTER-REG.
             INITIALIZE NOTAFORN-MASTER-REG.
             MOVE NFA-FORN-COD         TO NF-FORN-COD.
             MOVE NFA-NUMERO           TO NF-NUMERO.
             MOVE NFA-DT-EMISSAO       TO NF-DT-EMISSAO.
             MOVE NFA-DT-VENCIMENTO    TO NF-DT-VENCIMENTO.
             MOVE NFA-DT-REGISTRO      TO NF-DT-REGISTRO.
             MOVE NFA-QT-ITENS         TO NF-QT-ITENS.
             PERFORM 2311-ITEM-NOTAFORN
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > NFA-QT-ITENS OR WRK-IDX > 10.
             MOVE NFA-VALOR-TOTAL      TO NF-VALOR-TOTAL.
             MOVE NFA-SITUACAO         TO NF-SITUACAO.
             MOVE NFA-OPERADOR         TO NF-OPERADOR.
             MOVE NFA-COMPRADOR        TO NF-COMPRADOR.
             MOVE NFA-DT-LIBERACAO     TO NF-DT-LIBERACAO.
             WRITE NOTAFORN-MASTER-REG
               INVALID KEY
                 MOVE NFA-CHAVE TO WRK-CHAVE-REJ
                 PERFORM 2312-SOMA-REJEITADA-NF
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > NF-QT-ITENS OR WRK-IDX > 10
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ NOTAFORN-ANTIGO
               AT END MOVE 10 TO NFANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2311-ITEM-NOTAFORN.
      *>  --------------------------------------------------------------
             ADD NFA-QT-FATURADA(WRK-IDX) TO WRK-QT-ANTES.
             MOVE NFA-PED-NUMERO(WRK-IDX)   TO NF-PED-NUMERO(WRK-IDX).
             MOVE NFA-ID-PECA(WRK-IDX)      TO NF-ID-PECA(WRK-IDX).
             MOVE NFA-COD-DEPOSITO(WRK-IDX) TO NF-COD-DEPOSITO(WRK-IDX).
             MOVE NFA-QT-FATURADA(WRK-IDX)  TO NF-QT-FATURADA(WRK-IDX).
             MOVE NFA-PRECO-UNIT(WRK-IDX)   TO NF-PRECO-UNIT(WRK-IDX).
             MOVE NFA-QT-ACEITA(WRK-IDX)    TO NF-QT-ACEITA(WRK-IDX).
             MOVE NFA-PRECO-PEDIDO(WRK-IDX) TO NF-PRECO-PEDIDO(WRK-IDX).
             MOVE NFA-DIVERGENCIA(WRK-IDX)  TO NF-DIVERGENCIA(WRK-IDX).
      *>  --------------------------------------------------------------
       2312-SOMA-REJEITADA-NF.
      *>  --------------------------------------------------------------
             ADD NF-QT-FATURADA(WRK-IDX) TO WRK-QT-REJEITADA.
      *>  --------------------------------------------------------------
       2320-CONFERE-NOTAFORN.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             PERFORM 2321-SOMA-ITEM-NF
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > NF-QT-ITENS OR WRK-IDX > 10.
             READ NOTAS-FORN NEXT
               AT END MOVE 10 TO NOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2321-SOMA-ITEM-NF.
      *>  --------------------------------------------------------------
             ADD NF-QT-FATURADA(WRK-IDX) TO WRK-QT-DEPOIS.
      *>  --------------------------------------------------------------
       2400-CONVERTE-NOTADEB.
      *>  --------------------------------------------------------------
             MOVE 'NOTADEB' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT NOTADEB-ANTIGO.
             IF NDANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO NDANT-STATUS
             ELSE
               OPEN OUTPUT NOTAS-DEBITO
               READ NOTADEB-ANTIGO
                 AT END MOVE 10 TO NDANT-STATUS
               END-READ
               PERFORM 2410-GRAVA-NOTADEB UNTIL NDANT-STATUS = 10
               CLOSE NOTADEB-ANTIGO NOTAS-DEBITO
               OPEN INPUT NOTAS-DEBITO
               READ NOTAS-DEBITO NEXT
                 AT END MOVE 10 TO NOTADEB-STATUS
               END-READ
               PERFORM 2420-CONFERE-NOTADEB UNTIL NOTADEB-STATUS = 10
               CLOSE NOTAS-DEBITO
               MOVE 0 TO NOTADEB-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2410-GRAVA-NOTADEB.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD NDA-QT-DEVOLVIDA TO WRK-QT-ANTES.
             MOVE SPACES TO NOTADEB-MASTER-REG.
             MOVE NDA-FORN-COD         TO ND-FORN-COD.
             MOVE NDA-NUMERO           TO ND-NUMERO.
             MOVE NDA-DT-EMISSAO       TO ND-DT-EMISSAO.
             MOVE NDA-PED-NUMERO       TO ND-PED-NUMERO.
             MOVE NDA-ID-PECA          TO ND-ID-PECA.
             MOVE NDA-COD-DEPOSITO     TO ND-COD-DEPOSITO.
             MOVE NDA-NUMERO-LOTE      TO ND-NUMERO-LOTE.
             MOVE NDA-QT-DEVOLVIDA     TO ND-QT-DEVOLVIDA.
             MOVE NDA-CUSTO-UNIT       TO ND-CUSTO-UNIT.
             MOVE NDA-VALOR            TO ND-VALOR.
             MOVE NDA-SALDO            TO ND-SALDO.
             MOVE NDA-SITUACAO         TO ND-SITUACAO.
             MOVE NDA-NF-COMPENSA      TO ND-NF-COMPENSA.
             MOVE NDA-DT-COMPENSA      TO ND-DT-COMPENSA.
             MOVE NDA-MOTIVO           TO ND-MOTIVO.
             MOVE NDA-OPERADOR         TO ND-OPERADOR.
             WRITE NOTADEB-MASTER-REG
               INVALID KEY
                 MOVE NDA-CHAVE TO WRK-CHAVE-REJ
                 ADD ND-QT-DEVOLVIDA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ NOTADEB-ANTIGO
               AT END MOVE 10 TO NDANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2420-CONFERE-NOTADEB.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD ND-QT-DEVOLVIDA TO WRK-QT-DEPOIS.
             READ NOTAS-DEBITO NEXT
               AT END MOVE 10 TO NOTADEB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2500-CONVERTE-NFVENDA.
      *>  --------------------------------------------------------------
             MOVE 'NFVENDA' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT NFVENDA-ANTIGO.
             IF NVANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO NVANT-STATUS
             ELSE
               OPEN OUTPUT NOTAS-VENDA
               READ NFVENDA-ANTIGO
                 AT END MOVE 10 TO NVANT-STATUS
               END-READ
               PERFORM 2510-GRAVA-NFVENDA UNTIL NVANT-STATUS = 10
               CLOSE NFVENDA-ANTIGO NOTAS-VENDA
               OPEN INPUT NOTAS-VENDA
               READ NOTAS-VENDA NEXT
                 AT END MOVE 10 TO NFVENDA-STATUS
               END-READ
               PERFORM 2520-CONFERE-NFVENDA UNTIL NFVENDA-STATUS = 10
               CLOSE NOTAS-VENDA
               MOVE 0 TO NFVENDA-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2510-GRAVA-NFVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             MOVE SPACES TO NFVENDA-MASTER-REG.
             INITIALIZE NFVENDA-MASTER-REG.
             MOVE NVA-NUMERO           TO NV-NUMERO.
             MOVE NVA-DT-EMISSAO       TO NV-DT-EMISSAO.
             MOVE NVA-PV-NUMERO        TO NV-PV-NUMERO.
             MOVE NVA-CLI-ID           TO NV-CLI-ID.
             MOVE NVA-NOME-CLIENTE     TO NV-NOME-CLIENTE.
             MOVE NVA-QT-ITENS         TO NV-QT-ITENS.
             PERFORM 2511-ITEM-NFVENDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > NVA-QT-ITENS OR WRK-IDX > 10.
             MOVE NVA-VALOR-TOTAL      TO NV-VALOR-TOTAL.
             MOVE NVA-CUSTO-TOTAL      TO NV-CUSTO-TOTAL.
             MOVE NVA-SITUACAO         TO NV-SITUACAO.
             MOVE NVA-OPERADOR         TO NV-OPERADOR.
             WRITE NFVENDA-MASTER-REG
               INVALID KEY
                 MOVE NVA-NUMERO TO WRK-CHAVE-REJ
                 PERFORM 2512-SOMA-REJEITADA-NV
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > NV-QT-ITENS OR WRK-IDX > 10
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ NFVENDA-ANTIGO
               AT END MOVE 10 TO NVANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2511-ITEM-NFVENDA.
      *>  --------------------------------------------------------------
             ADD NVA-QT-PECA(WRK-IDX) TO WRK-QT-ANTES.
             MOVE NVA-ID-PECA(WRK-IDX)      TO NV-ID-PECA(WRK-IDX).
             MOVE NVA-COD-DEPOSITO(WRK-IDX) TO NV-COD-DEPOSITO(WRK-IDX).
             MOVE NVA-QT-PECA(WRK-IDX)      TO NV-QT-PECA(WRK-IDX).
             MOVE NVA-PRECO-UNIT(WRK-IDX)   TO NV-PRECO-UNIT(WRK-IDX).
             MOVE NVA-CUSTO-UNIT(WRK-IDX)   TO NV-CUSTO-UNIT(WRK-IDX).
      *>  --------------------------------------------------------------
       2512-SOMA-REJEITADA-NV.
      *>  --------------------------------------------------------------
             ADD NV-QT-PECA(WRK-IDX) TO WRK-QT-REJEITADA.
      *>  --------------------------------------------------------------
       2520-CONFERE-NFVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             PERFORM 2521-SOMA-ITEM-NV
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > NV-QT-ITENS OR WRK-IDX > 10.
             READ NOTAS-VENDA NEXT
               AT END MOVE 10 TO NFVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2521-SOMA-ITEM-NV.
      *>  --------------------------------------------------------------
             ADD NV-QT-PECA(WRK-IDX) TO WRK-QT-DEPOIS.
      *>  --------------------------------------------------------------
       2600-CONVERTE-PEDVENDA.
      *>  --------------------------------------------------------------
             MOVE 'PEDVENDA' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT PEDVENDA-ANTIGO.
             IF PVANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO PVANT-STATUS
             ELSE
               OPEN OUTPUT PEDIDOS-VENDA
               READ PEDVENDA-ANTIGO
                 AT END MOVE 10 TO PVANT-STATUS
               END-READ
               PERFORM 2610-GRAVA-PEDVENDA UNTIL PVANT-STATUS = 10
               CLOSE PEDVENDA-ANTIGO PEDIDOS-VENDA
               OPEN INPUT PEDIDOS-VENDA
               READ PEDIDOS-VENDA NEXT
                 AT END MOVE 10 TO PEDVENDA-STATUS
               END-READ
               PERFORM 2620-CONFERE-PEDVENDA UNTIL PEDVENDA-STATUS = 10
               CLOSE PEDIDOS-VENDA
               MOVE 0 TO PEDVENDA-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2610-GRAVA-PEDVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             MOVE SPACES TO PEDVENDA-MASTER-REG.
             INITIALIZE PEDVENDA-MASTER-REG.
             MOVE PVA-NUMERO           TO PV-NUMERO.
             MOVE PVA-DT-PEDIDO        TO PV-DT-PEDIDO.
             MOVE PVA-CLI-ID           TO PV-CLI-ID.
             MOVE PVA-NOME-CLIENTE     TO PV-NOME-CLIENTE.
             MOVE PVA-QT-ITENS         TO PV-QT-ITENS.
             PERFORM 2611-ITEM-PEDVENDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > PVA-QT-ITENS OR WRK-IDX > 10.
             MOVE PVA-VALOR-TOTAL      TO PV-VALOR-TOTAL.
             MOVE PVA-SITUACAO         TO PV-SITUACAO.
             MOVE PVA-NF-NUMERO        TO PV-NF-NUMERO.
             MOVE PVA-DT-FATURA        TO PV-DT-FATURA.
             MOVE PVA-OPERADOR         TO PV-OPERADOR.
             WRITE PEDVENDA-MASTER-REG
               INVALID KEY
                 MOVE PVA-NUMERO TO WRK-CHAVE-REJ
                 PERFORM 2612-SOMA-REJEITADA-PV
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > PV-QT-ITENS OR WRK-IDX > 10
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ PEDVENDA-ANTIGO
               AT END MOVE 10 TO PVANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2611-ITEM-PEDVENDA.
      *>  --------------------------------------------------------------
             ADD PVA-QT-PECA(WRK-IDX) TO WRK-QT-ANTES.
             MOVE PVA-ID-PECA(WRK-IDX)      TO PV-ID-PECA(WRK-IDX).
             MOVE PVA-COD-DEPOSITO(WRK-IDX) TO PV-COD-DEPOSITO(WRK-IDX).
             MOVE PVA-QT-PECA(WRK-IDX)      TO PV-QT-PECA(WRK-IDX).
             MOVE PVA-CLASSE-ABC(WRK-IDX)   TO PV-CLASSE-ABC(WRK-IDX).
             MOVE PVA-PRECO-UNIT(WRK-IDX)   TO PV-PRECO-UNIT(WRK-IDX).
             MOVE PVA-RESERVA(WRK-IDX)      TO PV-RESERVA(WRK-IDX).
      *>  --------------------------------------------------------------
       2612-SOMA-REJEITADA-PV.
      *>  --------------------------------------------------------------
             ADD PV-QT-PECA(WRK-IDX) TO WRK-QT-REJEITADA.
      *>  --------------------------------------------------------------
       2620-CONFERE-PEDVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             PERFORM 2621-SOMA-ITEM-PV
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > PV-QT-ITENS OR WRK-IDX > 10.
             READ PEDIDOS-VENDA NEXT
               AT END MOVE 10 TO PEDVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2621-SOMA-ITEM-PV.
      *>  --------------------------------------------------------------
             ADD PV-QT-PECA(WRK-IDX) TO WRK-QT-DEPOIS.
      *>  --------------------------------------------------------------
       2700-CONVERTE-GARPECA.
      *>  --------------------------------------------------------------
             MOVE 'GARPECA' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT GARPECA-ANTIGO.
             IF GPANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO GPANT-STATUS
             ELSE
               OPEN OUTPUT GARANTIA-PECAS
               READ GARPECA-ANTIGO
                 AT END MOVE 10 TO GPANT-STATUS
               END-READ
               PERFORM 2710-GRAVA-GARPECA UNTIL GPANT-STATUS = 10
               CLOSE GARPECA-ANTIGO GARANTIA-PECAS
               OPEN INPUT GARANTIA-PECAS
               READ GARANTIA-PECAS NEXT
                 AT END MOVE 10 TO GARPECA-STATUS
               END-READ
               PERFORM 2720-CONFERE-GARPECA UNTIL GARPECA-STATUS = 10
               CLOSE GARANTIA-PECAS
               MOVE 0 TO GARPECA-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2710-GRAVA-GARPECA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD GPA-QT-PECA TO WRK-QT-ANTES.
             MOVE SPACES TO GARPECA-MASTER-REG.
             MOVE GPA-OS-NUMERO        TO GP-OS-NUMERO.
             MOVE GPA-SEQ              TO GP-SEQ.
             MOVE GPA-SINISTRO         TO GP-SINISTRO.
             MOVE GPA-CLI-ID           TO GP-CLI-ID.
             MOVE GPA-PLACA            TO GP-PLACA.
             MOVE GPA-ID-PECA          TO GP-ID-PECA.
             MOVE GPA-COD-DEPOSITO     TO GP-COD-DEPOSITO.
             MOVE GPA-QT-PECA          TO GP-QT-PECA.
             MOVE GPA-VALOR            TO GP-VALOR.
             MOVE GPA-NUMERO-LOTE      TO GP-NUMERO-LOTE.
             MOVE GPA-FORN-COD         TO GP-FORN-COD.
             MOVE GPA-DT-INSTALACAO    TO GP-DT-INSTALACAO.
             MOVE GPA-PRAZO-DIAS       TO GP-PRAZO-DIAS.
             MOVE GPA-DT-VENCIMENTO    TO GP-DT-VENCIMENTO.
             MOVE GPA-SITUACAO         TO GP-SITUACAO.
             MOVE GPA-OS-FALHA         TO GP-OS-FALHA.
             MOVE GPA-DT-RECLAMACAO    TO GP-DT-RECLAMACAO.
             MOVE GPA-MOTIVO           TO GP-MOTIVO.
             MOVE GPA-DT-RESSARC       TO GP-DT-RESSARC.
             MOVE GPA-VL-RECUPERADO    TO GP-VL-RECUPERADO.
             WRITE GARPECA-MASTER-REG
               INVALID KEY
                 MOVE GPA-CHAVE TO WRK-CHAVE-REJ
                 ADD GP-QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ GARPECA-ANTIGO
               AT END MOVE 10 TO GPANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2720-CONFERE-GARPECA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD GP-QT-PECA TO WRK-QT-DEPOIS.
             READ GARANTIA-PECAS NEXT
               AT END MOVE 10 TO GARPECA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2800-CONVERTE-PECAEND.
      *>  --------------------------------------------------------------
             MOVE 'PECAEND' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT PECAEND-ANTIGO.
             IF PNANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO PNANT-STATUS
             ELSE
               OPEN OUTPUT PECA-ENDERECO
               READ PECAEND-ANTIGO
                 AT END MOVE 10 TO PNANT-STATUS
               END-READ
               PERFORM 2810-GRAVA-PECAEND UNTIL PNANT-STATUS = 10
               CLOSE PECAEND-ANTIGO PECA-ENDERECO
               OPEN INPUT PECA-ENDERECO
               READ PECA-ENDERECO NEXT
                 AT END MOVE 10 TO PECAEND-STATUS
               END-READ
               PERFORM 2820-CONFERE-PECAEND UNTIL PECAEND-STATUS = 10
               CLOSE PECA-ENDERECO
               MOVE 0 TO PECAEND-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2810-GRAVA-PECAEND.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             ADD PNA-QT-PECA TO WRK-QT-ANTES.
             MOVE SPACES TO PECAEND-MASTER-REG.
             MOVE PNA-ID-PECA          TO PN-ID-PECA.
             MOVE PNA-COD-DEPOSITO     TO PN-COD-DEPOSITO.
             MOVE PNA-ENDERECO         TO PN-ENDERECO.
             MOVE PNA-QT-PECA          TO PN-QT-PECA.
             MOVE PNA-DT-MOVIMENTO     TO PN-DT-MOVIMENTO.
             WRITE PECAEND-MASTER-REG
               INVALID KEY
                 MOVE PNA-CHAVE TO WRK-CHAVE-REJ
                 ADD PN-QT-PECA TO WRK-QT-REJEITADA
                 PERFORM 8300-REJEITA-REGISTRO
               NOT INVALID KEY
                 ADD 1 TO WRK-GRAVADOS
             END-WRITE.
             READ PECAEND-ANTIGO
               AT END MOVE 10 TO PNANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2820-CONFERE-PECAEND.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             ADD PN-QT-PECA TO WRK-QT-DEPOIS.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2900-CONVERTE-AUDITORIA - A LINHA DE AUDITORIA TEM POSICAO
      *>  FIXA ATE O DEPOSITO (VER CONS-AUDIT): NAS LINHAS NESSE
      *>  FORMATO O ID DA PECA (58-60) GANHA DOIS ZEROS A ESQUERDA E
      *>  O RESTO DA LINHA ANDA DUAS POSICOES. LINHA FORA DO FORMATO
      *>  E COPIADA COMO ESTA.
      *>  --------------------------------------------------------------
       2900-CONVERTE-AUDITORIA.
      *>  --------------------------------------------------------------
             MOVE 'PECASAUD' TO WRK-ARQUIVO.
             PERFORM 8000-INICIA-ARQUIVO.
             OPEN INPUT AUDIT-ANTIGO.
             IF AUDANT-STATUS NOT = 0
               PERFORM 8100-ARQUIVO-AUSENTE
               MOVE 0 TO AUDANT-STATUS
             ELSE
               OPEN OUTPUT AUDIT-PECAS
               READ AUDIT-ANTIGO
                 AT END MOVE 10 TO AUDANT-STATUS
               END-READ
               PERFORM 2910-GRAVA-AUDITORIA UNTIL AUDANT-STATUS = 10
               CLOSE AUDIT-ANTIGO AUDIT-PECAS
               OPEN INPUT AUDIT-PECAS
               READ AUDIT-PECAS
                 AT END MOVE 10 TO AUDIT-STATUS
               END-READ
               PERFORM 2920-CONFERE-AUDITORIA UNTIL AUDIT-STATUS = 10
               CLOSE AUDIT-PECAS
               MOVE 0 TO AUDIT-STATUS
               PERFORM 8200-FECHA-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       2910-GRAVA-AUDITORIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-LIDOS.
             MOVE SPACES TO AUDIT-PECAS-REG.
             IF AUDIT-ANTIGO-REG(1:8) IS NUMERIC
                AND AUDIT-ANTIGO-REG(54:4) = ' ID='
                AND AUDIT-ANTIGO-REG(58:3) IS NUMERIC
               STRING AUDIT-ANTIGO-REG(1:57) '00'
                      AUDIT-ANTIGO-REG(58:73)
                      DELIMITED BY SIZE INTO AUDIT-PECAS-REG
             ELSE
               MOVE AUDIT-ANTIGO-REG TO AUDIT-PECAS-REG
             END-IF.
             WRITE AUDIT-PECAS-REG.
             ADD 1 TO WRK-GRAVADOS.
             READ AUDIT-ANTIGO
               AT END MOVE 10 TO AUDANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2920-CONFERE-AUDITORIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CONFERIDOS.
             READ AUDIT-PECAS
               AT END MOVE 10 TO AUDIT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8000-INICIA-ARQUIVO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-LIDOS WRK-GRAVADOS WRK-REJEITADOS
                       WRK-CONFERIDOS.
             MOVE 0 TO WRK-QT-ANTES WRK-QT-DEPOIS WRK-QT-REJEITADA.
      *>  --------------------------------------------------------------
       8100-ARQUIVO-AUSENTE.
      *>  --------------------------------------------------------------
             DISPLAY '*** ' WRK-ARQUIVO ' ANTIGO (...ANT.TXT) NAO'
                     ' ENCONTRADO - NAO CONVERTIDO ***'.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'ARQUIVO=' WRK-ARQUIVO
                    ' ANTIGO NAO ENCONTRADO - NAO CONVERTIDO'
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-ARQUIVO - CONFERE O ARQUIVO: TODO REGISTRO LIDO
      *>  NO ANTIGO FOI GRAVADO OU REJEITADO, O NOVO RELIDO TEM OS
      *>  GRAVADOS, E A SOMA DAS QUANTIDADES BATE (DESCONTADAS AS DOS
      *>  REJEITADOS).
      *>  --------------------------------------------------------------
       8200-FECHA-ARQUIVO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-ARQUIVOS.
             IF WRK-LIDOS = WRK-GRAVADOS + WRK-REJEITADOS
                AND WRK-CONFERIDOS = WRK-GRAVADOS
                AND WRK-QT-ANTES = WRK-QT-DEPOIS + WRK-QT-REJEITADA
               MOVE 'CONFERE' TO WRK-SITUACAO
             ELSE
               MOVE '*** DIVERGE' TO WRK-SITUACAO
               ADD 1 TO WRK-QT-DIVERGE
             END-IF.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'ARQUIVO=' WRK-ARQUIVO
                    ' LIDOS=' WRK-LIDOS
                    ' GRAVADOS=' WRK-GRAVADOS
                    ' REJEITADOS=' WRK-REJEITADOS
                    ' RELIDOS=' WRK-CONFERIDOS
                    ' QT-ANTES=' WRK-QT-ANTES
                    ' QT-DEPOIS=' WRK-QT-DEPOIS
                    ' QT-REJEIT=' WRK-QT-REJEITADA
                    ' ' WRK-SITUACAO
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             ADD WRK-LIDOS TO WRK-CT-LIDOS.
             ADD WRK-GRAVADOS TO WRK-CT-PROCESSADOS.
             ADD WRK-REJEITADOS TO WRK-CT-REJEITADOS.
             ADD WRK-QT-ANTES TO WRK-CT-VALOR-IN.
             ADD WRK-QT-DEPOIS TO WRK-CT-VALOR-OUT.
             DISPLAY WRK-ARQUIVO ' LIDOS: ' WRK-LIDOS
                     ' GRAVADOS: ' WRK-GRAVADOS ' ' WRK-SITUACAO.
      *>  --------------------------------------------------------------
       8300-REJEITA-REGISTRO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-REJEITADOS.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'REJEITADO: ' WRK-ARQUIVO ' CHAVE REPETIDA '
                    WRK-CHAVE-REJ
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'CONVPECA ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
