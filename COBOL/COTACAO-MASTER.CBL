      *>  --------------------------------------------------------------
      *>  COTACAO-MASTER.CBL
      *>  OBJETIVO = COTACAO AO CLIENTE (CLIENTE.TXT) DE UM ORCAMENTO DE
      *>  LOTE DO DESAFIO02 (FORMASOR.TXT), INDEXADA POR NUMERO DA
      *>  COTACAO + REVISAO. A REVISAO 01 NASCE ABERTA (A) COM O VALOR E
      *>  A VALIDADE; A ALTERACAO PEDIDA PELO CLIENTE GERA A REVISAO
      *>  SEGUINTE, COM NOVO ORCAMENTO, E A ANTERIOR FICA REVISADA (S).
      *>  A REVISAO VIGENTE TERMINA ACEITA (C), RECUSADA (R) COM O
      *>  MOTIVO, OU EXPIRADA (E) QUANDO PASSA A VALIDADE ABERTA. SO
      *>  COTACAO ACEITA ABRE ORDEM DE PRODUCAO (ORDPROD).
      *>  CQ-DT-ORIGINAL E A EMISSAO DA REVISAO 01, REPETIDA EM TODAS AS
      *>  REVISOES, PARA O RELATORIO MENSAL DE CONVERSAO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 COTACAO-MASTER-REG.
            05 CQ-CHAVE.
                10 CQ-NUMERO         PIC 9(06).
                10 CQ-REVISAO        PIC 9(02).
            05 CQ-CLI-ID             PIC 9(05).
            05 CQ-ORCAMENTO          PIC 9(06).
            05 CQ-VALOR              PIC 9(09)V99.
            05 CQ-DT-ORIGINAL        PIC 9(08).
            05 CQ-DT-EMISSAO         PIC 9(08).
            05 CQ-DT-VALIDADE        PIC 9(08).
            05 CQ-SITUACAO           PIC X(01).
                88 CQ-ABERTA             VALUE 'A'.
                88 CQ-ACEITA             VALUE 'C'.
                88 CQ-RECUSADA           VALUE 'R'.
                88 CQ-EXPIRADA           VALUE 'E'.
                88 CQ-REVISADA           VALUE 'S'.
            05 CQ-DT-SITUACAO        PIC 9(08).
            05 CQ-MOTIVO-COD         PIC 9(02).
            05 CQ-MOTIVO             PIC X(30).
            05 CQ-OPERADOR           PIC X(08).
            05 FILLER                PIC X(20).
