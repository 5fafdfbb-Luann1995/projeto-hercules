      *>  --------------------------------------------------------------
      *>  ORDPROD-MASTER.CBL
      *>  OBJETIVO = ORDEM DE PRODUCAO (ORDPROD.TXT, INDEXADO PELO
      *>  NUMERO DA ORDEM). NASCE ABERTA (A) DA COTACAO ACEITA PELO
      *>  CLIENTE (COTACAO.TXT: NUMERO, REVISAO E CLIENTE), PELO SEU
      *>  ORCAMENTO DE LOTE APROVADO DO FORMASOR.TXT, COM AS PECAS,
      *>  CHAPAS, BARRAS, PERDAS E O CUSTO DE MATERIAL ORCADOS, E AS
      *>  PECAS DE ESTOQUE DA CHAPA E DA BARRA QUE SERAO REQUISITADAS
      *>  (DEPARTAMENTO PRODUCAO, ORDEM DE SERVICO = NUMERO DA ORDEM).
      *>  RECEBE AS HORAS DE MAO DE OBRA E A SUCATA; NA CONCLUSAO (C)
      *>  GUARDA O MATERIAL REAL REQUISITADO, O CUSTO REAL E A PECA
      *>  ACABADA CRIADA NO ESTOQUE.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 ORDPROD-MASTER-REG.
            05 OP-NUMERO             PIC 9(06).
            05 OP-ORCAMENTO          PIC 9(06).
            05 OP-DT-ABERTURA        PIC 9(08).
            05 OP-PECAS              PIC 9(05).
            05 OP-AREA-EST           PIC 9(07)V9999.
            05 OP-VOLUME-EST         PIC 9(07)V9999.
            05 OP-CHAPAS-EST         PIC 9(05).
            05 OP-PERDA-CH-EST       PIC 9(03)V9.
            05 OP-BARRAS-EST         PIC 9(05).
            05 OP-PERDA-BA-EST       PIC 9(03)V9.
            05 OP-CUSTO-EST          PIC 9(09)V99.
            05 OP-ID-CHAPA           PIC 9(05).
            05 OP-ID-BARRA           PIC 9(05).
            05 OP-COD-DEPOSITO       PIC 9(02).
            05 OP-HORAS-MO           PIC 9(04)V9.
            05 OP-VALOR-MO           PIC 9(07)V99.
            05 OP-SUCATA-M2          PIC 9(05)V9999.
            05 OP-SUCATA-M3          PIC 9(05)V9999.
            05 OP-CHAPAS-REAL        PIC 9(05).
            05 OP-BARRAS-REAL        PIC 9(05).
            05 OP-VALOR-MATERIAL     PIC 9(09)V99.
            05 OP-CUSTO-REAL         PIC 9(09)V99.
            05 OP-ID-PECA-ACAB       PIC 9(05).
            05 OP-DT-CONCLUSAO       PIC 9(08).
            05 OP-SITUACAO           PIC X(01).
                88 OP-ABERTA             VALUE 'A'.
                88 OP-CONCLUIDA          VALUE 'C'.
            05 OP-COTACAO            PIC 9(06).
            05 OP-COT-REVISAO        PIC 9(02).
            05 OP-CLI-ID             PIC 9(05).
            05 FILLER                PIC X(07).
