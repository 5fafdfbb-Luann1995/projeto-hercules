      *>  --------------------------------------------------------------
      *>  NFVENDA-MASTER.CBL
      *>  OBJETIVO = NOTAS DE VENDA DE PECAS NO BALCAO (NFVENDA.TXT,
      *>  INDEXADO PELO NUMERO DA NOTA, SERIE PROPRIA NO VENDCTRL.TXT).
      *>  EMITIDA PELO VENDAPEC NO FATURAMENTO DO PEDIDO, COM O PRECO
      *>  VENDIDO E O CUSTO MEDIO DE CADA ITEM NA DATA DA SAIDA. O
      *>  RAZAODIA LANCA A RECEITA (VENDAPEC) E O CUSTO DA MERCADORIA
      *>  VENDIDA (CMVPECA) DAS NOTAS DO DIA; O VENDAPEC TIRA DELA OS
      *>  RELATORIOS DE VENDA DIARIA E DE MARGEM DO MES.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 NFVENDA-MASTER-REG.
            05 NV-NUMERO             PIC 9(09).
            05 NV-DT-EMISSAO         PIC 9(08).
            05 NV-PV-NUMERO          PIC 9(06).
            05 NV-CLI-ID             PIC 9(05).
            05 NV-NOME-CLIENTE       PIC X(30).
            05 NV-QT-ITENS           PIC 9(02).
            05 NV-ITEM OCCURS 10 TIMES.
                10 NV-ID-PECA        PIC 9(05).
                10 NV-COD-DEPOSITO   PIC 9(02).
                10 NV-QT-PECA        PIC 9(05).
                10 NV-PRECO-UNIT     PIC 9(05)V99.
                10 NV-CUSTO-UNIT     PIC 9(3)V99.
            05 NV-VALOR-TOTAL        PIC 9(07)V99.
            05 NV-CUSTO-TOTAL        PIC 9(07)V99.
            05 NV-SITUACAO           PIC X(01).
                88 NV-EMITIDA            VALUE 'E'.
            05 NV-OPERADOR           PIC X(08).
            05 FILLER                PIC X(20).
