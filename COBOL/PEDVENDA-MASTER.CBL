      *>  --------------------------------------------------------------
      *>  PEDVENDA-MASTER.CBL
      *>  OBJETIVO = PEDIDOS DE VENDA DE PECAS NO BALCAO (PEDVENDA.TXT,
      *>  INDEXADO PELO NUMERO DO PEDIDO). CLIENTE ZERO E VENDA AVULSA,
      *>  SO COM O NOME DO COMPRADOR. CADA ITEM GUARDA O PRECO DA
      *>  TABELA (CUSTO MEDIO MAIS A MARGEM DA CLASSE ABC) E A RESERVA
      *>  (RESERVAS.TXT, TIPO V) QUE SEGURA A PECA ATE O FATURAMENTO.
      *>  NASCE ABERTO (A); FATURADO (F) GUARDA A NOTA DE VENDA;
      *>  CANCELADO (C) DEVOLVE AS RESERVAS. MANTIDO PELO VENDAPEC.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PEDVENDA-MASTER-REG.
            05 PV-NUMERO             PIC 9(06).
            05 PV-DT-PEDIDO          PIC 9(08).
            05 PV-CLI-ID             PIC 9(05).
            05 PV-NOME-CLIENTE       PIC X(30).
            05 PV-QT-ITENS           PIC 9(02).
            05 PV-ITEM OCCURS 10 TIMES.
                10 PV-ID-PECA        PIC 9(05).
                10 PV-COD-DEPOSITO   PIC 9(02).
                10 PV-QT-PECA        PIC 9(05).
                10 PV-CLASSE-ABC     PIC X(01).
                10 PV-PRECO-UNIT     PIC 9(05)V99.
                10 PV-RESERVA        PIC 9(06).
            05 PV-VALOR-TOTAL        PIC 9(07)V99.
            05 PV-SITUACAO           PIC X(01).
                88 PV-ABERTO             VALUE 'A'.
                88 PV-FATURADO           VALUE 'F'.
                88 PV-CANCELADO          VALUE 'C'.
            05 PV-NF-NUMERO          PIC 9(09).
            05 PV-DT-FATURA          PIC 9(08).
            05 PV-OPERADOR           PIC X(08).
            05 FILLER                PIC X(20).
