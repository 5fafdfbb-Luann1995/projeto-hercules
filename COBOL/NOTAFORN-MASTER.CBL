      *>  --------------------------------------------------------------
      *>  NOTAFORN-MASTER.CBL
      *>  OBJETIVO = NOTAS FISCAIS DE FORNECEDOR DE PECAS (NOTAFORN.TXT,
      *>  INDEXADO POR FORNECEDOR + NUMERO DA NOTA). MANTIDO PELO
      *>  NFFORNEC: CADA ITEM E CASADO COM O PEDIDO DE COMPRA
      *>  (PEDIDOS.TXT) E COM A QUANTIDADE ACEITA NA QUARENTENA. ITEM
      *>  FORA DA TOLERANCIA MARCA NF-DIVERGENCIA (Q QUANTIDADE, P
      *>  PRECO, A AMBOS) E A NOTA FICA BLOQUEADA (B) ATE O COMPRADOR
      *>  LIBERAR (L). C CONFERIDA SEM DIVERGENCIA; C E L GERAM O
      *>  TITULO NO CONTAS A PAGAR (TITPAGAR.TXT). P PAGA.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 NOTAFORN-MASTER-REG.
            05 NF-CHAVE.
                10 NF-FORN-COD       PIC 9(04).
                10 NF-NUMERO         PIC 9(09).
            05 NF-DT-EMISSAO         PIC 9(08).
            05 NF-DT-VENCIMENTO      PIC 9(08).
            05 NF-DT-REGISTRO        PIC 9(08).
            05 NF-QT-ITENS           PIC 9(02).
            05 NF-ITEM OCCURS 10 TIMES.
                10 NF-PED-NUMERO     PIC 9(06).
                10 NF-ID-PECA        PIC 9(05).
                10 NF-COD-DEPOSITO   PIC 9(02).
                10 NF-QT-FATURADA    PIC 9(05).
                10 NF-PRECO-UNIT     PIC 9(3)V99.
                10 NF-QT-ACEITA      PIC 9(05).
                10 NF-PRECO-PEDIDO   PIC 9(3)V99.
                10 NF-DIVERGENCIA    PIC X(01).
                    88 NF-ITEM-CONFERE     VALUE ' '.
                    88 NF-DIVERGE-QTDE     VALUE 'Q'.
                    88 NF-DIVERGE-PRECO    VALUE 'P'.
                    88 NF-DIVERGE-AMBOS    VALUE 'A'.
            05 NF-VALOR-TOTAL        PIC 9(07)V99.
            05 NF-SITUACAO           PIC X(01).
                88 NF-BLOQUEADA          VALUE 'B'.
                88 NF-CONFERIDA          VALUE 'C'.
                88 NF-LIBERADA           VALUE 'L'.
                88 NF-PAGA               VALUE 'P'.
            05 NF-OPERADOR           PIC X(08).
            05 NF-COMPRADOR          PIC X(08).
            05 NF-DT-LIBERACAO       PIC 9(08).
            05 FILLER                PIC X(20).
