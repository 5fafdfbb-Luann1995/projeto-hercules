      *>  --------------------------------------------------------------
      *>  NOTADEB-MASTER.CBL
      *>  OBJETIVO = NOTAS DE DEBITO CONTRA FORNECEDOR DE PECAS
      *>  (NOTADEB.TXT, INDEXADO POR FORNECEDOR + NUMERO DA NOTA DE
      *>  DEBITO). NASCE ABERTA (A) NO COMPRAS NA DEVOLUCAO DE PECA JA
      *>  ACEITA NO ESTOQUE, COM O PEDIDO DE ORIGEM, O LOTE E A
      *>  QUANTIDADE DEVOLVIDA PELO CUSTO MEDIO. O NFFORNEC ABATE O
      *>  SALDO DO PROXIMO TITULO DO FORNECEDOR NO CONTAS A PAGAR;
      *>  SALDO ZERADO FICA COMPENSADA (C) COM A NOTA FISCAL E A DATA
      *>  DO ABATIMENTO. O FORNSCOR CONTA AS DEVOLUCOES NO SCORECARD.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 NOTADEB-MASTER-REG.
            05 ND-CHAVE.
                10 ND-FORN-COD       PIC 9(04).
                10 ND-NUMERO         PIC 9(06).
            05 ND-DT-EMISSAO         PIC 9(08).
            05 ND-PED-NUMERO         PIC 9(06).
            05 ND-ID-PECA            PIC 9(05).
            05 ND-COD-DEPOSITO       PIC 9(02).
            05 ND-NUMERO-LOTE        PIC X(10).
            05 ND-QT-DEVOLVIDA       PIC 9(05).
            05 ND-CUSTO-UNIT         PIC 9(3)V99.
            05 ND-VALOR              PIC 9(07)V99.
            05 ND-SALDO              PIC 9(07)V99.
            05 ND-SITUACAO           PIC X(01).
                88 ND-ABERTA             VALUE 'A'.
                88 ND-COMPENSADA         VALUE 'C'.
            05 ND-NF-COMPENSA        PIC 9(09).
            05 ND-DT-COMPENSA        PIC 9(08).
            05 ND-MOTIVO             PIC X(30).
            05 ND-OPERADOR           PIC X(08).
            05 FILLER                PIC X(20).
