      *>  --------------------------------------------------------------
      *>  FATURA-MASTER.CBL
      *>  OBJETIVO = LAYOUT DA FATURA MENSAL DO CARTAO (CARTFAT.TXT,
      *>  INDEXADO POR CONTA + COMPETENCIA AAAAMM), GRAVADA PELO
      *>  FECHAMENTO DO CARTFATU E BAIXADA PELO RETORNO BANCARIO DO
      *>  BANCOCOB. SITUACAO: A ABERTA, P PAGA, R ROLADA PARA O
      *>  ROTATIVO NA FATURA SEGUINTE.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CARTAO-FATURA-REG.
            05 FT-CHAVE.
                10 FT-CONTA          PIC 9(06).
                10 FT-COMPETENCIA    PIC 9(06).
            05 FT-CLI-ID             PIC 9(05).
            05 FT-PRODUTO            PIC 9(02).
            05 FT-DT-FECHAMENTO      PIC 9(08).
            05 FT-DT-VENCIMENTO      PIC 9(08).
            05 FT-SALDO-ANTERIOR     PIC 9(07)V99.
            05 FT-JUROS-ROTATIVO     PIC 9(07)V99.
            05 FT-ANUIDADE           PIC 9(05)V99.
            05 FT-COMPRAS            PIC 9(07)V99.
            05 FT-VL-TOTAL           PIC 9(07)V99.
            05 FT-VL-MINIMO          PIC 9(07)V99.
            05 FT-VL-PAGO            PIC 9(07)V99.
            05 FT-DT-PAGAMENTO       PIC 9(08).
            05 FT-SITUACAO           PIC X(01).
                88 FT-ABERTA             VALUE 'A'.
                88 FT-PAGA               VALUE 'P'.
                88 FT-ROLADA             VALUE 'R'.
