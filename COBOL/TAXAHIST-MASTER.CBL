      *>  --------------------------------------------------------------
      *>  TAXAHIST-MASTER.CBL
      *>  OBJETIVO = HISTORICO DAS COTACOES ACEITAS (TAXAHIST.TXT,
      *>  INDEXADO POR DATA + CODIGO ISO DA MOEDA), UM REGISTRO POR
      *>  MOEDA POR DIA, EM REAIS POR UNIDADE. GRAVADO PELO CONVERSOR
      *>  DE MOEDAS (DESAFIO01) QUANDO O FEED DO DIA PASSA NA
      *>  RECONCILIACAO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 TAXA-HISTORICO-REG.
            05 TH-CHAVE.
                10 TH-DATA           PIC 9(08).
                10 TH-MOEDA          PIC X(03).
            05 TH-TAXA               PIC 9(3)V9999.
            05 FILLER                PIC X(10).
