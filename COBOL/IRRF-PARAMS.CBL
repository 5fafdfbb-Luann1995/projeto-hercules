      *>  --------------------------------------------------------------
      *>  IRRF-PARAMS.CBL
      *>  OBJETIVO = TABELA MENSAL DO IMPOSTO DE RENDA RETIDO NA FONTE
      *>  (IRRFTAB.TXT), COM VIGENCIA COMO OS PARAMETROS LEGAIS DE
      *>  APOSPAR.TXT: VALE O REGISTRO COM A MAIOR VIGENCIA QUE NAO
      *>  PASSA DE HOJE. CINCO FAIXAS (LIMITE SUPERIOR, ALIQUOTA E
      *>  PARCELA A DEDUZIR; A ULTIMA SEM LIMITE), DEDUCAO POR
      *>  DEPENDENTE E PARCELA ISENTA DE APOSENTADORIA E PENSAO DO
      *>  BENEFICIARIO COM 65 ANOS OU MAIS.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 IRRF-PARAMS-REG.
            05 IRF-DT-VIGENCIA       PIC 9(08).
            05 IRF-DEDUCAO-DEP       PIC 9(05)V99.
            05 IRF-ISENCAO-65        PIC 9(05)V99.
            05 IRF-FAIXA OCCURS 5 TIMES.
                10 IRF-LIMITE        PIC 9(08)V99.
                10 IRF-ALIQUOTA      PIC 9V9999.
                10 IRF-DEDUZIR       PIC 9(05)V99.
