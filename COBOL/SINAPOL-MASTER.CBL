      *>  --------------------------------------------------------------
      *>  SINAPOL-MASTER.CBL
      *>  OBJETIVO = VINCULO DO SINISTRO COM A APOLICE E O VEICULO
      *>  (SINAPOL.TXT, INDEXADO PELO NUMERO DO SINISTRO DO SINDET).
      *>  GRAVADO PELO SINREG NO REGISTRO DO SINISTRO; NA APOLICE DE
      *>  FROTA SA-ITEM E O ITEM DO VEICULO EM VEICULOS.TXT. SA-PLACA
      *>  FICA EM BRANCO NO RAMO RESIDENCIAL. USADO PELO SINFRAUD NA
      *>  PONTUACAO DOS INDICADORES DE FRAUDE.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 SINAPOL-MASTER-REG.
            05 SA-SINISTRO           PIC 9(08).
            05 SA-APOLICE            PIC 9(08).
            05 SA-ITEM               PIC 9(03).
            05 SA-PLACA              PIC X(07).
            05 FILLER                PIC X(20).
