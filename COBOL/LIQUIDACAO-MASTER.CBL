      *>  --------------------------------------------------------------
      *>  LIQUIDACAO-MASTER.CBL
      *>  OBJETIVO = LIQUIDACAO DOS SINISTROS (SINLIQ.TXT, INDEXADO
      *>  PELO NUMERO DO SINISTRO DO SINDET.TXT). GRAVADO PELO SINLIQ
      *>  NA LIQUIDACAO: APOLICE INDENIZADA, PREJUIZO APURADO (CUSTO
      *>  REAL DO REPARO OU A RESERVA ESTIMADA), FRANQUIA DESCONTADA E
      *>  INDENIZACAO DA ORDEM DE PAGAMENTO. TIPO P PERDA PARCIAL, T
      *>  PERDA TOTAL (INDENIZA O VALOR SEGURADO, SEM FRANQUIA, E ABRE
      *>  O SALVADO EM SALVADOS.TXT - SALVADO-MASTER.CBL). A VENDA DO
      *>  SALVADO ENTRA EM LQ-VL-SALVADO E LQ-VL-LIQUIDO (INDENIZACAO
      *>  MENOS SALVADO) E O CUSTO DO SINISTRO PARA O SEGLOSS E O
      *>  RESSEGUR.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 LIQUIDACAO-MASTER-REG.
            05 LQ-SINISTRO           PIC 9(08).
            05 LQ-APOLICE            PIC 9(08).
            05 LQ-CLI-ID             PIC 9(05).
            05 LQ-DT-LIQUIDACAO      PIC 9(08).
            05 LQ-TIPO               PIC X(01).
                88 LQ-PERDA-PARCIAL      VALUE 'P'.
                88 LQ-PERDA-TOTAL        VALUE 'T'.
            05 LQ-VL-SEGURADO        PIC 9(07)V99.
            05 LQ-VL-PREJUIZO        PIC 9(07)V99.
            05 LQ-VL-FRANQUIA        PIC 9(07)V99.
            05 LQ-VL-INDENIZACAO     PIC 9(07)V99.
            05 LQ-VL-SALVADO         PIC 9(07)V99.
            05 LQ-VL-LIQUIDO         PIC 9(07)V99.
            05 FILLER                PIC X(30).
