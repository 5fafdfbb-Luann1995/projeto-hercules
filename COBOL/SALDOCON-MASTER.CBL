      *>  --------------------------------------------------------------
      *>  SALDOCON-MASTER.CBL
      *>  OBJETIVO = SALDOS CONTABEIS POR MES E CONTA (SALDOCON.TXT,
      *>  INDEXADO POR MES + CONTA), GRAVADOS NO FECHAMENTO DO MES
      *>  PELO RAZAODIA: SALDO ANTERIOR (FINAL DO MES ANTERIOR),
      *>  DEBITOS E CREDITOS DO MES E SALDO FINAL, QUE VIRA O SALDO
      *>  ANTERIOR DO MES SEGUINTE. SALDO POSITIVO E DEVEDOR.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 SALDOCON-MASTER-REG.
            05 SC-CHAVE.
                10 SC-MES            PIC 9(06).
                10 SC-CONTA          PIC 9(05).
            05 SC-SALDO-ANTERIOR     PIC S9(11)V99.
            05 SC-DEBITOS            PIC 9(11)V99.
            05 SC-CREDITOS           PIC 9(11)V99.
            05 SC-SALDO-FINAL        PIC S9(11)V99.
            05 SC-DT-FECHAMENTO      PIC 9(08).
            05 FILLER                PIC X(20).
