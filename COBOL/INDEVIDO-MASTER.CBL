      *>  --------------------------------------------------------------
      *>  INDEVIDO-MASTER.CBL
      *>  OBJETIVO = DEBITOS DE PAGAMENTO INDEVIDO DA FOLHA DE
      *>  BENEFICIOS (INDEVIDO.TXT, INDEXADO PELO CLIENTE DEVEDOR).
      *>  ABERTO PELO APOSINDV QUANDO A CESSACAO DO BENEFICIO
      *>  (LINHA CESSA= DE BENEFICIOS.TXT) E ANTERIOR A MESES JA
      *>  PAGOS EM BENEFHIS.TXT. DEVEDOR FALECIDO = ESPOLIO. FORMA D
      *>  DESCONTO NA PENSAO DOS SOBREVIVENTES (DESCBENF TIPO D), FORMA
      *>  C CARTA DE COBRANCA MENSAL. SALDO = INDEVIDO - DESCONTADO -
      *>  PAGO; SALDO ZERO QUITA O DEBITO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 INDEVIDO-MASTER-REG.
            05 DI-CLI-ID             PIC 9(05).
            05 DI-DT-CESSACAO        PIC 9(08).
            05 DI-ESPOLIO            PIC X(01).
                88 DI-DE-ESPOLIO         VALUE 'S'.
            05 DI-DT-ABERTURA        PIC 9(08).
            05 DI-MESES-INDEVIDOS    PIC 9(03).
            05 DI-VL-INDEVIDO        PIC 9(09)V99.
            05 DI-VL-DESCONTADO      PIC 9(09)V99.
            05 DI-VL-PAGO            PIC 9(09)V99.
            05 DI-SALDO              PIC 9(09)V99.
            05 DI-FORMA              PIC X(01).
                88 DI-DESCONTO-PENSAO    VALUE 'D'.
                88 DI-COBRANCA           VALUE 'C'.
            05 DI-MES-ULT-AVISO      PIC 9(06).
            05 DI-SITUACAO           PIC X(01).
                88 DI-ABERTO             VALUE 'A'.
                88 DI-QUITADO            VALUE 'Q'.
            05 DI-DT-QUITACAO        PIC 9(08).
            05 FILLER                PIC X(20).
