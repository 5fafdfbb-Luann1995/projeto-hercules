      *>  --------------------------------------------------------------
      *>  PREJUIZO-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE CONTRATOS BAIXADOS PARA PREJUIZO
      *>  (EMPPREJU.TXT, INDEXADO PELO NUMERO DO CONTRATO). GRAVADO
      *>  PELO EMPPREJU NA BAIXA, COM O RETRATO DO RATING DO DIA (DIAS
      *>  DE ATRASO, SALDO EM ABERTO E PROVISAO REVERTIDA); O SALDO
      *>  ACIMA DA PROVISAO E A PERDA LANCADA NA BAIXA. PAGAMENTO QUE
      *>  ENTRA DEPOIS DA BAIXA (EMPCOBRA OU RETORNO DO BANCOCOB) E
      *>  RECUPERACAO DE CREDITO BAIXADO E ACUMULA EM
      *>  PJ-VL-RECUPERADO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PREJUIZO-MASTER-REG.
            05 PJ-CONTRATO           PIC 9(08).
            05 PJ-CLIENTE            PIC 9(05).
            05 PJ-DT-BAIXA           PIC 9(08).
            05 PJ-DIAS-ATRASO        PIC 9(05).
            05 PJ-SALDO              PIC 9(09)V99.
            05 PJ-PROVISAO           PIC 9(09)V99.
            05 PJ-VL-RECUPERADO      PIC 9(09)V99.
            05 PJ-DT-ULT-RECUP       PIC 9(08).
            05 PJ-QT-RECUP           PIC 9(03).
            05 FILLER                PIC X(30).
