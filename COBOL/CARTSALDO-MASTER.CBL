      *>  --------------------------------------------------------------
      *>  CARTSALDO-MASTER.CBL
      *>  OBJETIVO = LAYOUT DO SALDO DA CONTA DE CARTAO (CARTSALD.TXT,
      *>  INDEXADO PELO NUMERO DA CONTA): LIMITE JA UTILIZADO (COMPRAS
      *>  AUTORIZADAS MAIS FATURAS NAO PAGAS), COMPRAS AINDA NAO
      *>  FATURADAS E A ULTIMA COMPETENCIA FECHADA. ATUALIZADO PELA
      *>  AUTORIZACAO E PELO FECHAMENTO (CARTFATU) E PELO PAGAMENTO
      *>  QUE VOLTA NO RETORNO BANCARIO (BANCOCOB).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CARTAO-SALDO-REG.
            05 CS-CONTA              PIC 9(06).
            05 CS-LIMITE-USADO       PIC 9(07)V99.
            05 CS-COMPRAS-ABERTO     PIC 9(07)V99.
            05 CS-ULT-COMPETENCIA    PIC 9(06).
            05 CS-DT-ULT-COMPRA      PIC 9(08).
