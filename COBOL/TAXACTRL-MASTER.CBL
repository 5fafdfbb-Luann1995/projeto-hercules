      *>  --------------------------------------------------------------
      *>  TAXACTRL-MASTER.CBL
      *>  OBJETIVO = ULTIMA COTACAO ACEITA DE CADA MOEDA (TAXACTRL.TXT,
      *>  INDEXADO PELO CODIGO ISO DA MOEDA), EM REAIS POR UNIDADE, COM
      *>  A DATA DA COTACAO. GRAVADO PELO CONVERSOR DE MOEDAS
      *>  (DESAFIO01) A CADA EXECUCAO E LIDO PELOS DEMAIS PROGRAMAS
      *>  DE CAMBIO PELO SUBPROGRAMA TAXAMOED.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 TAXA-CTRL-REG.
            05 TX-MOEDA              PIC X(03).
            05 TX-TAXA               PIC 9(3)V9999.
            05 TX-DATA               PIC 9(08).
            05 FILLER                PIC X(10).
