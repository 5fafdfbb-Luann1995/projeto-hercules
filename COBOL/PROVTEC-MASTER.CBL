      *>  --------------------------------------------------------------
      *>  PROVTEC-MASTER.CBL
      *>  OBJETIVO = PROVISOES TECNICAS DA LINHA DE SEGUROS
      *>  (PROVTEC.TXT, INDEXADO POR MES E PRODUTO - A AUTO, R
      *>  RESIDENCIAL). GRAVADO PELO SEGPROV NO FECHAMENTO DO MES:
      *>  PPNG (PREMIO NAO GANHO PRO-RATA DIA), IBNR (TRIANGULO DE
      *>  RUN-OFF DOS SINISTROS) E PSL (SINISTROS EM ABERTO). AS
      *>  VARIACOES SAO O QUE MUDOU DESDE O ULTIMO CALCULO E SAO
      *>  CONTABILIZADAS PELO RAZAODIA NO DIA DO CALCULO; O SEGREGUL
      *>  LEVA OS SALDOS PARA O REGPROD.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PROVTEC-MASTER-REG.
            05 PV-CHAVE.
                10 PV-MES            PIC 9(06).
                10 PV-PRODUTO        PIC X(01).
            05 PV-DT-CALCULO         PIC 9(08).
            05 PV-PPNG               PIC 9(11)V99.
            05 PV-IBNR               PIC 9(11)V99.
            05 PV-PSL                PIC 9(11)V99.
            05 PV-VAR-PPNG           PIC S9(11)V99.
            05 PV-VAR-IBNR           PIC S9(11)V99.
            05 PV-VAR-PSL            PIC S9(11)V99.
            05 FILLER                PIC X(30).
