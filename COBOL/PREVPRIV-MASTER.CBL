      *>  --------------------------------------------------------------
      *>  PREVPRIV-MASTER.CBL
      *>  OBJETIVO = CERTIFICADOS DE PREVIDENCIA PRIVADA (PREVPRIV.TXT,
      *>  INDEXADO PELO NUMERO DO CERTIFICADO COM CHAVE ALTERNATIVA PELO
      *>  CLIENTE). PLANO P PGBL OU V VGBL; REGIME DE TRIBUTACAO
      *>  ESCOLHIDO NA ADESAO, P PROGRESSIVO (TABELA MENSAL DO IR) OU
      *>  R REGRESSIVO (ALIQUOTA PELO PRAZO MEDIO DE ACUMULACAO). NA
      *>  ACUMULACAO (SITUACAO A) O PREVPRIV CREDITA A CONTRIBUICAO
      *>  MENSAL NO DIA PROGRAMADO E O RENDIMENTO PELA TAXA DE
      *>  REFERENCIA; PV-SOMA-PONDERADA ACUMULA CONTRIBUICAO X MES DA
      *>  CONTRIBUICAO (ANO*12+MES) PARA O PRAZO MEDIO. NA CONVERSAO EM
      *>  RENDA (SITUACAO R) FICAM A RENDA MENSAL, O PRAZO, A ALIQUOTA
      *>  REGRESSIVA E A PARTE TRIBUTAVEL DA RENDA (TUDO NO PGBL, SO O
      *>  RENDIMENTO NO VGBL); A RENDA E PAGA PELO APOSFOLH ATE O FIM
      *>  DO PRAZO (SITUACAO E). C CANCELADO, S CONTRIBUICAO SUSPENSA.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PREVPRIV-MASTER-REG.
            05 PV-CERTIFICADO        PIC 9(06).
            05 PV-CLI-ID             PIC 9(05).
            05 PV-PLANO              PIC X(01).
                88 PV-PGBL               VALUE 'P'.
                88 PV-VGBL               VALUE 'V'.
            05 PV-REGIME             PIC X(01).
                88 PV-PROGRESSIVO        VALUE 'P'.
                88 PV-REGRESSIVO         VALUE 'R'.
            05 PV-DT-ADESAO          PIC 9(08).
            05 PV-VL-MENSAL          PIC 9(07)V99.
            05 PV-DIA-DEBITO         PIC 9(02).
            05 PV-MES-ULT-CONTRIB    PIC 9(06).
            05 PV-MES-ULT-REND       PIC 9(06).
            05 PV-TX-MENSAL          PIC 9V9999.
            05 PV-SALDO              PIC 9(09)V99.
            05 PV-TOT-CONTRIB        PIC 9(09)V99.
            05 PV-SOMA-PONDERADA     PIC 9(15)V99.
            05 PV-SITUACAO           PIC X(01).
                88 PV-ACUMULANDO         VALUE 'A'.
                88 PV-SUSPENSO           VALUE 'S'.
                88 PV-EM-RENDA           VALUE 'R'.
                88 PV-ENCERRADO          VALUE 'E'.
                88 PV-CANCELADO          VALUE 'C'.
            05 PV-DT-CONVERSAO       PIC 9(08).
            05 PV-RENDA-MENSAL       PIC 9(07)V99.
            05 PV-PRAZO-RENDA        PIC 9(03).
            05 PV-PARCELAS-PAGAS     PIC 9(03).
            05 PV-ALIQ-REGRESSIVA    PIC 9V9999.
            05 PV-PCT-TRIBUTAVEL     PIC 9V9999.
            05 FILLER                PIC X(20).
