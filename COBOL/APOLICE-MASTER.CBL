      *>  --------------------------------------------------------------
      *>  APOLICE-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE APOLICES (APOLICES.TXT, INDEXADO PELO
      *>  NUMERO DA APOLICE COM CHAVE ALTERNATIVA PELO CLIENTE).
      *>  RAMO V AUTO (VEICULO), R RESIDENCIAL, P PRESTAMISTA (PREMIO
      *>  UNICO, LIGADA AO CONTRATO DE EMPRESTIMO). APL-VL-BEM E O
      *>  VALOR DO VEICULO OU DO IMOVEL; APL-PREMIO E O PREMIO MENSAL
      *>  (NO PRESTAMISTA, O PREMIO UNICO). GRAVADO PELO DESAFIO08,
      *>  SEGRENOV (COM A APOLICE RENOVADA EM APL-ORIGEM) E DESAFIO12.
      *>  APL-FROTA S MARCA A APOLICE AUTO DE FROTA (EMPRESA): OS
      *>  VEICULOS SAO OS ITENS EM VEICULOS.TXT, APL-VL-BEM E O MAIOR
      *>  VALOR DE VEICULO DA FROTA, APL-PREMIO O PREMIO MENSAL DA
      *>  FROTA INTEIRA JA COM O FATOR DE FROTA (APL-FATOR-FROTA).
      *>  APL-VISTORIA E O NUMERO DA VISTORIA PREVIA QUE LIBEROU A
      *>  EMISSAO (VISTORIA-MASTER.CBL), ZERO QUANDO NAO HOUVE.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 APOLICE-MASTER-REG.
            05 APL-NUMERO            PIC 9(08).
            05 APL-CLI-ID            PIC 9(05).
            05 APL-DT-EMISSAO        PIC 9(08).
            05 APL-RAMO              PIC X(01).
                88 APL-AUTO              VALUE 'V'.
                88 APL-RESIDENCIAL       VALUE 'R'.
                88 APL-PRESTAMISTA       VALUE 'P'.
            05 APL-VL-BEM            PIC 9(06)V99.
            05 APL-PONTOS            PIC 9(02).
            05 APL-PREMIO            PIC 9(06)V99.
            05 APL-CORRETOR          PIC 9(04).
            05 APL-CONTRATO          PIC 9(08).
            05 APL-ORIGEM            PIC 9(08).
            05 APL-FROTA             PIC X(01).
                88 APL-E-FROTA           VALUE 'S'.
            05 APL-FATOR-FROTA       PIC 9(01)V99.
            05 APL-VISTORIA          PIC 9(08).
            05 FILLER                PIC X(48).
