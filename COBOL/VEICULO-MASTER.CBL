      *>  --------------------------------------------------------------
      *>  VEICULO-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE VEICULOS SEGURADOS (VEICULOS.TXT,
      *>  INDEXADO PELA APOLICE + ITEM). APOLICE AUTO INDIVIDUAL TEM
      *>  UM SO VEICULO (ITEM 001); APOLICE DE FROTA (APL-FROTA S NO
      *>  APOLICE-MASTER.CBL) TEM UM ITEM POR VEICULO, INCLUIDO OU
      *>  EXCLUIDO NO MEIO DA VIGENCIA PELO ENDOSSO DO DESAFIO08.
      *>  VE-PREMIO E O PREMIO MENSAL TARIFADO DO VEICULO (NA FROTA,
      *>  ANTES DO FATOR DE FROTA GRAVADO NA APOLICE). SITUACAO A
      *>  ATIVO, E EXCLUIDO (DATA EM VE-DT-EXCLUSAO). GRAVADO PELO
      *>  DESAFIO08 E PELO SEGRENOV (ITENS DA FROTA RENOVADA).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 VEICULO-MASTER-REG.
            05 VE-CHAVE.
                10 VE-APOLICE        PIC 9(08).
                10 VE-ITEM           PIC 9(03).
            05 VE-PLACA              PIC X(07).
            05 VE-MODELO             PIC X(20).
            05 VE-ANO-MODELO         PIC 9(04).
            05 VE-CATEGORIA          PIC 9(01).
            05 VE-VALOR              PIC 9(06)V99.
            05 VE-PREMIO             PIC 9(05)V99.
            05 VE-SITUACAO           PIC X(01).
                88 VE-ATIVO              VALUE 'A'.
                88 VE-EXCLUIDO           VALUE 'E'.
            05 VE-DT-INCLUSAO        PIC 9(08).
            05 VE-DT-EXCLUSAO        PIC 9(08).
            05 FILLER                PIC X(30).
