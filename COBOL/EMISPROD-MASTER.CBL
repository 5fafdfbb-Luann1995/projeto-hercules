      *>  --------------------------------------------------------------
      *>  EMISPROD-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE EMISSORES E PRODUTOS DE INVESTIMENTO
      *>  (EMISPROD.TXT, INDEXADO PELO CODIGO DA EMISSAO). CADA CODIGO
      *>  E UM PAPEL DE UM EMISSOR: TIPO DE PRODUTO NA MESMA ESCALA DE
      *>  IP-PRODUTO (1 CDB, 2 LCI/LCA, 3 FUNDO IMOBILIARIO, 4 FUNDO
      *>  HEDGE), COBERTURA DO FGC (S/N), LIQUIDEZ EM DIAS E RATING DE
      *>  RISCO. MANTIDO PELO INVEMIS; A POSICAO APONTA O CODIGO EM
      *>  POSEMIS.TXT E O INVFGC SOMA O SALDO COBERTO POR EMISSOR
      *>  (EM-EMISSOR-CNPJ) PARA O LIMITE DO FGC.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 EMISPROD-MASTER-REG.
            05 EM-CODIGO             PIC 9(04).
            05 EM-DESCRICAO          PIC X(30).
            05 EM-EMISSOR-CNPJ       PIC 9(14).
            05 EM-EMISSOR-NOME       PIC X(30).
            05 EM-TIPO-PRODUTO       PIC 9(01).
            05 EM-FGC                PIC X(01).
                88 EM-COBERTO-FGC        VALUE 'S'.
            05 EM-LIQUIDEZ-DIAS      PIC 9(04).
            05 EM-RATING             PIC X(03).
            05 EM-SITUACAO           PIC X(01).
                88 EM-ATIVO              VALUE 'A'.
                88 EM-INATIVO            VALUE 'I'.
            05 FILLER                PIC X(20).
