      *>  --------------------------------------------------------------
      *>  SEGMENTO-PARAMS.CBL
      *>  OBJETIVO = TABELA DE SEGMENTOS DE CLIENTE (SEGPARAM.TXT, UMA
      *>  LINHA POR SEGMENTO: V VAREJO, A ALTA RENDA, P PRIVATE),
      *>  MANTIDA PELO COMERCIAL SEM ALTERAR FONTE. OS CORTES SAO
      *>  USADOS PELO SEGCLI NA CLASSIFICACAO MENSAL: O CLIENTE ENTRA
      *>  NO SEGMENTO QUANDO ATINGE O SALDO INVESTIDO, O INVESTIDO DO
      *>  GRUPO FAMILIAR, A RENDA DO GRUPO OU A RENDA DECLARADA (ESTA
      *>  COM EMPRESTIMO OU CARTAO ATIVO NA CASA QUANDO SGP-EXIGE-RELAC
      *>  = S); CORTE ZERO NAO CLASSIFICA. AS CONDICOES SAO LIDAS PELA
      *>  POLITICA DE CARTAO (PONTOS A MAIS NA ESCOLHA DO PRODUTO E
      *>  DESCONTO NA ANUIDADE) E PELO SIMULADOR DE EMPRESTIMO
      *>  (DESCONTO PERCENTUAL SOBRE A TAXA DO PRAZO). O SPREAD DE
      *>  CAMBIO POR SEGMENTO FICA NA PROPRIA TABELA SPREAD.TXT.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 SEGMENTO-PARAMS-REG.
            05 SGP-SEGMENTO        PIC X(01).
                88 SGP-VAREJO          VALUE 'V'.
                88 SGP-ALTA-RENDA      VALUE 'A'.
                88 SGP-PRIVATE         VALUE 'P'.
            05 SGP-NOME            PIC X(12).
            05 SGP-RENDA-MIN       PIC 9(07)V99.
            05 SGP-EXIGE-RELAC     PIC X(01).
            05 SGP-INVEST-MIN      PIC 9(09)V99.
            05 SGP-INVEST-GRUPO    PIC 9(09)V99.
            05 SGP-RENDA-GRUPO     PIC 9(07)V99.
            05 SGP-CARTAO-PONTOS   PIC 9(03).
            05 SGP-CARTAO-DESC     PIC 9(03).
            05 SGP-EMP-DESC-TAXA   PIC 9(02)V99.
            05 SGP-DT-ATUALIZACAO  PIC 9(08).
