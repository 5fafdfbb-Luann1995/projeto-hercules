      *>  --------------------------------------------------------------
      *>  SPREAD-MASTER.CBL
      *>  OBJETIVO = TABELA DE SPREAD DA MESA DE CAMBIO (SPREAD.TXT,
      *>  INDEXADO POR MOEDA + SENTIDO + SEGMENTO DO CLIENTE). SENTIDO
      *>  C = CLIENTE COMPRA A MOEDA ESTRANGEIRA (PAGA A TAXA MEIO MAIS
      *>  O SPREAD), V = CLIENTE VENDE (RECEBE A TAXA MEIO MENOS O
      *>  SPREAD). SEGMENTO V VAREJO, A ALTA RENDA, P PRIVATE. ATE 4
      *>  FAIXAS DE VOLUME EM REAIS PELA TAXA MEIO: VALE A PRIMEIRA
      *>  FAIXA CUJO LIMITE (SP-FX-ATE) COMPORTA A OPERACAO; LIMITE
      *>  ZERO E A FAIXA SEM TETO. SP-FX-PCT E O SPREAD EM PERCENTUAL
      *>  DA TAXA MEIO. MANTIDA NO MOEDAMAN, LIDA PELO PRECOFX.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 SPREAD-MASTER-REG.
            05 SP-CHAVE.
                10 SP-MOEDA          PIC X(03).
                10 SP-SENTIDO        PIC X(01).
                    88 SP-CLIENTE-COMPRA VALUE 'C'.
                    88 SP-CLIENTE-VENDE  VALUE 'V'.
                10 SP-SEGMENTO       PIC X(01).
                    88 SP-VAREJO         VALUE 'V'.
                    88 SP-ALTA-RENDA     VALUE 'A'.
                    88 SP-PRIVATE        VALUE 'P'.
            05 SP-FAIXA OCCURS 4 TIMES.
                10 SP-FX-ATE         PIC 9(09)V99.
                10 SP-FX-PCT         PIC 9(02)V99.
            05 SP-DT-ATUALIZACAO     PIC 9(08).
            05 FILLER                PIC X(20).
