      *>  --------------------------------------------------------------
      *>  FAIXASAL-MASTER.CBL
      *>  OBJETIVO = TABELA DE FAIXAS SALARIAIS (FAIXASAL.TXT, INDEXADA
      *>  POR DEPARTAMENTO + NIVEL DO CARGO): SALARIO MINIMO, MEDIO E
      *>  MAXIMO DA FAIXA. USADA PELO DESAFIO07 NO REAJUSTE DAS
      *>  PROMOCOES DO CICLO E NO RELATORIO DE COMPA-RATIO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 FAIXASAL-MASTER-REG.
            05 FX-CHAVE.
                10 FX-DEPARTAMENTO   PIC X(10).
                10 FX-NIVEL          PIC 9(02).
            05 FX-MINIMO             PIC 9(07)V99.
            05 FX-MEDIO              PIC 9(07)V99.
            05 FX-MAXIMO             PIC 9(07)V99.
            05 FX-DT-ATUALIZACAO     PIC 9(08).
            05 FILLER                PIC X(20).
