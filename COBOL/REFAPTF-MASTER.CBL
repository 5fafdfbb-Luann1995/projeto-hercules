      *>  --------------------------------------------------------------
      *>  REFAPTF-MASTER.CBL
      *>  OBJETIVO = TABELA DE REFERENCIA DOS TESTES DE APTIDAO FISICA
      *>  (REFAPTF.TXT, INDEXADA POR TESTE + SEXO + IDADE), COM O PONTO
      *>  DE CORTE DA ZONA SAUDAVEL DO PROESP-BR: RESULTADO IGUAL OU
      *>  ACIMA DO CORTE FICA NA ZONA SAUDAVEL, ABAIXO NA ZONA DE RISCO.
      *>  TESTES: SA SENTAR E ALCANCAR (CM), C6 CORRIDA DE 6 MINUTOS
      *>  (METROS), AB ABDOMINAIS EM 1 MINUTO (REPETICOES) E SH SALTO
      *>  HORIZONTAL (CM).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 REFAPTF-MASTER-REG.
            05 RF-CHAVE.
                10 RF-TESTE           PIC X(02).
                10 RF-SEXO            PIC X(01).
                10 RF-IDADE           PIC 9(02).
            05 RF-CORTE               PIC 9(04)V9.
            05 RF-DT-ATUALIZACAO      PIC 9(08).
            05 FILLER                 PIC X(20).
