      *>  --------------------------------------------------------------
      *>  NUMERARIO-MASTER.CBL
      *>  OBJETIVO = COFRE DE MOEDA ESTRANGEIRA EM ESPECIE POR AGENCIA
      *>  (NUMERARIO.TXT, INDEXADO POR AGENCIA + MOEDA ISO + CEDULA).
      *>  CADA CEDULA DA MOEDA NA AGENCIA TEM O SEU REGISTRO, COM A
      *>  QUANTIDADE EM SISTEMA E A ULTIMA CONTAGEM DE FIM DE DIA. O
      *>  REGISTRO DE CEDULA ZERO E O DE CONTROLE DA AGENCIA/MOEDA E
      *>  GUARDA O ESTOQUE MINIMO E O ESTOQUE IDEAL (EM UNIDADES DA
      *>  MOEDA) USADOS NA SUGESTAO DE REPOSICAO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 NUMERARIO-MASTER-REG.
            05 NU-CHAVE.
                10 NU-AGENCIA        PIC 9(04).
                10 NU-MOEDA          PIC X(03).
                10 NU-CEDULA         PIC 9(05).
                    88 NU-REG-CONTROLE       VALUE ZEROS.
            05 NU-QT-CEDULAS         PIC 9(07).
            05 NU-QT-CONTADA         PIC 9(07).
            05 NU-DT-CONTAGEM        PIC 9(08).
            05 NU-DT-ULT-MOV         PIC 9(08).
            05 NU-ESTOQUE-MINIMO     PIC 9(09).
            05 NU-ESTOQUE-IDEAL      PIC 9(09).
            05 FILLER                PIC X(20).
