      *>  --------------------------------------------------------------
      *>  FUNCION-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE FUNCIONARIOS (FUNCION.TXT, INDEXADO
      *>  PELA MATRICULA), MANTIDO PELO DESAFIO07. FU-NIVEL E O NIVEL
      *>  DO CARGO NA ESCALA DE PROMOCAO DO RANKING (1 TRAINEE, 2
      *>  JUNIOR, 3 PLENO, 4 SENIOR, 5 GERENTE) E, COM O DEPARTAMENTO,
      *>  LOCALIZA A FAIXA SALARIAL DO FUNCIONARIO (FAIXASAL.TXT).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 FUNCIONARIOS-REG.
            05 FU-MATRICULA    PIC 9(6).
            05 FU-NOME         PIC X(30).
            05 FU-DEPARTAMENTO PIC X(10).
            05 FU-DT-ADMISSAO  PIC 9(8).
            05 FU-SALARIO      PIC 9(7)V99.
            05 FU-SITUACAO     PIC X(1).
                88 FU-ATIVO        VALUE 'A' ' '.
                88 FU-DESLIGADO    VALUE 'D'.
            05 FU-DT-DESLIGAMENTO PIC 9(8).
            05 FU-MOTIVO-DESLIG PIC X(3).
            05 FU-NIVEL        PIC 9(2).
            05 FILLER          PIC X(20).
