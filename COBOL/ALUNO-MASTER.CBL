      *>  --------------------------------------------------------------
      *>  ALUNO-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE ALUNOS (ALUNOS.TXT, INDEXADO PELO
      *>  CODIGO DO ALUNO), MANTIDO PELO DESAFIO09. O SEXO, COM A IDADE,
      *>  LOCALIZA AS TABELAS DE REFERENCIA DOS TESTES DE APTIDAO
      *>  FISICA (REFAPTF.TXT); ALUNO SEM SEXO INFORMADO FICA SEM
      *>  CLASSIFICACAO NOS TESTES.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 ALUNOS-REG.
            05 AL-ID           PIC 9(05).
            05 AL-NOME         PIC X(30).
            05 AL-DT-NASC      PIC 9(08).
            05 AL-TURMA        PIC X(06).
            05 AL-SEXO         PIC X(01).
                88 AL-MASCULINO    VALUE 'M'.
                88 AL-FEMININO     VALUE 'F'.
            05 FILLER          PIC X(20).
