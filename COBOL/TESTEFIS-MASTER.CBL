      *>  --------------------------------------------------------------
      *>  TESTEFIS-MASTER.CBL
      *>  OBJETIVO = RESULTADOS DOS TESTES DE APTIDAO FISICA DOS ALUNOS
      *>  (TESTEFIS.TXT, INDEXADO POR ALUNO + DATA DO TESTE + TESTE),
      *>  GRAVADOS PELO APTFIS JA COM A IDADE E O SEXO DO ALUNO NA DATA
      *>  E A ZONA DE SAUDE PELA TABELA REFAPTF.TXT (BRANCO QUANDO NAO
      *>  HA REFERENCIA PARA A IDADE E O SEXO).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 TESTEFIS-MASTER-REG.
            05 TF-CHAVE.
                10 TF-ALUNO           PIC 9(05).
                10 TF-DT-TESTE        PIC 9(08).
                10 TF-TESTE           PIC X(02).
                    88 TF-SENTAR-ALCANCAR VALUE 'SA'.
                    88 TF-CORRIDA-6MIN    VALUE 'C6'.
                    88 TF-ABDOMINAL       VALUE 'AB'.
                    88 TF-SALTO-HORIZ     VALUE 'SH'.
            05 TF-RESULTADO           PIC 9(04)V9.
            05 TF-IDADE               PIC 9(02).
            05 TF-SEXO                PIC X(01).
            05 TF-CORTE               PIC 9(04)V9.
            05 TF-ZONA                PIC X(01).
                88 TF-ZONA-SAUDAVEL       VALUE 'S'.
                88 TF-ZONA-RISCO          VALUE 'R'.
                88 TF-SEM-REFERENCIA      VALUE ' '.
            05 FILLER                 PIC X(20).
