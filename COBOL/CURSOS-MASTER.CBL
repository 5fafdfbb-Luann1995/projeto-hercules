      *>  --------------------------------------------------------------
      *>  CURSOS-MASTER.CBL
      *>  OBJETIVO = CATALOGO DE CURSOS (CURSOS.TXT), UM CURSO POR
      *>  LINHA, IDENTIFICADO PELA AREA + SEQUENCIA NA TRILHA. O
      *>  DESAFIO04 MONTA COM ELE O PLANO DE DESENVOLVIMENTO E O TREINAM
      *>  ABRE AS TURMAS. CU-PREREQ E O NOME DO CURSO QUE PRECISA TER
      *>  SIDO CONCLUIDO ANTES; CU-CERTIF E A CERTIFICACAO (CERTIF.TXT)
      *>  QUE O CURSO CONCEDE, VALIDA POR CU-VALID-MESES (0 = SEM
      *>  VENCIMENTO). LINHA ANTIGA SEM ESSES DOIS CAMPOS = CURSO SEM
      *>  CERTIFICACAO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CURSOS-REG.
            05 CU-AREA         PIC 9(1).
            05 CU-SEQ          PIC 9(1).
            05 CU-NOME         PIC X(30).
            05 CU-CARGA        PIC 9(3).
            05 CU-PREREQ       PIC X(30).
            05 CU-CERTIF       PIC X(8).
            05 CU-VALID-MESES  PIC 9(2).
