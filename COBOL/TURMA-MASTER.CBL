      *>  --------------------------------------------------------------
      *>  TURMA-MASTER.CBL
      *>  OBJETIVO = TURMAS DOS CURSOS DO CATALOGO (TURMAS.TXT,
      *>  INDEXADO PELO NUMERO DA TURMA, NUMERADO NO TURCTRL.TXT), COM
      *>  AS DATAS, AS VAGAS E O NUMERO DE INSCRITOS. A TURMA NASCE
      *>  ABERTA (A) E TERMINA ENCERRADA (E) DEPOIS DA ULTIMA AULA OU
      *>  CANCELADA (C).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 TURMA-MASTER-REG.
            05 TU-NUMERO             PIC 9(05).
            05 TU-AREA               PIC 9(01).
            05 TU-SEQ                PIC 9(01).
            05 TU-DT-INICIO          PIC 9(08).
            05 TU-DT-FIM             PIC 9(08).
            05 TU-VAGAS              PIC 9(03).
            05 TU-INSCRITOS          PIC 9(03).
            05 TU-INSTRUTOR          PIC X(20).
            05 TU-SITUACAO           PIC X(01).
                88 TU-ABERTA             VALUE 'A'.
                88 TU-ENCERRADA          VALUE 'E'.
                88 TU-CANCELADA          VALUE 'C'.
            05 FILLER                PIC X(20).
