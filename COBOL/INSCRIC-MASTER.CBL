      *>  --------------------------------------------------------------
      *>  INSCRIC-MASTER.CBL
      *>  OBJETIVO = INSCRICOES DOS FUNCIONARIOS NAS TURMAS
      *>  (INSCRIC.TXT, INDEXADO POR MATRICULA + TURMA), COM A AREA E A
      *>  SEQUENCIA DO CURSO PARA A CONFERENCIA DE PRE-REQUISITO SEM
      *>  LER A TURMA. NA CONCLUSAO GRAVA A FREQUENCIA (%), A NOTA E AS
      *>  HORAS CUMPRIDAS (CARGA X FREQUENCIA): APROVADO (A) OU
      *>  REPROVADO (R). INSCRITO (I) ATE A CONCLUSAO; CANCELADA (C).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 INSCRIC-MASTER-REG.
            05 IN-CHAVE.
                10 IN-MATRICULA      PIC 9(06).
                10 IN-TURMA          PIC 9(05).
            05 IN-AREA               PIC 9(01).
            05 IN-SEQ                PIC 9(01).
            05 IN-DT-INSCRICAO       PIC 9(08).
            05 IN-SITUACAO           PIC X(01).
                88 IN-INSCRITO           VALUE 'I'.
                88 IN-APROVADO           VALUE 'A'.
                88 IN-REPROVADO          VALUE 'R'.
                88 IN-CANCELADA          VALUE 'C'.
            05 IN-FREQUENCIA         PIC 9(03).
            05 IN-NOTA               PIC 9(02)V9.
            05 IN-HORAS              PIC 9(03).
            05 IN-DT-CONCLUSAO       PIC 9(08).
            05 FILLER                PIC X(20).
