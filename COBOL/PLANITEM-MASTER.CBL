      *>  --------------------------------------------------------------
      *>  PLANITEM-MASTER.CBL
      *>  OBJETIVO = ITENS DO PLANO DE DESENVOLVIMENTO INDIVIDUAL
      *>  (PLANITEM.TXT, INDEXADO POR MATRICULA + AREA + SEQUENCIA DO
      *>  CURSO), GRAVADOS PELO DESAFIO04 JUNTO COM O PLANODEV.TXT. O
      *>  TREINAM SO INSCREVE EM CURSO DO PLANO: O ITEM FICA INSCRITO
      *>  (I) ENQUANTO A INSCRICAO ESTA ABERTA E CONCLUIDO (C) QUANDO O
      *>  FUNCIONARIO E APROVADO; CANCELAMENTO OU REPROVACAO DEVOLVEM
      *>  O ITEM A PLANEJADO (P).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PLANITEM-MASTER-REG.
            05 PI-CHAVE.
                10 PI-MATRICULA      PIC 9(06).
                10 PI-AREA           PIC 9(01).
                10 PI-SEQ            PIC 9(01).
            05 PI-DT-PLANO           PIC 9(08).
            05 PI-SITUACAO           PIC X(01).
                88 PI-PLANEJADO          VALUE 'P'.
                88 PI-INSCRITO           VALUE 'I'.
                88 PI-CONCLUIDO          VALUE 'C'.
            05 PI-TURMA              PIC 9(05).
            05 PI-DT-CONCLUSAO       PIC 9(08).
            05 FILLER                PIC X(20).
