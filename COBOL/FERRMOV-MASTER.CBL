      *>  --------------------------------------------------------------
      *>  FERRMOV-MASTER.CBL
      *>  OBJETIVO = RETIRADAS E DEVOLUCOES DE FERRAMENTAS RETORNAVEIS
      *>  (FERRMOV.TXT, INDEXADO PELO NUMERO DA RETIRADA, SERIE NO
      *>  FERRCTRL.TXT). NASCE ABERTA (A) NA RETIRADA PELO FUNCIONARIO
      *>  (FUNCION.TXT), COM A ORDEM DE REPARO QUANDO HOUVER, E FICA
      *>  DEVOLVIDA (D) COM A DATA E A OBSERVACAO DA DEVOLUCAO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 FERRMOV-MASTER-REG.
            05 FM-NUMERO             PIC 9(06).
            05 FM-TAG                PIC X(10).
            05 FM-MATRICULA          PIC 9(06).
            05 FM-OS-NUMERO          PIC 9(06).
            05 FM-DT-SAIDA           PIC 9(08).
            05 FM-DT-PREVISTA        PIC 9(08).
            05 FM-DT-DEVOLUCAO       PIC 9(08).
            05 FM-SITUACAO           PIC X(01).
                88 FM-ABERTA             VALUE 'A'.
                88 FM-DEVOLVIDA          VALUE 'D'.
            05 FM-OPERADOR-SAIDA     PIC X(08).
            05 FM-OPERADOR-DEVOL     PIC X(08).
            05 FM-OBSERVACAO         PIC X(30).
            05 FILLER                PIC X(20).
