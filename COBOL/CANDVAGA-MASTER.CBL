      *>  --------------------------------------------------------------
      *>  CANDVAGA-MASTER.CBL
      *>  OBJETIVO = CANDIDATURAS DOS FUNCIONARIOS AS VAGAS INTERNAS
      *>  (CANDVAGA.TXT, INDEXADO POR VAGA + MATRICULA). A TRIAGEM
      *>  AUTOMATICA NA CANDIDATURA DEIXA A CANDIDATURA TRIADA (T) OU
      *>  INELEGIVEL (I) COM O MOTIVO; A TRIADA SEGUE PARA ENTREVISTADA
      *>  (E), OFERTA (O) E CONTRATADA (C), OU E ELIMINADA (X) EM
      *>  QUALQUER ETAPA, TAMBEM QUANDO A VAGA E PREENCHIDA POR OUTRO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CANDVAGA-MASTER-REG.
            05 CV-CHAVE.
                10 CV-VAGA           PIC 9(05).
                10 CV-MATRICULA      PIC 9(06).
            05 CV-DT-CANDIDATURA     PIC 9(08).
            05 CV-DEPTO-ORIGEM       PIC X(10).
            05 CV-ETAPA              PIC X(01).
                88 CV-TRIADA             VALUE 'T'.
                88 CV-INELEGIVEL         VALUE 'I'.
                88 CV-ENTREVISTADA       VALUE 'E'.
                88 CV-OFERTA             VALUE 'O'.
                88 CV-CONTRATADA         VALUE 'C'.
                88 CV-ELIMINADA          VALUE 'X'.
                88 CV-EM-ANDAMENTO       VALUE 'T' 'E' 'O'.
            05 CV-DT-ETAPA           PIC 9(08).
            05 CV-MOTIVO             PIC X(30).
            05 FILLER                PIC X(20).
