      *>  --------------------------------------------------------------
      *>  JOBGRADE-MASTER.CBL
      *>  OBJETIVO = GRADE DE PASSOS DA CADEIA NOTURNA (JOBGRADE.TXT,
      *>  INDEXADO PELA ORDEM DE EXECUCAO, COM O NOME DO PASSO COMO
      *>  CHAVE ALTERNADA). LIDO PELO JOBSCHED, QUE SEMEIA O JOBDEPS.TXT
      *>  DO DIA SO COM OS PASSOS ATIVOS PREVISTOS NA DATA, E MANTIDO
      *>  PELO GRADEMAN. A FREQUENCIA E RESOLVIDA PELO DIAUTIL CONTRA O
      *>  FERIADOS.TXT: D TODO DIA UTIL, P PRIMEIRO DIA UTIL DO MES,
      *>  M ULTIMO DIA UTIL DO MES, T ULTIMO DIA UTIL DO TRIMESTRE,
      *>  A ULTIMO DIA UTIL DO ANO. JG-MES DIFERENTE DE ZERO LIMITA O
      *>  PASSO AQUELE MES. PREDECESSOR TODOS = EXIGE COMPLETO TODO
      *>  PASSO ANTERIOR (EM ORDEM) SEMEADO NA DATA; RAMO T TRONCO
      *>  COMUM, I INVENTARIO, A ASSESSORIA, G GERAL/FECHAMENTO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 JOBGRADE-REG.
            05 JG-ORDEM              PIC 9(04).
            05 JG-PASSO              PIC X(08).
            05 JG-PROGRAMA           PIC X(09).
            05 JG-PREDECESSOR        PIC X(08).
            05 JG-PARM               PIC X(08).
            05 JG-RAMO               PIC X(01).
                88 JG-RAMO-TRONCO        VALUE 'T'.
                88 JG-RAMO-INVENT        VALUE 'I'.
                88 JG-RAMO-ASSESS        VALUE 'A'.
                88 JG-RAMO-GERAL         VALUE 'G'.
            05 JG-FREQUENCIA         PIC X(01).
                88 JG-DIARIO             VALUE 'D'.
                88 JG-PRIMEIRO-DIA       VALUE 'P'.
                88 JG-FIM-MES            VALUE 'M'.
                88 JG-FIM-TRIMESTRE      VALUE 'T'.
                88 JG-FIM-ANO            VALUE 'A'.
            05 JG-MES                PIC 9(02).
            05 JG-SITUACAO           PIC X(01).
                88 JG-ATIVO              VALUE 'A'.
                88 JG-INATIVO            VALUE 'I'.
            05 JG-DESCRICAO          PIC X(30).
            05 JG-DT-ALTERACAO       PIC 9(08).
            05 FILLER                PIC X(20).
