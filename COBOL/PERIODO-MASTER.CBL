      *>  --------------------------------------------------------------
      *>  PERIODO-MASTER.CBL
      *>  OBJETIVO = CONTROLE DE PERIODOS CONTABEIS (PERCONT.TXT,
      *>  INDEXADO PELO MES AAAAMM). MES SEM REGISTRO OU COM SITUACAO
      *>  A ESTA ABERTO; F FECHADO PELO FECHAMENTO DO RAZAODIA, QUE NAO
      *>  ACEITA MAIS LANCAMENTO NO MES. O REGISTRO DE MES ZERO GUARDA
      *>  OS PARAMETROS: O QUE FAZER COM O LANCAMENTO DO PASSO NOTURNO
      *>  QUE CAI EM MES FECHADO (M MOVE PARA O PRIMEIRO MES ABERTO,
      *>  S MANDA PARA O SUSPENSE) E A CONTA DE LUCROS ACUMULADOS QUE
      *>  RECEBE O RESULTADO NO ENCERRAMENTO DO EXERCICIO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PERIODO-MASTER-REG.
            05 PE-MES                PIC 9(06).
            05 PE-DADOS.
                10 PE-SITUACAO       PIC X(01).
                    88 PE-ABERTO         VALUE 'A'.
                    88 PE-FECHADO        VALUE 'F'.
                10 PE-DT-FECHAMENTO  PIC 9(08).
                10 FILLER            PIC X(20).
            05 PE-CONTROLE REDEFINES PE-DADOS.
                10 PE-POLITICA       PIC X(01).
                    88 PE-MOVE-ABERTO    VALUE 'M'.
                    88 PE-VAI-SUSPENSE   VALUE 'S'.
                10 PE-CONTA-LUCROS   PIC 9(05).
                10 FILLER            PIC X(23).
