      *>  --------------------------------------------------------------
      *>  SINOPER-MASTER.CBL
      *>  OBJETIVO = OPERADORES DE CADA SINISTRO (SINOPER.TXT,
      *>  INDEXADO PELO NUMERO DO SINISTRO DO SINDET): QUEM REGISTROU,
      *>  O SUPERVISOR QUE LIBEROU O REGISTRO COM APOLICE SUSPENSA E
      *>  QUEM DECIDIU (SO-DECISAO P APROVADO, N NEGADO). GRAVADO PELO
      *>  SINREG; LIDO PELO SEGFUNC NA SEGREGACAO DE FUNCOES. SINISTRO
      *>  REGISTRADO ANTES DESTE ARQUIVO FICA SEM QUEM REGISTROU.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 SINOPER-MASTER-REG.
            05 SO-SINISTRO           PIC 9(08).
            05 SO-OPER-REGISTRO      PIC X(10).
            05 SO-DT-REGISTRO        PIC 9(08).
            05 SO-OPER-SUPERV        PIC X(10).
            05 SO-OPER-DECISAO       PIC X(10).
            05 SO-DT-DECISAO         PIC 9(08).
            05 SO-DECISAO            PIC X(01).
            05 FILLER                PIC X(20).
