      *>  --------------------------------------------------------------
      *>  REMESSA-MASTER.CBL
      *>  OBJETIVO = REMESSAS AO EXTERIOR (REMEXT.TXT, INDEXADO PELO
      *>  NUMERO DA REMESSA, NUMERACAO DO REMCTRL.TXT). MANTIDO PELO
      *>  FXREMESS: A REMESSA NASCE PENDENTE (P) COM O VALOR ESTIMADO
      *>  EM REAIS NA COTACAO DO DIA; ACIMA DA ALCADA, OU PARA CLIENTE
      *>  PEP, DE RISCO ALTO OU COM CASO DE PLD ABERTO, SAO DUAS
      *>  APROVACOES (A MEIA APROVADA); NA LIBERACAO (L) E PRECIFICADA
      *>  PELA COTACAO ACEITA DO DIA COM O SPREAD DO SEGMENTO E O IOF
      *>  DA NATUREZA. R RECUSADA. RM-REGISTRO-BC S DEPOIS DE SAIR NO
      *>  ARQUIVO DE REGISTRO DE CONTRATOS DE CAMBIO (CONTRCAM.TXT).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 REMESSA-MASTER-REG.
            05 RM-NUMERO             PIC 9(08).
            05 RM-CLI-ID             PIC 9(05).
            05 RM-BENEF-NOME         PIC X(40).
            05 RM-BENEF-CONTA        PIC X(34).
            05 RM-BANCO-SWIFT        PIC X(11).
            05 RM-BANCO-NOME         PIC X(30).
            05 RM-PAIS               PIC X(02).
            05 RM-MOEDA              PIC X(03).
            05 RM-VALOR-ME           PIC 9(05)V99.
            05 RM-NATUREZA           PIC 9(05).
            05 RM-PCT-IOF            PIC 9(01)V99.
            05 RM-VL-ESTIMADO        PIC 9(09)V99.
            05 RM-DUPLA              PIC X(01).
                88 RM-EXIGE-DUPLA        VALUE 'S'.
            05 RM-SEGMENTO           PIC X(01).
            05 RM-TAXA-MEIO          PIC 9(3)V9999.
            05 RM-TAXA-APLIC         PIC 9(3)V9999.
            05 RM-VALOR-REAIS        PIC 9(09)V99.
            05 RM-IOF                PIC 9(07)V99.
            05 RM-RECEITA            PIC 9(07)V99.
            05 RM-OPERADOR1          PIC X(10).
            05 RM-OPERADOR2          PIC X(10).
            05 RM-OPERADOR3          PIC X(10).
            05 RM-DT-REGISTRO        PIC 9(08).
            05 RM-DT-LIBERACAO       PIC 9(08).
            05 RM-SITUACAO           PIC X(01).
                88 RM-PENDENTE           VALUE 'P'.
                88 RM-MEIA-APROVADA      VALUE 'A'.
                88 RM-LIBERADA           VALUE 'L'.
                88 RM-RECUSADA           VALUE 'R'.
            05 RM-REGISTRO-BC        PIC X(01).
                88 RM-CONTRATO-REGISTRADO VALUE 'S'.
            05 RM-DT-REGISTRO-BC     PIC 9(08).
            05 FILLER                PIC X(30).
