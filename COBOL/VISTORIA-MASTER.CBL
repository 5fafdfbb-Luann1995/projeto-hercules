      *>  --------------------------------------------------------------
      *>  VISTORIA-MASTER.CBL
      *>  OBJETIVO = VISTORIAS PREVIAS DO SEGURO AUTO (VISTORIA.TXT,
      *>  INDEXADO PELO NUMERO DA VISTORIA). ABERTA PELO DESAFIO08 NA
      *>  COTACAO DE VEICULO USADO OU DE CLIENTE COM APOLICE AUTO
      *>  SUSPENSA PELO SEGSUSP, COM A COTACAO ACEITA GUARDADA PARA A
      *>  EMISSAO. RESULTADO P PENDENTE, A APROVADA, R APROVADA COM
      *>  EXCLUSAO DAS AVARIAS DESCRITAS, N RECUSADA. A APOLICE SO E
      *>  GRAVADA NA APROVACAO (A OU R) E O NUMERO DELA FICA EM
      *>  VS-APOLICE; A APOLICE APONTA A VISTORIA EM APL-VISTORIA.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 VISTORIA-MASTER-REG.
            05 VS-NUMERO             PIC 9(08).
            05 VS-CLI-ID             PIC 9(05).
            05 VS-DT-SOLICITACAO     PIC 9(08).
            05 VS-MOTIVO             PIC X(01).
                88 VS-VEICULO-USADO      VALUE 'U'.
                88 VS-APOLICE-SUSPENSA   VALUE 'S'.
            05 VS-DT-AGENDADA        PIC 9(08).
            05 VS-VISTORIADOR        PIC X(10).
            05 VS-DT-RESULTADO       PIC 9(08).
            05 VS-RESULTADO          PIC X(01).
                88 VS-PENDENTE           VALUE 'P'.
                88 VS-APROVADA           VALUE 'A'.
                88 VS-APROVADA-RESSALVA  VALUE 'R'.
                88 VS-RECUSADA           VALUE 'N'.
            05 VS-AVARIAS            PIC X(40).
            05 VS-APOLICE            PIC 9(08).
            05 VS-COTACAO.
                10 VS-PLACA          PIC X(07).
                10 VS-MODELO         PIC X(20).
                10 VS-ANO-MODELO     PIC 9(04).
                10 VS-CATEGORIA      PIC 9(01).
                10 VS-VL-VEICULO     PIC 9(06)V99.
                10 VS-PONTOS         PIC 9(02).
                10 VS-PREMIO         PIC 9(05)V99.
                10 VS-QT-PARCELAS    PIC 9(02).
                10 VS-CORRETOR       PIC 9(04).
            05 FILLER                PIC X(30).
