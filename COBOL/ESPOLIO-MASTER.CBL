      *>  --------------------------------------------------------------
      *>  ESPOLIO-MASTER.CBL
      *>  OBJETIVO = POSICOES DE INVESTIMENTO DE CLIENTE FALECIDO
      *>  BLOQUEADAS PARA O INVENTARIO (ESPOLIO.TXT, INDEXADO PELA
      *>  MESMA CHAVE CLIENTE + SEQUENCIA DE INVPOSIC.TXT). GRAVADO
      *>  PELO CLIOBITO COM O SALDO DA POSICAO NO BLOQUEIO; A POSICAO
      *>  SEGUE RENDENDO, MAS O RESGATE DO DESAFIO06 FICA RECUSADO ATE
      *>  A LIBERACAO (ALVARA OU PARTILHA) REGISTRADA NO CLIOBITO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 ESPOLIO-MASTER-REG.
            05 ES-CHAVE.
                10 ES-CLI-ID         PIC 9(05).
                10 ES-SEQ            PIC 9(03).
            05 ES-DT-OBITO           PIC 9(08).
            05 ES-DT-BLOQUEIO        PIC 9(08).
            05 ES-VL-SALDO           PIC 9(09)V99.
            05 ES-SITUACAO           PIC X(01).
                88 ES-BLOQUEADA          VALUE 'B'.
                88 ES-LIBERADA           VALUE 'L'.
            05 ES-DT-LIBERACAO       PIC 9(08).
            05 ES-DOCUMENTO          PIC X(20).
            05 FILLER                PIC X(20).
