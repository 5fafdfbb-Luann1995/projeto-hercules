      *>  --------------------------------------------------------------
      *>  COMECOTA-MASTER.CBL
      *>  OBJETIVO = CONTROLE DO COME-COTAS POR POSICAO DE FUNDO
      *>  (COMECOTA.TXT, INDEXADO PELA MESMA CHAVE CLIENTE + SEQUENCIA
      *>  DE INVPOSIC.TXT). GRAVADO PELO INVCOMEC A CADA EVENTO DE MAIO
      *>  E NOVEMBRO: CC-SALDO-BASE E O SALDO DA POSICAO LOGO APOS A
      *>  ULTIMA RETENCAO (BASE DO RENDIMENTO DO PROXIMO EVENTO),
      *>  CC-REND-ACUM E CC-IR-ACUM SOMAM O RENDIMENTO TRIBUTADO E O IR
      *>  JA RETIDO NOS EVENTOS. O RESGATE DO DESAFIO06 USA OS
      *>  ACUMULADOS PARA COBRAR SO A DIFERENCA DO IR REGRESSIVO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 COMECOTA-MASTER-REG.
            05 CC-CHAVE.
                10 CC-CLI-ID         PIC 9(05).
                10 CC-SEQ            PIC 9(03).
            05 CC-SALDO-BASE         PIC 9(09)V99.
            05 CC-REND-ACUM          PIC 9(09)V99.
            05 CC-IR-ACUM            PIC 9(07)V99.
            05 CC-DT-ULTIMO          PIC 9(08).
            05 CC-QT-EVENTOS         PIC 9(03).
            05 FILLER                PIC X(20).
