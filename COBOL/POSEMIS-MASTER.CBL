      *>  --------------------------------------------------------------
      *>  POSEMIS-MASTER.CBL
      *>  OBJETIVO = VINCULO DA POSICAO DE INVESTIMENTO COM A EMISSAO
      *>  (POSEMIS.TXT, INDEXADO PELA MESMA CHAVE CLIENTE + SEQUENCIA
      *>  DE INVPOSIC.TXT). GRAVADO PELO APORTE DO DESAFIO06 E PELO
      *>  APORTE PROGRAMADO (INVAPORT) AO ABRIR A POSICAO; POSICAO SEM
      *>  VINCULO (ANTERIOR AO CADASTRO DE EMISSORES) NAO ENTRA NA
      *>  CONCENTRACAO POR EMISSOR.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 POSEMIS-MASTER-REG.
            05 PE-CHAVE.
                10 PE-CLI-ID         PIC 9(05).
                10 PE-SEQ            PIC 9(03).
            05 PE-EMISPROD           PIC 9(04).
            05 PE-DT-VINCULO         PIC 9(08).
            05 FILLER                PIC X(20).
