      *>  --------------------------------------------------------------
      *>  COMUNFIL-MASTER.CBL
      *>  OBJETIVO = FILA UNICA DE COMUNICACAO COM O CLIENTE
      *>  (COMUNFIL.TXT, INDEXADO PELO NUMERO SEQUENCIAL DE
      *>  COMUNFCT.TXT). GRAVADA PELO SUBPROGRAMA COMUNFIL A PEDIDO DOS
      *>  PROGRAMAS QUE GERAM CONTATO (CONTATOS DO FXORDEM, AVISOS DE
      *>  VENCIMENTO DO INVVENC, CARTAS DA REGUA EMPREGUA, AVISOS DE
      *>  RENOVACAO DO SEGRENOV E PROSPECTS DO CROSSELL). FINALIDADE
      *>  M/S/C COMO EM CONSENT-MASTER.CBL. SITUACAO P PENDENTE DE
      *>  ENVIO, S SUPRIMIDA (MARKETING SEM CONSENTIMENTO), E ENVIADA
      *>  PELO DESPACHO DO COMUNMAN, F FALHA NA ENTREGA (SEM ENDERECO
      *>  OU TELEFONE, OU DEVOLUCAO REGISTRADA), COM O MOTIVO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 COMUNFIL-MASTER-REG.
            05 CF-NUMERO             PIC 9(08).
            05 CF-CLI-ID             PIC 9(05).
            05 CF-FINALIDADE         PIC X(01).
                88 CF-MARKETING          VALUE 'M'.
                88 CF-SERVICO            VALUE 'S'.
                88 CF-COBRANCA           VALUE 'C'.
            05 CF-ORIGEM             PIC X(08).
            05 CF-CANAL              PIC X(01).
            05 CF-DT-GERACAO         PIC 9(08).
            05 CF-TEXTO              PIC X(80).
            05 CF-SITUACAO           PIC X(01).
                88 CF-PENDENTE           VALUE 'P'.
                88 CF-SUPRIMIDA          VALUE 'S'.
                88 CF-ENVIADA            VALUE 'E'.
                88 CF-FALHA              VALUE 'F'.
            05 CF-DT-SITUACAO        PIC 9(08).
            05 CF-MOTIVO             PIC X(20).
            05 FILLER                PIC X(20).
