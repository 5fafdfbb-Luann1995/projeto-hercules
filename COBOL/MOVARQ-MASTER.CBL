      *>  --------------------------------------------------------------
      *>  MOVARQ-MASTER.CBL
      *>  OBJETIVO = ARQUIVO MORTO DOS LEDGERS DE MOVIMENTO (MOVARQ.TXT,
      *>  SEQUENCIAL, ACUMULATIVO). O ARQMOVTO GRAVA A CADA RODADA
      *>  ANUAL UM SEGMENTO POR LEDGER - CABECALHO H, UM DETALHE D POR
      *>  REGISTRO RETIRADO DO ARQUIVO VIVO (IMAGEM ORIGINAL EM
      *>  MA-DADOS) E TRAILER T COM OS TOTAIS DE CONTROLE - TODOS COM A
      *>  DATA DA RODADA (MA-DT-ARQUIVO) E A DATA DE CORTE APLICADA.
      *>  MA-ORIGEM EMPPAGOS PAGAMENTOS DE EMPRESTIMO DE CONTRATO
      *>  QUITADO OU RENEGOCIADO, SEGPARC PARCELAS DE APOLICE SEM
      *>  PARCELA EM ABERTO, MOEDALOG LINHAS DO LOG DE CAMBIO ANTERIORES
      *>  AO CORTE. MA-DT-MOVIMENTO E A DATA DO PROPRIO MOVIMENTO
      *>  (PAGAMENTO, VENCIMENTO OU DATA DA LINHA DO LOG), USADA NAS
      *>  CONSULTAS POR PERIODO E NO EXPURGO DA RETENCAO LGPD (CLILGPD),
      *>  QUE SOMA NO TRAILER OS DETALHES EXPURGADOS DO SEGMENTO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 MOVARQ-REG.
            05 MA-ORIGEM             PIC X(08).
                88 MA-EMPPAGOS           VALUE 'EMPPAGOS'.
                88 MA-SEGPARC            VALUE 'SEGPARC '.
                88 MA-MOEDALOG           VALUE 'MOEDALOG'.
            05 MA-TIPO-REG           PIC X(01).
                88 MA-CABECALHO          VALUE 'H'.
                88 MA-DETALHE            VALUE 'D'.
                88 MA-TRAILER            VALUE 'T'.
            05 MA-DT-ARQUIVO         PIC 9(08).
            05 MA-DT-CORTE           PIC 9(08).
            05 MA-DT-MOVIMENTO       PIC 9(08).
            05 MA-DADOS              PIC X(160).
            05 MA-PAGAMENTO REDEFINES MA-DADOS.
                10 MA-EP-CONTRATO     PIC 9(08).
                10 MA-EP-PARCELA      PIC 9(02).
                10 MA-EP-DT-PAGAMENTO PIC 9(08).
                10 MA-EP-VL-PAGO      PIC 9(07)V99.
                10 MA-EP-JUROS-MORA   PIC 9(05)V99.
                10 MA-EP-MULTA        PIC 9(05)V99.
                10 FILLER             PIC X(119).
            05 MA-PARCELA-SEGURO REDEFINES MA-DADOS.
                10 MA-SP-APOLICE      PIC 9(08).
                10 MA-SP-PARCELA      PIC 9(02).
                10 MA-SP-VENCIMENTO   PIC 9(08).
                10 MA-SP-VALOR        PIC 9(06)V99.
                10 MA-SP-SITUACAO     PIC X(01).
                10 MA-SP-DT-PAGAMENTO PIC 9(08).
                10 FILLER             PIC X(125).
            05 MA-CONTROLE REDEFINES MA-DADOS.
                10 MA-T-QT-LIDOS      PIC 9(09).
                10 MA-T-QT-ARQUIVADOS PIC 9(09).
                10 MA-T-QT-MANTIDOS   PIC 9(09).
                10 MA-T-QT-TRANSPORTE PIC 9(07).
                10 MA-T-VL-ARQUIVADO  PIC 9(13)V99.
                10 MA-T-VL-TRANSPORTE PIC 9(13)V99.
                10 MA-T-QT-EXPURGADOS PIC 9(09).
                10 FILLER             PIC X(87).
            05 FILLER                PIC X(07).
