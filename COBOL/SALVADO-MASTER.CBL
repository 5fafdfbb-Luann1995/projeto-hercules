      *>  --------------------------------------------------------------
      *>  SALVADO-MASTER.CBL
      *>  OBJETIVO = SALVADOS DOS SINISTROS DE PERDA TOTAL
      *>  (SALVADOS.TXT, INDEXADO PELO NUMERO DO SINISTRO). ABERTO
      *>  PELO SINLIQ NA LIQUIDACAO POR PERDA TOTAL (MENOS NO ROUBO,
      *>  QUE NAO DEIXA VEICULO) COM OS DADOS DO VEICULO DA APOLICE;
      *>  SITUACAO E EM ESTOQUE, V VENDIDO (DATA, VALOR E COMPRADOR
      *>  DA VENDA). O VALOR DA VENDA REDUZ O CUSTO DO SINISTRO NA
      *>  LIQUIDACAO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 SALVADO-MASTER-REG.
            05 SV-SINISTRO           PIC 9(08).
            05 SV-APOLICE            PIC 9(08).
            05 SV-DT-ABERTURA        PIC 9(08).
            05 SV-PLACA              PIC X(07).
            05 SV-MODELO             PIC X(20).
            05 SV-ANO-MODELO         PIC 9(04).
            05 SV-SITUACAO           PIC X(01).
                88 SV-EM-ESTOQUE         VALUE 'E'.
                88 SV-VENDIDO            VALUE 'V'.
            05 SV-DT-VENDA           PIC 9(08).
            05 SV-VL-VENDA           PIC 9(07)V99.
            05 SV-COMPRADOR          PIC X(30).
            05 FILLER                PIC X(20).
