      *>  --------------------------------------------------------------
      *>  GARANTIA-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE GARANTIAS DOS CONTRATOS DE EMPRESTIMO
      *>  (GARANTIA.TXT, INDEXADO PELO NUMERO DO CONTRATO): VEICULO
      *>  (MESMOS CAMPOS DE VEICULOS.TXT - PLACA, MODELO, ANO E
      *>  CATEGORIA) OU IMOVEL (MESMOS CAMPOS DE IMOVEIS.TXT), COM O
      *>  VALOR E A DATA DA AVALIACAO E O LTV (VALOR CONTRATADO SOBRE
      *>  O VALOR AVALIADO) NA CONTRATACAO. GRAVADO PELO DESAFIO12;
      *>  SITUACAO A GRAVAME ATIVO, L LIBERADO (CONTRATO ENCERRADO -
      *>  QUITACAO ANTECIPADA NO EMPCOBRA OU ULTIMA PARCELA PELO
      *>  EMPENCER), T TRANSFERIDO PARA O CONTRATO DA RENEGOCIACAO
      *>  (NUMERO NOVO EM GA-CONTRATO-DESTINO).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 GARANTIA-MASTER-REG.
            05 GA-CONTRATO           PIC 9(08).
            05 GA-CLI-ID             PIC 9(05).
            05 GA-TIPO               PIC X(01).
                88 GA-VEICULO            VALUE 'V'.
                88 GA-IMOVEL             VALUE 'I'.
            05 GA-DADOS-VEICULO.
                10 GA-PLACA          PIC X(07).
                10 GA-MODELO         PIC X(20).
                10 GA-ANO-MODELO     PIC 9(04).
                10 GA-CATEGORIA      PIC 9(01).
            05 GA-DADOS-IMOVEL REDEFINES GA-DADOS-VEICULO.
                10 GA-TIPO-CONSTRUCAO PIC 9(01).
                10 GA-OCUPACAO       PIC 9(01).
                10 GA-ALARME         PIC 9(01).
                10 GA-CEP            PIC 9(08).
                10 FILLER            PIC X(21).
            05 GA-VL-AVALIACAO       PIC 9(09)V99.
            05 GA-DT-AVALIACAO       PIC 9(08).
            05 GA-VL-CONTRATO        PIC 9(08)V99.
            05 GA-LTV                PIC 9(03)V99.
            05 GA-SITUACAO           PIC X(01).
                88 GA-GRAVAME-ATIVO      VALUE 'A'.
                88 GA-LIBERADO           VALUE 'L'.
                88 GA-TRANSFERIDO        VALUE 'T'.
            05 GA-DT-LIBERACAO       PIC 9(08).
            05 GA-MOTIVO-LIBERACAO   PIC X(01).
                88 GA-LIB-QUITACAO       VALUE 'Q'.
                88 GA-LIB-ULTIMA-PARCELA VALUE 'P'.
                88 GA-LIB-RENEGOCIACAO   VALUE 'R'.
            05 GA-CONTRATO-DESTINO   PIC 9(08).
            05 FILLER                PIC X(40).
