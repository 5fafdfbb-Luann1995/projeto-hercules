      *>  --------------------------------------------------------------
      *>  CPAGAR-MASTER.CBL
      *>  OBJETIVO = TITULOS DO CONTAS A PAGAR DE FORNECEDORES DE PECAS
      *>  (TITPAGAR.TXT, INDEXADO POR FORNECEDOR + NUMERO DA NOTA).
      *>  NASCE ABERTO (A) NO NFFORNEC QUANDO A NOTA E CONFERIDA OU
      *>  LIBERADA PELO COMPRADOR, COM O VALOR E O VENCIMENTO DA NOTA;
      *>  A BAIXA (P) GRAVA CP-DT-PAGAMENTO, QUE O RAZAODIA LANCA NO
      *>  DIARIO COMO PAGFORN NO DIA DO PAGAMENTO. E ENVIADO AO BANCO
      *>  NO LOTE DE PAGAMENTOS DO PAGLOTE, AGUARDANDO O RETORNO; D
      *>  DEVOLVIDO PELO BANCO, ATE A CORRECAO VOLTAR PELO SUSPMANT.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CPAGAR-MASTER-REG.
            05 CP-CHAVE.
                10 CP-FORN-COD       PIC 9(04).
                10 CP-NF-NUMERO      PIC 9(09).
            05 CP-DT-INCLUSAO        PIC 9(08).
            05 CP-DT-VENCIMENTO      PIC 9(08).
            05 CP-VALOR              PIC 9(07)V99.
            05 CP-SITUACAO           PIC X(01).
                88 CP-ABERTO             VALUE 'A'.
                88 CP-ENVIADO            VALUE 'E'.
                88 CP-DEVOLVIDO          VALUE 'D'.
                88 CP-PAGO               VALUE 'P'.
            05 CP-DT-PAGAMENTO       PIC 9(08).
            05 CP-OPERADOR           PIC X(08).
            05 FILLER                PIC X(20).
