      *>  --------------------------------------------------------------
      *>  COMIPAG-MASTER.CBL
      *>  OBJETIVO = COMISSAO A PAGAR POR CORRETOR E MES (COMIPAG.TXT,
      *>  INDEXADO POR CORRETOR + MES). GRAVADO PELO FECHAMENTO DO
      *>  CORRCOMI COM O TOTAL POSITIVO DO CORRETOR; O FECHAMENTO
      *>  REFEITO NO MES SO SUBSTITUI O VALOR ENQUANTO ESTA EM ABERTO.
      *>  A EM ABERTO, E ENVIADA AO BANCO PELO PAGLOTE, P PAGA
      *>  (CONFIRMADA NO RETORNO DO BANCO), D DEVOLVIDA PELO BANCO ATE
      *>  A CORRECAO VOLTAR PELO SUSPMANT.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 COMIPAG-MASTER-REG.
            05 CM-CHAVE.
                10 CM-COR-COD        PIC 9(04).
                10 CM-MES            PIC 9(06).
            05 CM-VALOR              PIC 9(09)V99.
            05 CM-DT-FECHAMENTO      PIC 9(08).
            05 CM-SITUACAO           PIC X(01).
                88 CM-ABERTO             VALUE 'A'.
                88 CM-ENVIADO            VALUE 'E'.
                88 CM-DEVOLVIDO          VALUE 'D'.
                88 CM-PAGO               VALUE 'P'.
            05 CM-DT-PAGAMENTO       PIC 9(08).
            05 FILLER                PIC X(20).
