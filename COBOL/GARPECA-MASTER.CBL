      *>  --------------------------------------------------------------
      *>  GARPECA-MASTER.CBL
      *>  OBJETIVO = GARANTIA DE FORNECEDOR DAS PECAS INSTALADAS NA
      *>  OFICINA (GARPECA.TXT, INDEXADO POR ORDEM DE REPARO +
      *>  SEQUENCIA). NASCE VIGENTE (A) NO FECHAMENTO DA ORDEM DO
      *>  OSREPARO, UMA POR REQUISICAO DE PECA DA ORDEM, COM O LOTE DA
      *>  REQUISICAO, O FORNECEDOR DA PECA E O VENCIMENTO PELO PRAZO DE
      *>  GARANTIA DO FORNECEDOR (FORN-GARANTIA-DIAS). FALHA DENTRO DO
      *>  PRAZO VIRA RECLAMACAO AO FORNECEDOR (R) COM A ORDEM DA FALHA,
      *>  ENCERRADA NA TROCA DA PECA (T) OU NO CREDITO (C) COM O VALOR
      *>  RECUPERADO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 GARPECA-MASTER-REG.
            05 GP-CHAVE.
                10 GP-OS-NUMERO      PIC 9(06).
                10 GP-SEQ            PIC 9(03).
            05 GP-SINISTRO           PIC 9(08).
            05 GP-CLI-ID             PIC 9(05).
            05 GP-PLACA              PIC X(07).
            05 GP-ID-PECA            PIC 9(05).
            05 GP-COD-DEPOSITO       PIC 9(02).
            05 GP-QT-PECA            PIC 9(05).
            05 GP-VALOR              PIC 9(07)V99.
            05 GP-NUMERO-LOTE        PIC X(10).
            05 GP-FORN-COD           PIC 9(04).
            05 GP-DT-INSTALACAO      PIC 9(08).
            05 GP-PRAZO-DIAS         PIC 9(03).
            05 GP-DT-VENCIMENTO      PIC 9(08).
            05 GP-SITUACAO           PIC X(01).
                88 GP-VIGENTE            VALUE 'A'.
                88 GP-RECLAMADA          VALUE 'R'.
                88 GP-TROCADA            VALUE 'T'.
                88 GP-CREDITADA          VALUE 'C'.
            05 GP-OS-FALHA           PIC 9(06).
            05 GP-DT-RECLAMACAO      PIC 9(08).
            05 GP-MOTIVO             PIC X(30).
            05 GP-DT-RESSARC         PIC 9(08).
            05 GP-VL-RECUPERADO      PIC 9(07)V99.
            05 FILLER                PIC X(20).
