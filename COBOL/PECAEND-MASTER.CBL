      *>  --------------------------------------------------------------
      *>  PECAEND-MASTER.CBL
      *>  OBJETIVO = ATRIBUICAO DE PECA A ENDERECO (PECAEND.TXT,
      *>  INDEXADO POR PECA + DEPOSITO + ENDERECO). A MESMA PECA PODE
      *>  OCUPAR VARIOS ENDERECOS NO DEPOSITO, CADA UM COM A SUA
      *>  QUANTIDADE. A ARMAZENAGEM DO COMPRAS SOMA, A SEPARACAO DO
      *>  DESAFIO11 BAIXA E A CONTAGEM POR ENDERECO ACERTA O SALDO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PECAEND-MASTER-REG.
            05 PN-CHAVE.
                10 PN-ID-PECA        PIC 9(05).
                10 PN-COD-DEPOSITO   PIC 9(02).
                10 PN-ENDERECO.
                    15 PN-RUA        PIC X(02).
                    15 PN-PRATELEIRA PIC 9(02).
                    15 PN-POSICAO    PIC 9(02).
            05 PN-QT-PECA            PIC 9(05).
            05 PN-DT-MOVIMENTO       PIC 9(08).
            05 FILLER                PIC X(20).
