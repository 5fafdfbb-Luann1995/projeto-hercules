      *>  --------------------------------------------------------------
      *>  ENDERECO-MASTER.CBL
      *>  OBJETIVO = ENDERECAMENTO DO DEPOSITO (ENDERECO.TXT, INDEXADO
      *>  POR DEPOSITO + RUA + PRATELEIRA + POSICAO). CADA ENDERECO
      *>  TEM A CAPACIDADE EM PECAS, O SALDO OCUPADO (SOMA DAS PECAS
      *>  ATRIBUIDAS EM PECAEND.TXT) E A ORDEM NO PERCURSO DE
      *>  SEPARACAO, QUE ORDENA A PICKING LIST. MANTIDO PELO ENDPECAS.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 ENDERECO-MASTER-REG.
            05 EN-CHAVE.
                10 EN-COD-DEPOSITO   PIC 9(02).
                10 EN-ENDERECO.
                    15 EN-RUA        PIC X(02).
                    15 EN-PRATELEIRA PIC 9(02).
                    15 EN-POSICAO    PIC 9(02).
            05 EN-ORDEM-PERCURSO     PIC 9(04).
            05 EN-CAPACIDADE         PIC 9(05).
            05 EN-QT-OCUPADA         PIC 9(05).
            05 EN-SITUACAO           PIC X(01).
                88 EN-ATIVO              VALUE 'A'.
                88 EN-BLOQUEADO          VALUE 'B'.
            05 EN-DT-CADASTRO        PIC 9(08).
            05 FILLER                PIC X(20).
