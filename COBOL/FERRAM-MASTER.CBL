      *>  --------------------------------------------------------------
      *>  FERRAM-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE FERRAMENTAS E EQUIPAMENTOS RETORNAVEIS
      *>  DO ALMOXARIFADO EMPRESTADOS A OFICINA (FERRAM.TXT, INDEXADO
      *>  PELA ETIQUETA PATRIMONIAL). GUARDA O DEPOSITO DE ORIGEM, A
      *>  CALIBRACAO (ULTIMA, INTERVALO EM DIAS E VENCIMENTO; INTERVALO
      *>  ZERO = FERRAMENTA SEM CALIBRACAO) E, QUANDO EMPRESTADA (E), A
      *>  RETIRADA EM ABERTO NO FERRMOV.TXT COM O FUNCIONARIO, A ORDEM
      *>  DE REPARO E A DATA PREVISTA DE DEVOLUCAO. MANTIDO PELO
      *>  FERRAMEN.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 FERRAM-MASTER-REG.
            05 FE-TAG                PIC X(10).
            05 FE-DESCRICAO          PIC X(30).
            05 FE-COD-DEPOSITO       PIC 9(02).
            05 FE-INTERVALO-CALIB    PIC 9(03).
            05 FE-DT-CALIBRACAO      PIC 9(08).
            05 FE-DT-VENC-CALIB      PIC 9(08).
            05 FE-PRAZO-EMPRESTIMO   PIC 9(02).
            05 FE-SITUACAO           PIC X(01).
                88 FE-DISPONIVEL         VALUE 'D'.
                88 FE-EMPRESTADA         VALUE 'E'.
                88 FE-BAIXADA            VALUE 'B'.
            05 FE-MOV-NUMERO         PIC 9(06).
            05 FE-MATRICULA          PIC 9(06).
            05 FE-OS-NUMERO          PIC 9(06).
            05 FE-DT-SAIDA           PIC 9(08).
            05 FE-DT-PREVISTA        PIC 9(08).
            05 FE-DT-CADASTRO        PIC 9(08).
            05 FILLER                PIC X(20).
