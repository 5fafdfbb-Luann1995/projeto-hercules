      *>  --------------------------------------------------------------
      *>  DESCBENF-MASTER.CBL
      *>  OBJETIVO = DESCONTOS DE TERCEIROS NA FOLHA DE BENEFICIOS
      *>  (DESCBENF.TXT, INDEXADO POR CLIENTE + SEQUENCIA). TIPO P
      *>  PENSAO ALIMENTICIA POR ORDEM JUDICIAL (PROCESSO E FAVORECIDO,
      *>  PERCENTUAL DO BENEFICIO COM O 13 OU VALOR FIXO) E TIPO E
      *>  EMPRESTIMO DESCONTADO DO BENEFICIO (CONTRATO DE CONTRATO.TXT,
      *>  PROXIMA PARCELA EM ABERTO DENTRO DA MARGEM CONSIGNAVEL). A
      *>  PENSAO ALIMENTICIA SEMPRE VEM ANTES DOS EMPRESTIMOS; DENTRO DE
      *>  CADA TIPO VALE DB-PRIORIDADE (1 PRIMEIRO). SITUACAO A ATIVO,
      *>  E ENCERRADO (PELO ATENDIMENTO OU PELA FOLHA QUANDO O
      *>  CONTRATO NAO TEM MAIS PARCELA EM ABERTO).
      *>  TIPO D DEVOLUCAO DE PAGAMENTO INDEVIDO, GRAVADO PELO APOSINDV
      *>  NA PENSAO DO SOBREVIVENTE: PERCENTUAL DO BENEFICIO ATE O
      *>  TOTAL DB-VL-LIMITE, COM DB-CONTRATO = CLIENTE DEVEDOR
      *>  (TITULAR DO DEBITO EM INDEVIDO.TXT). FICA ENTRE O IR E OS
      *>  EMPRESTIMOS.
      *>  NA PENSAO ALIMENTICIA, DB-FAV-CPF E A CONTA DO FAVORECIDO
      *>  (BANCO, AGENCIA, CONTA) RECEBEM O CREDITO DO PAGLOTE.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 DESCBENF-MASTER-REG.
            05 DB-CHAVE.
                10 DB-CLI-ID         PIC 9(05).
                10 DB-SEQ            PIC 9(02).
            05 DB-TIPO               PIC X(01).
                88 DB-PENSAO-ALIMENTOS   VALUE 'P'.
                88 DB-EMPRESTIMO         VALUE 'E'.
                88 DB-DEVOLUCAO          VALUE 'D'.
            05 DB-PRIORIDADE         PIC 9(01).
            05 DB-FORMA              PIC X(01).
                88 DB-PERCENTUAL         VALUE 'P'.
                88 DB-VALOR-FIXO         VALUE 'V'.
            05 DB-PCT                PIC 9V9999.
            05 DB-VALOR              PIC 9(07)V99.
            05 DB-CONTRATO           PIC 9(08).
            05 DB-PROCESSO           PIC X(20).
            05 DB-FAVORECIDO         PIC X(30).
            05 DB-DT-INICIO          PIC 9(08).
            05 DB-SITUACAO           PIC X(01).
                88 DB-ATIVO              VALUE 'A'.
                88 DB-ENCERRADO          VALUE 'E'.
            05 DB-MES-ULT-DESCONTO   PIC 9(06).
            05 DB-TOT-DESCONTADO     PIC 9(09)V99.
            05 DB-VL-LIMITE          PIC 9(09)V99.
            05 DB-FAV-CPF            PIC 9(11).
            05 DB-FAV-BANCO          PIC 9(03).
            05 DB-FAV-AGENCIA        PIC 9(04).
            05 DB-FAV-CONTA          PIC X(12).
            05 FILLER                PIC X(09).
