      *>  --------------------------------------------------------------
      *>  CONTRATO-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE CONTRATOS DE EMPRESTIMO (CONTRATO.TXT,
      *>  INDEXADO PELO NUMERO DO CONTRATO COM CHAVE ALTERNATIVA PELO
      *>  CLIENTE): UM REGISTRO POR CONTRATO COM O CABECALHO DA
      *>  SIMULACAO ACEITA E O CRONOGRAMA INTEIRO NA TABELA DE
      *>  PARCELAS (A PARCELA N E A OCORRENCIA N). GRAVADO PELO
      *>  DESAFIO12; SITUACAO A ATIVO, Q QUITADO (QUITACAO ANTECIPADA
      *>  NO EMPCOBRA, OU ULTIMA PARCELA EM ABERTO PAGA POR QUALQUER
      *>  CAMINHO - BALCAO NO EMPCOBRA, RETORNO DO BANCO NO BANCOCOB,
      *>  DESCONTO NO BENEFICIO NO APOSFOLH OU DESCONTO EM FOLHA NO
      *>  EMPCONSG - TODOS PELO SUBPROGRAMA EMPENCER), R RENEGOCIADO
      *>  (O NUMERO DO CONTRATO NOVO FICA EM CTR-RENEGOCIADO-EM E O
      *>  NOVO APONTA O ANTIGO EM CTR-ORIGEM), P BAIXADO PARA PREJUIZO
      *>  PELO EMPPREJU (SALDO BAIXADO EM CTR-VL-ENCERRAMENTO, DETALHE
      *>  EM EMPPREJU.TXT - PREJUIZO-MASTER.CBL). MODALIDADE N NORMAL,
      *>  C CONSIGNADO, R RENEGOCIACAO. CTR-GARANTIA S INDICA CONTRATO
      *>  COM GARANTIA REAL EM GARANTIA.TXT (GARANTIA-MASTER.CBL).
      *>  CTR-COBRANCA-SUSP S TIRA O CONTRATO DA REGUA DE COBRANCA
      *>  (CLIENTE FALECIDO - MARCADO PELO CLIOBITO).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CONTRATO-MASTER-REG.
            05 CTR-NUMERO            PIC 9(08).
            05 CTR-CLI-ID            PIC 9(05).
            05 CTR-DT-CONTRATO       PIC 9(08).
            05 CTR-MODALIDADE        PIC X(01).
                88 CTR-NORMAL            VALUE 'N'.
                88 CTR-CONSIGNADO        VALUE 'C'.
                88 CTR-RENEGOCIACAO      VALUE 'R'.
            05 CTR-VALOR             PIC 9(06)V99.
            05 CTR-PRAZO             PIC 9(02).
            05 CTR-METODO            PIC 9(01).
            05 CTR-LIMITE            PIC 9(06)V99.
            05 CTR-PONTOS            PIC 9(03).
            05 CTR-AVALISTA          PIC 9(05).
            05 CTR-TAXA-VIG          PIC 9(08).
            05 CTR-MATRICULA         PIC 9(06).
            05 CTR-ORIGEM            PIC 9(08).
            05 CTR-SITUACAO          PIC X(01).
                88 CTR-ATIVO             VALUE 'A'.
                88 CTR-QUITADO           VALUE 'Q'.
                88 CTR-RENEGOCIADO       VALUE 'R'.
                88 CTR-EM-PREJUIZO       VALUE 'P'.
            05 CTR-RENEGOCIADO-EM    PIC 9(08).
            05 CTR-DT-ENCERRAMENTO   PIC 9(08).
            05 CTR-VL-ENCERRAMENTO   PIC 9(08)V99.
            05 CTR-VL-DESCONTO       PIC 9(08)V99.
            05 CTR-QT-PARCELAS       PIC 9(02).
            05 CTR-PARCELA OCCURS 20 TIMES.
                10 CTR-PC-VENC       PIC 9(08).
                10 CTR-PC-AMORT      PIC 9(06)V99.
                10 CTR-PC-JUROS      PIC 9(06)V99.
                10 CTR-PC-VALOR      PIC 9(06)V99.
                10 CTR-PC-SALDO      PIC 9(07)V99.
            05 CTR-GARANTIA          PIC X(01).
                88 CTR-COM-GARANTIA      VALUE 'S'.
            05 CTR-COBRANCA-SUSP     PIC X(01).
                88 CTR-SEM-COBRANCA      VALUE 'S'.
            05 FILLER                PIC X(58).
