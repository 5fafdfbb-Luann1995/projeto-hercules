      *>  --------------------------------------------------------------
      *>  PLDCASO-MASTER.CBL
      *>  OBJETIVO = FILA DE CASOS DE PREVENCAO A LAVAGEM DE DINHEIRO
      *>  (PLDCASO.TXT, INDEXADO POR CLIENTE + REGRA + DATA DA
      *>  OPERACAO). ABERTO PELO PLDMONIT NO MONITORAMENTO NOTURNO:
      *>  REGRA 1 OPERACAO EM ESPECIE ACIMA DO LIMITE, 2 FRACIONAMENTO
      *>  LOGO ABAIXO DO LIMITE, 3 QUITACAO ANTECIPADA POR CLIENTE DE
      *>  RENDA BAIXA, 4 CAMBIO INCOMPATIVEL COM A RENDA, 5 APLICACAO E
      *>  RESGATE INCOMPATIVEIS COM RENDA E BENS. RENDA, BENS, RISCO E
      *>  PEP FICAM COMO ESTAVAM NA ABERTURA. SITUACAO P NA FILA, A EM
      *>  ANALISE COM ANALISTA, C SUSPEITA CONFIRMADA (VAI PARA A
      *>  COMUNICACAO AO COAF, PL-COAF S DEPOIS DE GERADA), D
      *>  DESCARTADO PELO ANALISTA.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PLDCASO-MASTER-REG.
            05 PL-CHAVE.
                10 PL-CLI-ID         PIC 9(05).
                10 PL-REGRA          PIC 9(01).
                    88 PL-ESPECIE-LIMITE     VALUE 1.
                    88 PL-FRACIONAMENTO      VALUE 2.
                    88 PL-QUITACAO-RENDA     VALUE 3.
                    88 PL-CAMBIO-RENDA       VALUE 4.
                    88 PL-INVEST-PATRIMONIO  VALUE 5.
                10 PL-DATA           PIC 9(08).
            05 PL-ORIGEM             PIC X(01).
                88 PL-ORIGEM-CAMBIO      VALUE 'C'.
                88 PL-ORIGEM-EMPRESTIMO  VALUE 'E'.
                88 PL-ORIGEM-APLICACAO   VALUE 'A'.
                88 PL-ORIGEM-RESGATE     VALUE 'R'.
            05 PL-VALOR              PIC 9(11)V99.
            05 PL-QT-OPERACOES       PIC 9(03).
            05 PL-RENDA              PIC 9(07)V99.
            05 PL-BENS               PIC 9(07)V99.
            05 PL-RISCO              PIC X(01).
            05 PL-PEP                PIC X(01).
            05 PL-DT-ABERTURA        PIC 9(08).
            05 PL-SITUACAO           PIC X(01).
                88 PL-NA-FILA            VALUE 'P'.
                88 PL-EM-ANALISE         VALUE 'A'.
                88 PL-CONFIRMADO         VALUE 'C'.
                88 PL-DESCARTADO         VALUE 'D'.
            05 PL-ANALISTA           PIC X(10).
            05 PL-PARECER            PIC X(60).
            05 PL-DT-DECISAO         PIC 9(08).
            05 PL-COAF               PIC X(01).
                88 PL-COMUNICADO         VALUE 'S'.
            05 PL-DT-COAF            PIC 9(08).
            05 FILLER                PIC X(20).
