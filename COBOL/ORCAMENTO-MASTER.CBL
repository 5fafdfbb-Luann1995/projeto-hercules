      *>  --------------------------------------------------------------
      *>  ORCAMENTO-MASTER.CBL
      *>  OBJETIVO = ORCAMENTO ANUAL POR DEPARTAMENTO E TIPO DE CUSTO
      *>  (ORCADEP.TXT, INDEXADO POR ANO + DEPARTAMENTO + TIPO), COM O
      *>  VALOR ORCADO MES A MES. TIPO P = CONSUMO DE PECAS, REALIZADO
      *>  PELAS REQUISICOES (REQUIS.TXT) DO DEPARTAMENTO; TIPO O =
      *>  CUSTO OPERACIONAL, REALIZADO PELO DIARIO CONTABIL NA CONTA DE
      *>  CUSTO OR-CONTA-CUSTO. CARREGADO UMA VEZ POR ANO E REVISADO
      *>  PELO ORCADEPT.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 ORCAMENTO-MASTER-REG.
            05 OR-CHAVE.
                10 OR-ANO            PIC 9(04).
                10 OR-DEPARTAMENTO   PIC X(10).
                10 OR-TIPO-CUSTO     PIC X(01).
                    88 OR-PECAS          VALUE 'P'.
                    88 OR-OPERACIONAL    VALUE 'O'.
            05 OR-CONTA-CUSTO        PIC 9(05).
            05 OR-VALOR-MES          PIC 9(09)V99 OCCURS 12 TIMES.
            05 OR-DT-CARGA           PIC 9(08).
            05 OR-DT-REVISAO         PIC 9(08).
            05 OR-QT-REVISOES        PIC 9(03).
            05 FILLER                PIC X(20).
