      *>  --------------------------------------------------------------
      *>  FRAUDE-MASTER.CBL
      *>  OBJETIVO = PONTUACAO DE FRAUDE E FILA DE INVESTIGACAO DOS
      *>  SINISTROS (SINFRAUD.TXT, INDEXADO PELO NUMERO DO SINISTRO).
      *>  GRAVADO PELO SINFRAUD: CADA INDICADOR ACESO FICA COM S E
      *>  SOMA O PESO DO PARAMETRO EM FR-PONTOS. SITUACAO L ABAIXO DO
      *>  LIMITE (SEM INVESTIGACAO, REPONTUADO ENQUANTO O SINISTRO
      *>  ESTIVER ABERTO), P NA FILA, I EM INVESTIGACAO COM ANALISTA,
      *>  F INVESTIGACAO ENCERRADA COM PARECER E RESULTADO (I
      *>  IMPROCEDENTE, C FRAUDE CONFIRMADA). O SINREG SO APROVA O
      *>  SINISTRO PONTUADO E FORA DE INVESTIGACAO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 FRAUDE-MASTER-REG.
            05 FR-SINISTRO           PIC 9(08).
            05 FR-CLI-ID             PIC 9(05).
            05 FR-APOLICE            PIC 9(08).
            05 FR-DT-PONTUACAO       PIC 9(08).
            05 FR-PONTOS             PIC 9(03).
            05 FR-INDICADORES.
                10 FR-IND-INICIO     PIC X(01).
                10 FR-IND-REATIVACAO PIC X(01).
                10 FR-IND-FREQ-CLI   PIC X(01).
                10 FR-IND-FREQ-PLACA PIC X(01).
                10 FR-IND-CUSTO      PIC X(01).
                10 FR-IND-ATRASO     PIC X(01).
            05 FR-SITUACAO           PIC X(01).
                88 FR-ABAIXO-LIMITE      VALUE 'L'.
                88 FR-NA-FILA            VALUE 'P'.
                88 FR-EM-INVESTIGACAO    VALUE 'I'.
                88 FR-ENCERRADA          VALUE 'F'.
            05 FR-ANALISTA           PIC X(10).
            05 FR-DT-INICIO-INV      PIC 9(08).
            05 FR-PARECER            PIC X(60).
            05 FR-RESULTADO          PIC X(01).
                88 FR-IMPROCEDENTE       VALUE 'I'.
                88 FR-FRAUDE-CONFIRMADA  VALUE 'C'.
            05 FR-DT-ENCERRAMENTO    PIC 9(08).
            05 FILLER                PIC X(20).
