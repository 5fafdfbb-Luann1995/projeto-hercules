      *>  --------------------------------------------------------------
      *>  SPRDDIA-MASTER.CBL
      *>  OBJETIVO = RECEITA DE SPREAD DE CAMBIO DO DIA (SPRDDIA.TXT,
      *>  INDEXADO POR DATA + MOEDA + SEGMENTO DO CLIENTE), APURADA
      *>  PELO FXSPREAD A PARTIR DO LOG DE CONVERSOES E LANCADA NO
      *>  DIARIO PELO RAZAODIA (TIPO SPREADFX). RD-MOEDA E A SIGLA DA
      *>  MOEDA DE ORIGEM NO LOG; RD-SEGMENTO V VAREJO, A ALTA RENDA,
      *>  P PRIVATE. UMA REAPURACAO NO MESMO DIA REGRAVA O REGISTRO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 SPRDDIA-MASTER-REG.
            05 RD-CHAVE.
                10 RD-DATA           PIC 9(08).
                10 RD-MOEDA          PIC X(05).
                10 RD-SEGMENTO       PIC X(01).
            05 RD-QT-OPERACOES       PIC 9(05).
            05 RD-RECEITA            PIC 9(09)V99.
            05 FILLER                PIC X(10).
