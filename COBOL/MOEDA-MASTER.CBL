      *>  --------------------------------------------------------------
      *>  MOEDA-MASTER.CBL
      *>  OBJETIVO = CADASTRO DE MOEDAS DA MESA DE CAMBIO (MOEDAS.TXT,
      *>  INDEXADO PELO CODIGO ISO, COM A SIGLA COMO CHAVE ALTERNADA).
      *>  MANTIDO PELO MOEDAMAN. A SIGLA E O NOME CURTO GRAVADO NO LOG
      *>  DE CONVERSOES (MOEDASLOG.TXT) E NA POSICAO (POSCAMB.TXT); AS
      *>  TAXAS SAO SEMPRE EM REAIS POR UNIDADE DA MOEDA (O REAL, BRL,
      *>  E A MOEDA BASE, TAXA 1). MO-NUM-LOTE E O CODIGO DA MOEDA NAS
      *>  TRANSACOES DO LOTE MOEDASTR.TXT (0 = NAO ACEITA NO LOTE) E
      *>  MO-TAXA-PADRAO E A TAXA DE REFERENCIA USADA QUANDO O FEED DO
      *>  DIA NAO TRAZ A MOEDA. MO-DECIMAIS E O NUMERO DE CASAS DA MOEDA
      *>  NA EXIBICAO (0 PARA IENE, WON...).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 MOEDA-MASTER-REG.
            05 MO-CODIGO             PIC X(03).
            05 MO-SIGLA              PIC X(05).
            05 MO-NOME               PIC X(20).
            05 MO-DECIMAIS           PIC 9(01).
            05 MO-SITUACAO           PIC X(01).
                88 MO-ATIVA              VALUE 'A'.
                88 MO-INATIVA            VALUE 'I'.
            05 MO-NUM-LOTE           PIC 9(01).
            05 MO-TAXA-PADRAO        PIC 9(3)V9999.
            05 MO-DT-CADASTRO        PIC 9(08).
            05 FILLER                PIC X(20).
