      *>  --------------------------------------------------------------
      *>  CONSENT-MASTER.CBL
      *>  OBJETIVO = REGISTRO DE CONSENTIMENTO DE CONTATO DO CLIENTE
      *>  (CONSENT.TXT, INDEXADO POR CLIENTE + FINALIDADE: M
      *>  MARKETING, S SERVICO, C COBRANCA), COM O CANAL PREFERIDO (C
      *>  CARTA, S SMS, T TELEFONE). MANTIDO PELO COMUNMAN. SO O
      *>  MARKETING EXIGE CONSENTIMENTO S (LGPD): SEM REGISTRO OU COM
      *>  N A COMUNICACAO E SUPRIMIDA NA FILA (COMUNFIL). SERVICO E
      *>  COBRANCA SEGUEM PELO CONTRATO; A RECUSA FICA REGISTRADA E O
      *>  CANAL PREFERIDO E RESPEITADO. CS-DT-OPTOUT E A DATA DA ULTIMA
      *>  RETIRADA DO CONSENTIMENTO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CONSENT-MASTER-REG.
            05 CS-CHAVE.
                10 CS-CLI-ID         PIC 9(05).
                10 CS-FINALIDADE     PIC X(01).
                    88 CS-MARKETING      VALUE 'M'.
                    88 CS-SERVICO        VALUE 'S'.
                    88 CS-COBRANCA       VALUE 'C'.
            05 CS-CONSENTE           PIC X(01).
                88 CS-AUTORIZADO         VALUE 'S'.
                88 CS-RECUSADO           VALUE 'N'.
            05 CS-CANAL              PIC X(01).
                88 CS-CANAL-CARTA        VALUE 'C'.
                88 CS-CANAL-SMS          VALUE 'S'.
                88 CS-CANAL-TELEFONE     VALUE 'T'.
            05 CS-DT-CONSENTIMENTO   PIC 9(08).
            05 CS-DT-OPTOUT          PIC 9(08).
            05 CS-DT-ATUALIZACAO     PIC 9(08).
            05 FILLER                PIC X(20).
