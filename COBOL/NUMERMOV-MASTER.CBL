      *>  --------------------------------------------------------------
      *>  NUMERMOV-MASTER.CBL
      *>  OBJETIVO = MOVIMENTO DO COFRE DE MOEDA ESTRANGEIRA POR
      *>  CEDULA (NUMERMOV.TXT, SEQUENCIAL, SO ACRESCENTA): ENTRADAS E
      *>  SAIDAS DAS CONVERSOES EM ESPECIE (DESAFIO01), SUPRIMENTOS DA
      *>  TESOURARIA, RECOLHIMENTOS E AJUSTES DE CONTAGEM (FXCOFRE).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 NUMERMOV-REG.
            05 NM-DATA               PIC 9(08).
            05 NM-HORA               PIC 9(08).
            05 NM-AGENCIA            PIC 9(04).
            05 NM-MOEDA              PIC X(03).
            05 NM-TIPO               PIC X(01).
                88 NM-ENTRADA                VALUE 'E'.
                88 NM-SAIDA                  VALUE 'S'.
            05 NM-ORIGEM             PIC X(08).
            05 NM-CEDULA             PIC 9(05).
            05 NM-QUANTIDADE         PIC 9(07).
