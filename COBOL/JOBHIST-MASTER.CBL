      *>  --------------------------------------------------------------
      *>  JOBHIST-MASTER.CBL
      *>  OBJETIVO = HISTORICO DE EXECUCAO DOS PASSOS DA CADEIA NOTURNA
      *>  (JOBHIST.TXT, SEQUENCIAL, ACUMULATIVO EM ORDEM DE EXECUCAO).
      *>  O JOBSCHED GRAVA UMA LINHA POR PASSO EXECUTADO: DATA DA
      *>  RODADA, PASSO, PROGRAMA E PARM, HORA DE INICIO E DE FIM
      *>  (HHMMSSCC), DURACAO EM SEGUNDOS, REGISTROS LIDOS (SOMA DOS
      *>  CT-LIDOS QUE O PASSO GRAVOU NO CTRLTOT.TXT) E O RETURN-CODE.
      *>  UM PASSO RE-EXECUTADO NO MESMO DIA GERA UMA LINHA A MAIS.
      *>  LIDO PELO JOBRESUM (RESUMO OPERACIONAL DA MANHA).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 JOBHIST-REG.
            05 JH-DATA               PIC 9(08).
            05 JH-PASSO              PIC X(08).
            05 JH-PROGRAMA           PIC X(09).
            05 JH-PARM               PIC X(08).
            05 JH-HORA-INICIO        PIC 9(08).
            05 JH-HORA-FIM           PIC 9(08).
            05 JH-SEGUNDOS           PIC 9(05)V99.
            05 JH-LIDOS              PIC 9(09).
            05 JH-RC                 PIC 9(04).
            05 JH-SITUACAO           PIC X(01).
                88 JH-COMPLETO           VALUE 'C'.
                88 JH-FALHOU             VALUE 'F'.
            05 FILLER                PIC X(10).
