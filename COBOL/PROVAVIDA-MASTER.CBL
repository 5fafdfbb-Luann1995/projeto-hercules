      *>  --------------------------------------------------------------
      *>  PROVAVIDA-MASTER.CBL
      *>  OBJETIVO = PROVA DE VIDA ANUAL DOS BENEFICIARIOS DA FOLHA DE
      *>  BENEFICIOS (PROVVIDA.TXT, INDEXADO PELO CLIENTE). A PROVA
      *>  VENCE TODO ANO NO ULTIMO DIA DO MES DE ANIVERSARIO
      *>  (VD-DT-VENCIMENTO). O APOSVIDA REGISTRA A PROVA E EMITE OS
      *>  AVISOS DE 60 E 30 DIAS (DATAS DOS AVISOS JA EMITIDOS PARA O
      *>  VENCIMENTO CORRENTE). O APOSFOLH SUSPENDE O PAGAMENTO COM
      *>  MAIS DE 60 DIAS DE ATRASO (SITUACAO S), ACUMULANDO OS MESES
      *>  E O VALOR RETIDO, E PAGA O RETIDO COMO ATRASADOS NA PRIMEIRA
      *>  FOLHA DEPOIS DA PROVA. VD-MES-ULT-FOLHA E O ULTIMO MES EM QUE
      *>  O BENEFICIARIO ENTROU NA FOLHA (PAGO OU SUSPENSO).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PROVAVIDA-MASTER-REG.
            05 VD-CLI-ID             PIC 9(05).
            05 VD-MES-ANIVERSARIO    PIC 9(02).
            05 VD-DT-ULTIMA-PROVA    PIC 9(08).
            05 VD-DT-VENCIMENTO      PIC 9(08).
            05 VD-DT-AVISO-60        PIC 9(08).
            05 VD-DT-AVISO-30        PIC 9(08).
            05 VD-SITUACAO           PIC X(01).
                88 VD-EM-DIA             VALUE 'A'.
                88 VD-SUSPENSO           VALUE 'S'.
            05 VD-MES-SUSPENSAO      PIC 9(06).
            05 VD-MESES-SUSPENSOS    PIC 9(03).
            05 VD-VL-RETIDO          PIC 9(09)V99.
            05 VD-MES-ULT-FOLHA      PIC 9(06).
            05 FILLER                PIC X(20).
