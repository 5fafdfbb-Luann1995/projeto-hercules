      *>  --------------------------------------------------------------
      *>  PREAPROV-MASTER.CBL
      *>  OBJETIVO = OFERTAS PRE-APROVADAS DE CREDITO (PREAPROV.TXT,
      *>  INDEXADO PELO CLIENTE), REGERADAS TODA NOITE PELO PREAPROV
      *>  PARA CADA CLIENTE ATIVO: VALOR DE EMPRESTIMO PRE-APROVADO
      *>  COM A PARCELA MAXIMA QUE CABE NA MARGEM, E PRODUTO DE CARTAO
      *>  PRE-APROVADO COM O LIMITE. SITUACAO D DISPONIVEL, U USADA NO
      *>  DIA (DESAFIO12 / DESAFIO03), N SEM OFERTA - O MOTIVO DA
      *>  PRIMEIRA RECUSA FICA EM PA-MOTIVO. VALE ATE PA-DT-VALIDADE.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 PREAPROV-MASTER-REG.
            05 PA-CLI-ID              PIC 9(05).
            05 PA-DT-CALCULO          PIC 9(08).
            05 PA-DT-VALIDADE         PIC 9(08).
            05 PA-SCORE               PIC 9(03).
            05 PA-PARCELA-MAX         PIC 9(05)V99.
            05 PA-VL-EMPRESTIMO       PIC 9(06)V99.
            05 PA-EMP-SITUACAO        PIC X(01).
                88 PA-EMP-DISPONIVEL      VALUE 'D'.
                88 PA-EMP-USADO           VALUE 'U'.
                88 PA-EMP-SEM-OFERTA      VALUE 'N'.
            05 PA-CARTAO-PRODUTO      PIC 9(02).
            05 PA-CARTAO-NOME         PIC X(10).
            05 PA-CARTAO-LIMITE       PIC 9(06)V99.
            05 PA-CART-SITUACAO       PIC X(01).
                88 PA-CART-DISPONIVEL     VALUE 'D'.
                88 PA-CART-USADO          VALUE 'U'.
                88 PA-CART-SEM-OFERTA     VALUE 'N'.
            05 PA-MOTIVO              PIC X(20).
            05 FILLER                 PIC X(20).
