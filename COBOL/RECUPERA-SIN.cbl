            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
            05 SD-DT-REGISTRO      PIC 9(08).
       FD RELAT-RECUP.
       01 RELAT-RECUP-REG         PIC X(120).
      *>  --------------------------------------------------------------
