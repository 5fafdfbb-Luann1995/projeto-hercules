       FD RANK-PROMO.
       01 RANK-PROMO-REG       PIC X(80).
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD RELAT-MOBILIDADE.
       01 RELAT-MOBILIDADE-REG PIC X(100).
      *>  --------------------------------------------------------------
