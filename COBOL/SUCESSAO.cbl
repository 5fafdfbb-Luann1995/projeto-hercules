            05 KP-TITULO           PIC X(20).
            05 KP-TRILHA           PIC X(12).
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD PROMO-HISTORICO.
       01 PROMO-HISTORICO-REG.
            05 PH-CHAVE.
