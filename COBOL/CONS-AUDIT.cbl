       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG          PIC X(140).
       FD AUDIT-ARQUIVO.
       01 AUDIT-ARQUIVO-REG        PIC X(140).
       FD AUDIT-TRABALHO.
       01 AUDIT-TRABALHO-REG       PIC X(140).
       FD RELAT-AUDIT.
       01 RELAT-AUDIT-REG          PIC X(140).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO        PIC 9(1)  VALUE ZEROS.
       77 TRABALHO-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(08) VALUE SPACES.
       77 WRK-FILTRO-ID    PIC 9(05) VALUE ZEROS.
       77 WRK-FILTRO-DEP   PIC 9(02) VALUE ZEROS.
       77 WRK-FILTRO-OPER  PIC X(08) VALUE SPACES.
       77 WRK-FILTRO-DT-INI PIC 9(08) VALUE ZEROS.
      *>  ENTRE OS MOVIMENTOS DO DESAFIO11 E OS DO COMPRAS):
      *>    1-8   DATA AAAAMMDD        10-17 HORA
      *>    28-35 OPERADOR             46-53 OPERACAO
      *>    58-62 ID DA PECA           73-74 DEPOSITO
      *>  --------------------------------------------------------------
       01 WRK-AUDIT-LINHA          PIC X(140).
       01 WRK-AUD-DATA             PIC 9(08) VALUE ZEROS.
       01 WRK-AUD-OPERADOR         PIC X(08) VALUE SPACES.
       01 WRK-AUD-ID               PIC 9(05) VALUE ZEROS.
       01 WRK-AUD-DEP              PIC 9(02) VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
      *>  --------------------------------------------------------------
             MOVE WRK-AUDIT-LINHA(1:8)   TO WRK-AUD-DATA.
             MOVE WRK-AUDIT-LINHA(28:8)  TO WRK-AUD-OPERADOR.
             MOVE WRK-AUDIT-LINHA(58:5)  TO WRK-AUD-ID.
             MOVE WRK-AUDIT-LINHA(73:2)  TO WRK-AUD-DEP.
      *>  --------------------------------------------------------------
      *>  3000-FECHAMENTO-MENSAL - MOVE PARA O ARQUIVO MORTO
      *>  (PECASARC.TXT) TODOS OS MOVIMENTOS ATE O MES INFORMADO,
