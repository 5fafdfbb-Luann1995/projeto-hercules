      ***   ARQUIVO DIARIO DE AVISOS (NOTIFVEN.TXT) COM AS POSICOES
      ***   QUE VENCEM EM ATE 30 DIAS, JA COM NOME E TELEFONE DO
      ***   CLIENTE (CLIENTE.TXT), PARA A MESA LIGAR SOBRE A
      ***   RENOVACAO ANTES DO DINHEIRO FICAR PARADO. O AVISO AO
      ***   CLIENTE ENTRA UMA VEZ NA FILA DE COMUNICACAO (COMUNFIL),
      ***   A 30 DIAS DO VENCIMENTO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       77 WRK-QT-AVISOS    PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-CLI     PIC X(30) VALUE SPACES.
       77 WRK-FONE-CLI     PIC 9(11) VALUE ZEROS.
       01 WRK-COMUNICA.
            05 WRK-CM-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-CM-FINALIDADE   PIC X(01)    VALUE 'S'.
            05 WRK-CM-ORIGEM       PIC X(08)    VALUE 'INVVENC'.
            05 WRK-CM-TEXTO        PIC X(80)    VALUE SPACES.
            05 WRK-CM-RESULTADO    PIC X(01)    VALUE SPACES.
            05 WRK-CM-NUMERO       PIC 9(08)    VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  ESCADA: 12 MESES A FRENTE X 4 PRODUTOS, EM VALOR DE SALDO.
      *>  --------------------------------------------------------------
                    ' SALDO=' IP-SALDO
                    DELIMITED BY SIZE INTO NOTIFICACOES-REG.
             WRITE NOTIFICACOES-REG.
             IF WRK-DIAS-ATE = 30
               MOVE IP-CLI-ID TO WRK-CM-CLI-ID
               MOVE SPACES TO WRK-CM-TEXTO
               STRING 'SUA APLICACAO ' IP-SEQ ' VENCE EM '
                      WRK-DT-VENCIMENTO ' - SALDO ' IP-SALDO
                      DELIMITED BY SIZE INTO WRK-CM-TEXTO
               CALL 'COMUNFIL' USING WRK-COMUNICA
             END-IF.
      *>  --------------------------------------------------------------
       2000-IMPRIME-ESCADA.
      *>  --------------------------------------------------------------
