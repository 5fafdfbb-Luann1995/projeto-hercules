       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVEMIS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CADASTRO DE EMISSORES E PRODUTOS
      ***   DE INVESTIMENTO (EMISPROD.TXT): EMISSOR (CNPJ E NOME),
      ***   TIPO DE PRODUTO DO DESAFIO06, COBERTURA DO FGC, LIQUIDEZ
      ***   EM DIAS E RATING. O APORTE DO DESAFIO06 E O APORTE
      ***   PROGRAMADO APONTAM A EMISSAO E CONFEREM O LIMITE DO FGC
      ***   POR EMISSOR (INVFGC). COM PARM CONCE GERA O RELATORIO
      ***   MENSAL DE CONCENTRACAO (RELFGC.TXT) PARA A MESA DE
      ***   ASSESSORIA: SALDO POR CLIENTE E EMISSOR, COM OS QUE PASSAM
      ***   DO LIMITE, E O TOTAL POR EMISSOR. POSICOES SEM VINCULO EM
      ***   POSEMIS.TXT (ANTERIORES AO CADASTRO) FICAM DE FORA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISSOES ASSIGN TO 'C:\COBOL\EMISPROD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EMISSOES-STATUS
             RECORD KEY IS EM-CODIGO.
           SELECT POSICAO-EMISSAO ASSIGN TO 'C:\COBOL\POSEMIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS POSEMIS-STATUS
             RECORD KEY IS PE-CHAVE.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT RELAT-FGC ASSIGN TO 'C:\COBOL\RELFGC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMISSOES.
       COPY 'EMISPROD-MASTER.CBL'.
       FD POSICAO-EMISSAO.
       COPY 'POSEMIS-MASTER.CBL'.
       FD INVEST-POSICAO.
       01 INVEST-POSICAO-REG.
            05 IP-CHAVE.
                10 IP-CLI-ID       PIC 9(05).
                10 IP-SEQ          PIC 9(03).
            05 IP-PRODUTO          PIC 9(01).
            05 IP-VL-APLICADO      PIC 9(07)V99.
            05 IP-DT-INICIO        PIC 9(08).
            05 IP-TX-MENSAL        PIC 9V9999.
            05 IP-SALDO            PIC 9(09)V99.
            05 IP-MESES            PIC 9(03).
            05 IP-SITUACAO         PIC X(01).
       FD RELAT-FGC.
       01 RELAT-FGC-REG            PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 EMISSOES-STATUS  PIC 9(02) VALUE ZEROS.
       77 POSEMIS-STATUS   PIC 9(02) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-FGC   PIC 9(09)V99 VALUE 250000,00.
       77 WRK-QT-LISTADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ACIMA     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLIENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-ATUAL    PIC 9(05) VALUE ZEROS.
       77 WRK-IX           PIC 9(03) VALUE ZEROS.
       77 WRK-IX-ACHOU     PIC 9(03) VALUE ZEROS.
       77 WRK-IY           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CLI-EMIS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EMISSORES PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-VL-EDIT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VL-EDIT2     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DS-ALERTA    PIC X(15) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  SALDOS DO CLIENTE EM QUEBRA POR EMISSOR (CNPJ), E O ACUMULADO
      *>  GERAL POR EMISSOR PARA A SEGUNDA PARTE DO RELATORIO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CLI-EMIS.
            05 WRK-CE-ITEM OCCURS 50 TIMES.
                10 WRK-CE-CNPJ       PIC 9(14).
                10 WRK-CE-NOME       PIC X(30).
                10 WRK-CE-COBERTO    PIC 9(11)V99.
                10 WRK-CE-TOTAL      PIC 9(11)V99.
       01 WRK-TAB-EMISSOR.
            05 WRK-EE-ITEM OCCURS 200 TIMES.
                10 WRK-EE-CNPJ       PIC 9(14).
                10 WRK-EE-NOME       PIC X(30).
                10 WRK-EE-COBERTO    PIC 9(13)V99.
                10 WRK-EE-TOTAL      PIC 9(13)V99.
                10 WRK-EE-CLIENTES   PIC 9(05).
                10 WRK-EE-ACIMA      PIC 9(05).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN I-O EMISSOES.
             IF EMISSOES-STATUS = 35
               OPEN OUTPUT EMISSOES
               CLOSE EMISSOES
               OPEN I-O EMISSOES
             END-IF.
             IF WRK-PARM-EXEC = 'CONCE'
               PERFORM 4000-RELATORIO-CONCENTRACAO
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE EMISSOES.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'CADASTRO DE EMISSORES E PRODUTOS'.
             DISPLAY '1 - INCLUIR/ALTERAR EMISSAO'.
             DISPLAY '2 - INATIVAR EMISSAO'.
             DISPLAY '3 - LISTAR EMISSOES'.
             DISPLAY '4 - RELATORIO DE CONCENTRACAO FGC'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-INCLUI-EMISSAO
               WHEN 2
                 PERFORM 2000-INATIVA-EMISSAO
               WHEN 3
                 PERFORM 3000-LISTA-EMISSOES
               WHEN 4
                 PERFORM 4000-RELATORIO-CONCENTRACAO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
       1000-INCLUI-EMISSAO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DA EMISSAO..........: '.
             ACCEPT EM-CODIGO.
             DISPLAY 'DESCRICAO..................: '.
             ACCEPT EM-DESCRICAO.
             DISPLAY 'CNPJ DO EMISSOR............: '.
             ACCEPT EM-EMISSOR-CNPJ.
             DISPLAY 'NOME DO EMISSOR............: '.
             ACCEPT EM-EMISSOR-NOME.
             DISPLAY 'TIPO (1 CDB 2 LCI/LCA 3 FII 4 HEDGE): '.
             ACCEPT EM-TIPO-PRODUTO.
             DISPLAY 'COBERTO PELO FGC (S/N).....: '.
             ACCEPT EM-FGC.
             DISPLAY 'LIQUIDEZ EM DIAS...........: '.
             ACCEPT EM-LIQUIDEZ-DIAS.
             DISPLAY 'RATING.....................: '.
             ACCEPT EM-RATING.
             MOVE 'A' TO EM-SITUACAO.
             IF EM-CODIGO = 0 OR EM-EMISSOR-CNPJ = 0
                OR EM-TIPO-PRODUTO < 1 OR EM-TIPO-PRODUTO > 4
                OR (EM-FGC NOT = 'S' AND EM-FGC NOT = 'N')
               DISPLAY '*** DADOS DA EMISSAO INVALIDOS ***'
             ELSE
               WRITE EMISPROD-MASTER-REG
                 INVALID KEY
                   REWRITE EMISPROD-MASTER-REG
                   DISPLAY 'EMISSAO ATUALIZADA'
                 NOT INVALID KEY
                   DISPLAY 'EMISSAO INCLUIDA'
               END-WRITE
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-INATIVA-EMISSAO - A EMISSAO INATIVA NAO ACEITA NOVOS
      *>  APORTES; AS POSICOES JA VINCULADAS CONTINUAM NA CONCENTRACAO.
      *>  --------------------------------------------------------------
       2000-INATIVA-EMISSAO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DA EMISSAO..........: '.
             ACCEPT EM-CODIGO.
             READ EMISSOES
               INVALID KEY
                 DISPLAY '*** EMISSAO NAO ENCONTRADA ***'
               NOT INVALID KEY
                 DISPLAY EM-DESCRICAO ' - ' EM-EMISSOR-NOME
                 DISPLAY 'CONFIRMA A INATIVACAO (S/N): '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S'
                   MOVE 'I' TO EM-SITUACAO
                   REWRITE EMISPROD-MASTER-REG
                   DISPLAY 'EMISSAO INATIVADA'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       3000-LISTA-EMISSOES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADAS.
             MOVE 0 TO EM-CODIGO.
             START EMISSOES KEY IS NOT LESS THAN EM-CODIGO
               INVALID KEY
                 MOVE 10 TO EMISSOES-STATUS
             END-START.
             IF EMISSOES-STATUS NOT = 10
               READ EMISSOES NEXT
                 AT END MOVE 10 TO EMISSOES-STATUS
               END-READ
             END-IF.
             PERFORM 3100-LISTA-UMA UNTIL EMISSOES-STATUS = 10.
             MOVE 0 TO EMISSOES-STATUS.
             DISPLAY 'EMISSOES CADASTRADAS: ' WRK-QT-LISTADAS.
      *>  --------------------------------------------------------------
       3100-LISTA-UMA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADAS.
             DISPLAY EM-CODIGO ' ' EM-DESCRICAO
                     ' TIPO=' EM-TIPO-PRODUTO
                     ' FGC=' EM-FGC
                     ' LIQ=' EM-LIQUIDEZ-DIAS
                     ' RATING=' EM-RATING
                     ' SIT=' EM-SITUACAO.
             DISPLAY '     EMISSOR ' EM-EMISSOR-CNPJ ' '
                     EM-EMISSOR-NOME.
             READ EMISSOES NEXT
               AT END MOVE 10 TO EMISSOES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4000-RELATORIO-CONCENTRACAO - POSICOES ATIVAS NA ORDEM DE
      *>  CLIENTE; EM CADA QUEBRA DE CLIENTE SAI UMA LINHA POR EMISSOR
      *>  (COBERTO PELO FGC E TOTAL), MARCANDO QUEM PASSA DO LIMITE. NO
      *>  FIM, O TOTAL POR EMISSOR.
      *>  --------------------------------------------------------------
       4000-RELATORIO-CONCENTRACAO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ACIMA WRK-QT-CLIENTES WRK-QT-EMISSORES.
             MOVE 0 TO WRK-QT-CLI-EMIS.
             OPEN OUTPUT RELAT-FGC.
             MOVE SPACES TO RELAT-FGC-REG.
             MOVE WRK-LIMITE-FGC TO WRK-VL-EDIT.
             STRING 'CONCENTRACAO POR EMISSOR - LIMITE FGC R$ '
                    WRK-VL-EDIT ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
             MOVE SPACES TO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
             MOVE 'POR CLIENTE E EMISSOR' TO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
             OPEN INPUT INVEST-POSICAO.
             OPEN INPUT POSICAO-EMISSAO.
             IF POSICAO-STATUS = 0 AND POSEMIS-STATUS = 0
               READ INVEST-POSICAO NEXT
                 AT END MOVE 10 TO POSICAO-STATUS
               END-READ
               MOVE IP-CLI-ID TO WRK-CLI-ATUAL
               PERFORM 4100-AVALIA-POSICAO UNTIL POSICAO-STATUS = 10
               PERFORM 4300-QUEBRA-CLIENTE
               CLOSE INVEST-POSICAO POSICAO-EMISSAO
             ELSE
               IF POSICAO-STATUS = 0
                 CLOSE INVEST-POSICAO
               END-IF
               IF POSEMIS-STATUS = 0
                 CLOSE POSICAO-EMISSAO
               END-IF
             END-IF.
             MOVE 0 TO POSICAO-STATUS POSEMIS-STATUS.
             PERFORM 4500-TOTAL-EMISSORES.
             CLOSE RELAT-FGC.
             DISPLAY 'CONCENTRACAO FGC - CLIENTES: ' WRK-QT-CLIENTES
                     ' ACIMA DO LIMITE: ' WRK-QT-ACIMA
                     ' (RELFGC.TXT)'.
      *>  --------------------------------------------------------------
       4100-AVALIA-POSICAO.
      *>  --------------------------------------------------------------
             IF IP-CLI-ID NOT = WRK-CLI-ATUAL
               PERFORM 4300-QUEBRA-CLIENTE
               MOVE IP-CLI-ID TO WRK-CLI-ATUAL
             END-IF.
             IF IP-SITUACAO = 'A'
               MOVE IP-CHAVE TO PE-CHAVE
               READ POSICAO-EMISSAO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE PE-EMISPROD TO EM-CODIGO
                   READ EMISSOES
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       PERFORM 4200-SOMA-CLIENTE
                   END-READ
               END-READ
             END-IF.
             READ INVEST-POSICAO NEXT
               AT END MOVE 10 TO POSICAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4200-SOMA-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IX-ACHOU.
             PERFORM 4210-PROCURA-CLI-EMIS
               VARYING WRK-IX FROM 1 BY 1
               UNTIL WRK-IX > WRK-QT-CLI-EMIS OR WRK-IX-ACHOU > 0.
             IF WRK-IX-ACHOU = 0 AND WRK-QT-CLI-EMIS < 50
               ADD 1 TO WRK-QT-CLI-EMIS
               MOVE WRK-QT-CLI-EMIS TO WRK-IX-ACHOU
               MOVE EM-EMISSOR-CNPJ TO WRK-CE-CNPJ(WRK-IX-ACHOU)
               MOVE EM-EMISSOR-NOME TO WRK-CE-NOME(WRK-IX-ACHOU)
               MOVE 0 TO WRK-CE-COBERTO(WRK-IX-ACHOU)
               MOVE 0 TO WRK-CE-TOTAL(WRK-IX-ACHOU)
             END-IF.
             IF WRK-IX-ACHOU > 0
               ADD IP-SALDO TO WRK-CE-TOTAL(WRK-IX-ACHOU)
               IF EM-COBERTO-FGC
                 ADD IP-SALDO TO WRK-CE-COBERTO(WRK-IX-ACHOU)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4210-PROCURA-CLI-EMIS.
      *>  --------------------------------------------------------------
             IF WRK-CE-CNPJ(WRK-IX) = EM-EMISSOR-CNPJ
               MOVE WRK-IX TO WRK-IX-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       4300-QUEBRA-CLIENTE.
      *>  --------------------------------------------------------------
             IF WRK-QT-CLI-EMIS > 0
               ADD 1 TO WRK-QT-CLIENTES
               PERFORM 4310-LINHA-CLIENTE
                 VARYING WRK-IX FROM 1 BY 1
                 UNTIL WRK-IX > WRK-QT-CLI-EMIS
             END-IF.
             MOVE 0 TO WRK-QT-CLI-EMIS.
      *>  --------------------------------------------------------------
       4310-LINHA-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-DS-ALERTA.
             IF WRK-CE-COBERTO(WRK-IX) > WRK-LIMITE-FGC
               ADD 1 TO WRK-QT-ACIMA
               MOVE 'ACIMA DO LIMITE' TO WRK-DS-ALERTA
             END-IF.
             MOVE WRK-CE-COBERTO(WRK-IX) TO WRK-VL-EDIT.
             MOVE WRK-CE-TOTAL(WRK-IX) TO WRK-VL-EDIT2.
             MOVE SPACES TO RELAT-FGC-REG.
             STRING '  CLIENTE=' WRK-CLI-ATUAL
                    ' EMISSOR=' WRK-CE-NOME(WRK-IX)
                    ' COBERTO=' WRK-VL-EDIT
                    ' TOTAL=' WRK-VL-EDIT2
                    ' ' WRK-DS-ALERTA
                    DELIMITED BY SIZE INTO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
             PERFORM 4320-ACUMULA-EMISSOR.
      *>  --------------------------------------------------------------
       4320-ACUMULA-EMISSOR.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IX-ACHOU.
             PERFORM 4330-PROCURA-EMISSOR
               VARYING WRK-IY FROM 1 BY 1
               UNTIL WRK-IY > WRK-QT-EMISSORES OR WRK-IX-ACHOU > 0.
             IF WRK-IX-ACHOU = 0 AND WRK-QT-EMISSORES < 200
               ADD 1 TO WRK-QT-EMISSORES
               MOVE WRK-QT-EMISSORES TO WRK-IX-ACHOU
               MOVE WRK-CE-CNPJ(WRK-IX) TO WRK-EE-CNPJ(WRK-IX-ACHOU)
               MOVE WRK-CE-NOME(WRK-IX) TO WRK-EE-NOME(WRK-IX-ACHOU)
               MOVE 0 TO WRK-EE-COBERTO(WRK-IX-ACHOU)
               MOVE 0 TO WRK-EE-TOTAL(WRK-IX-ACHOU)
               MOVE 0 TO WRK-EE-CLIENTES(WRK-IX-ACHOU)
               MOVE 0 TO WRK-EE-ACIMA(WRK-IX-ACHOU)
             END-IF.
             IF WRK-IX-ACHOU > 0
               ADD WRK-CE-COBERTO(WRK-IX)
                 TO WRK-EE-COBERTO(WRK-IX-ACHOU)
               ADD WRK-CE-TOTAL(WRK-IX)
                 TO WRK-EE-TOTAL(WRK-IX-ACHOU)
               ADD 1 TO WRK-EE-CLIENTES(WRK-IX-ACHOU)
               IF WRK-CE-COBERTO(WRK-IX) > WRK-LIMITE-FGC
                 ADD 1 TO WRK-EE-ACIMA(WRK-IX-ACHOU)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4330-PROCURA-EMISSOR.
      *>  --------------------------------------------------------------
             IF WRK-EE-CNPJ(WRK-IY) = WRK-CE-CNPJ(WRK-IX)
               MOVE WRK-IY TO WRK-IX-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       4500-TOTAL-EMISSORES.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
             MOVE 'TOTAL POR EMISSOR' TO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
             PERFORM 4510-LINHA-EMISSOR
               VARYING WRK-IX FROM 1 BY 1
               UNTIL WRK-IX > WRK-QT-EMISSORES.
             MOVE SPACES TO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
             MOVE SPACES TO RELAT-FGC-REG.
             STRING 'CLIENTES=' WRK-QT-CLIENTES
                    ' EMISSORES=' WRK-QT-EMISSORES
                    ' CLIENTE/EMISSOR ACIMA DO LIMITE=' WRK-QT-ACIMA
                    DELIMITED BY SIZE INTO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
      *>  --------------------------------------------------------------
       4510-LINHA-EMISSOR.
      *>  --------------------------------------------------------------
             MOVE WRK-EE-COBERTO(WRK-IX) TO WRK-VL-EDIT.
             MOVE WRK-EE-TOTAL(WRK-IX) TO WRK-VL-EDIT2.
             MOVE SPACES TO RELAT-FGC-REG.
             STRING '  ' WRK-EE-CNPJ(WRK-IX) ' ' WRK-EE-NOME(WRK-IX)
                    ' COBERTO=' WRK-VL-EDIT
                    ' TOTAL=' WRK-VL-EDIT2
                    ' CLI=' WRK-EE-CLIENTES(WRK-IX)
                    ' ACIMA=' WRK-EE-ACIMA(WRK-IX)
                    DELIMITED BY SIZE INTO RELAT-FGC-REG.
             WRITE RELAT-FGC-REG.
      *>  --------------------------------------------------------------
