       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREMESS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = REMESSA AO EXTERIOR: O CLIENTE DA
      ***   CASA ENVIA MOEDA ESTRANGEIRA A UM BENEFICIARIO NO EXTERIOR
      ***   (NOME, CONTA, BANCO PELO SWIFT, PAIS), NA MOEDA E VALOR
      ***   PEDIDOS, COM O CODIGO DE NATUREZA DO BANCO CENTRAL. A
      ***   REMESSA NASCE PENDENTE (REMEXT.TXT) E SO LIBERA COM
      ***   APROVACAO DE OPERADOR VALIDO (OPERADOR.TXT) DIFERENTE DE
      ***   QUEM DIGITOU; ACIMA DA ALCADA (REMPARAM.TXT, PADRAO R$
      ***   50.000,00), OU PARA CLIENTE PEP, DE RISCO ALTO OU COM CASO
      ***   DE PLD ABERTO OU CONFIRMADO (PLDCASO.TXT), SAO DUAS
      ***   APROVACOES DE OPERADORES DISTINTOS, COMO NA LIBERACAO DE
      ***   CREDITO (EMPLIBER). NA LIBERACAO A REMESSA E PRECIFICADA
      ***   PELA COTACAO ACEITA DO DIA (FEED TAXASCAM.TXT, GRAVADA EM
      ***   TAXACTRL.TXT PELO CONVERSOR E LIDA PELO TAXAMOED) COM O
      ***   SPREAD DO SEGMENTO (PRECOFX), RETEM O IOF DA NATUREZA
      ***   (NATUREZA.TXT) E ENTRA NO LOG COMUM (MOEDASLOG.TXT) COM A
      ***   MARCA REMESSA=, DE ONDE SAI PARA A POSICAO DE CAMBIO
      ***   (VENDA DA MOEDA), A RECEITA DE SPREAD E O MONITORAMENTO DE
      ***   PLD. O ARQUIVO DE REGISTRO DE CONTRATOS DE CAMBIO
      ***   (CONTRCAM.TXT, LAYOUT FIXO) LEVA AS REMESSAS LIBERADAS
      ***   AINDA NAO REGISTRADAS (OPCAO DO MENU OU PARM REGISTRO).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSAS ASSIGN TO 'C:\COBOL\REMEXT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS REMESSA-STATUS
             RECORD KEY IS RM-NUMERO.
           SELECT REMESSA-CTRL ASSIGN TO 'C:\COBOL\REMCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT OPERADORES ASSIGN TO 'C:\COBOL\OPERADOR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OP-ID.
           SELECT REM-PARAM ASSIGN TO 'C:\COBOL\REMPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.
           SELECT NATUREZAS ASSIGN TO 'C:\COBOL\NATUREZA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NATUREZA-STATUS.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT PLD-CASOS ASSIGN TO 'C:\COBOL\PLDCASO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CASO-STATUS
             RECORD KEY IS PL-CHAVE.
           SELECT LOG-CONVERSAO ASSIGN TO 'C:\COBOL\MOEDASLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT CONTRATO-CAMBIO ASSIGN TO 'C:\COBOL\CONTRCAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTRCAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REMESSAS.
       COPY 'REMESSA-MASTER.CBL'.
       FD REMESSA-CTRL.
       01 REMESSA-CTRL-REG.
            05 CTRL-CHAVE      PIC 9(01).
            05 CTRL-ULTIMO-NUM PIC 9(08).
       FD OPERADORES.
       01 OPERADORES-REG.
            05 OP-ID           PIC X(10).
            05 OP-SENHA-HASH   PIC 9(09).
            05 OP-PERFIL       PIC X(12).
            05 OP-FALHAS       PIC 9(01).
            05 OP-BLOQUEADO    PIC X(01).
            05 OP-AUTORIZA     PIC X(03).
            05 OP-GESTOR       PIC X(10).
            05 OP-DT-RECERT    PIC 9(08).
       FD REM-PARAM.
       01 REM-PARAM-REG.
            05 RMP-ALCADA      PIC 9(07)V99.
      *>  --------------------------------------------------------------
      *>  NATUREZAS DE REMESSA (CODIGO DO BANCO CENTRAL) COM A
      *>  ALIQUOTA DE IOF EM PERCENTUAL. CRIADO NA PRIMEIRA EXECUCAO
      *>  COM AS NATUREZAS MAIS USADAS; CODIGO FORA DA TABELA E
      *>  RECUSADO NO REGISTRO DA REMESSA.
      *>  --------------------------------------------------------------
       FD NATUREZAS.
       01 NATUREZA-REG.
            05 NT-CODIGO       PIC 9(05).
            05 NT-PCT-IOF      PIC 9(01)V99.
            05 NT-DESCRICAO    PIC X(30).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD PLD-CASOS.
       COPY 'PLDCASO-MASTER.CBL'.
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG     PIC X(160).
      *>  --------------------------------------------------------------
      *>  REGISTRO DE CONTRATOS DE CAMBIO - LAYOUT FIXO DE 250
      *>  POSICOES: UM REGISTRO H DE CABECALHO, UM D POR REMESSA
      *>  LIBERADA E UM T DE TOTAIS. O TIPO DO REGISTRO FICA SEMPRE NA
      *>  PRIMEIRA POSICAO. CC-TIPO-OPER V = VENDA DE MOEDA
      *>  ESTRANGEIRA PELA INSTITUICAO.
      *>  --------------------------------------------------------------
       FD CONTRATO-CAMBIO.
       01 CONTRCAM-DETALHE-REG.
            05 CC-TIPO-REG         PIC X(01).
            05 CC-SEQ              PIC 9(06).
            05 CC-CONTRATO         PIC 9(08).
            05 CC-DT-CONTRATACAO   PIC 9(08).
            05 CC-TIPO-OPER        PIC X(01).
            05 CC-CPF              PIC 9(11).
            05 CC-NOME             PIC X(30).
            05 CC-MOEDA            PIC X(03).
            05 CC-VL-MOEDA         PIC 9(05)V99.
            05 CC-TAXA             PIC 9(3)V9999.
            05 CC-VL-REAIS         PIC 9(09)V99.
            05 CC-IOF              PIC 9(07)V99.
            05 CC-NATUREZA         PIC 9(05).
            05 CC-PAIS             PIC X(02).
            05 CC-SWIFT            PIC X(11).
            05 CC-BANCO            PIC X(30).
            05 CC-BENEFICIARIO     PIC X(40).
            05 CC-CONTA            PIC X(34).
            05 FILLER              PIC X(26).
       01 CONTRCAM-CABECALHO-REG.
            05 CC-H-TIPO-REG       PIC X(01).
            05 CC-H-SEGMENTO       PIC X(10).
            05 CC-H-DT-GERACAO     PIC 9(08).
            05 FILLER              PIC X(231).
       01 CONTRCAM-TRAILER-REG.
            05 CC-T-TIPO-REG       PIC X(01).
            05 CC-T-QT-REGISTROS   PIC 9(06).
            05 CC-T-VL-TOTAL       PIC 9(13)V99.
            05 FILLER              PIC X(228).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 REMESSA-STATUS   PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 OPER-STATUS      PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 NATUREZA-STATUS  PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CASO-STATUS      PIC 9(02) VALUE ZEROS.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 CONTRCAM-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-ALCADA       PIC 9(07)V99 VALUE 50000,00.
       77 WRK-REMESSA      PIC 9(08) VALUE ZEROS.
       77 WRK-APROVADOR    PIC X(10) VALUE SPACES.
       77 WRK-OPER-OK      PIC X(01) VALUE 'N'.
       77 WRK-CLIENTE-OK   PIC X(01) VALUE 'N'.
       77 WRK-PLD-ALERTA   PIC X(01) VALUE 'N'.
       77 WRK-CLI-PEP      PIC X(01) VALUE SPACES.
       77 WRK-CLI-RISCO    PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM     PIC X(50) VALUE SPACES.
       77 WRK-IDX-NT       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-QT-NATUREZAS PIC 9(02) VALUE ZEROS.
       77 WRK-TAXA-MEIO    PIC 9(5)V9999 VALUE ZEROS.
       77 WRK-QT-REGISTRO  PIC 9(06) VALUE ZEROS.
       77 WRK-VL-REGISTRO  PIC 9(13)V99 VALUE ZEROS.
       01 WRK-PRECO-FX.
            05 WRK-PR-MOEDA        PIC X(05)    VALUE SPACES.
            05 WRK-PR-SENTIDO      PIC X(01)    VALUE SPACES.
            05 WRK-PR-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-PR-VALOR        PIC 9(11)V99 VALUE ZEROS.
            05 WRK-PR-TAXA-MEIO    PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-PR-SEGMENTO     PIC X(01)    VALUE SPACES.
            05 WRK-PR-PCT          PIC 9(02)V99 VALUE ZEROS.
            05 WRK-PR-TAXA-APLIC   PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-PR-RECEITA      PIC 9(07)V99 VALUE ZEROS.
            05 WRK-PR-RETORNO      PIC X(01)    VALUE SPACES.
       01 WRK-TAXA-MOEDA.
            05 WRK-TX-MOEDA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-CODIGO       PIC X(03)    VALUE SPACES.
            05 WRK-TX-SIGLA        PIC X(05)    VALUE SPACES.
            05 WRK-TX-NOME         PIC X(20)    VALUE SPACES.
            05 WRK-TX-DECIMAIS     PIC 9(01)    VALUE ZEROS.
            05 WRK-TX-TAXA         PIC 9(3)V9999 VALUE ZEROS.
            05 WRK-TX-DATA         PIC 9(08)    VALUE ZEROS.
            05 WRK-TX-RETORNO      PIC X(01)    VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  NATUREZAS CARREGADAS DO NATUREZA.TXT: CODIGO, ALIQUOTA DE IOF
      *>  E DESCRICAO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-NATUREZAS.
            05 WRK-NT-ITEM OCCURS 30 TIMES.
                10 WRK-NT-CODIGO   PIC 9(05).
                10 WRK-NT-PCT-IOF  PIC 9(01)V99.
                10 WRK-NT-DESCRICAO PIC X(30).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-CARREGA-ALCADA.
             PERFORM 0060-CARREGA-NATUREZAS.
             PERFORM 0070-ABRE-REMESSAS.
             IF WRK-PARM-EXEC = 'REGISTRO'
               PERFORM 5000-ARQUIVO-REGISTRO
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE REMESSAS REMESSA-CTRL.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-CARREGA-ALCADA.
      *>  --------------------------------------------------------------
             OPEN INPUT REM-PARAM.
             IF PARAM-STATUS = 35
               OPEN OUTPUT REM-PARAM
               MOVE 50000,00 TO RMP-ALCADA
               WRITE REM-PARAM-REG
               CLOSE REM-PARAM
               OPEN INPUT REM-PARAM
             END-IF.
             READ REM-PARAM
               AT END CONTINUE
               NOT AT END
                 IF RMP-ALCADA > 0
                   MOVE RMP-ALCADA TO WRK-ALCADA
                 END-IF
             END-READ.
             CLOSE REM-PARAM.
             MOVE 0 TO PARAM-STATUS.
      *>  --------------------------------------------------------------
      *>  0060-CARREGA-NATUREZAS - NA PRIMEIRA EXECUCAO O ARQUIVO E
      *>  CRIADO COM AS NATUREZAS PADRAO: SERVICOS E DOACOES 0,38%,
      *>  MANUTENCAO DE RESIDENTES E DISPONIBILIDADE PROPRIA NO
      *>  EXTERIOR 1,10%, EDUCACAO 0,38%.
      *>  --------------------------------------------------------------
       0060-CARREGA-NATUREZAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-NATUREZAS.
             OPEN INPUT NATUREZAS.
             IF NATUREZA-STATUS = 35
               PERFORM 0065-CRIA-NATUREZAS
               OPEN INPUT NATUREZAS
             END-IF.
             READ NATUREZAS
               AT END MOVE 10 TO NATUREZA-STATUS
             END-READ.
             PERFORM 0062-GUARDA-NATUREZA UNTIL NATUREZA-STATUS = 10.
             CLOSE NATUREZAS.
             MOVE 0 TO NATUREZA-STATUS.
      *>  --------------------------------------------------------------
       0062-GUARDA-NATUREZA.
      *>  --------------------------------------------------------------
             IF NT-CODIGO > 0 AND WRK-QT-NATUREZAS < 30
               ADD 1 TO WRK-QT-NATUREZAS
               MOVE NT-CODIGO    TO WRK-NT-CODIGO(WRK-QT-NATUREZAS)
               MOVE NT-PCT-IOF   TO WRK-NT-PCT-IOF(WRK-QT-NATUREZAS)
               MOVE NT-DESCRICAO TO WRK-NT-DESCRICAO(WRK-QT-NATUREZAS)
             END-IF.
             READ NATUREZAS
               AT END MOVE 10 TO NATUREZA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0065-CRIA-NATUREZAS.
      *>  --------------------------------------------------------------
             OPEN OUTPUT NATUREZAS.
             MOVE 10500 TO NT-CODIGO.
             MOVE 0,38 TO NT-PCT-IOF.
             MOVE 'SERVICOS DIVERSOS' TO NT-DESCRICAO.
             WRITE NATUREZA-REG.
             MOVE 32999 TO NT-CODIGO.
             MOVE 1,10 TO NT-PCT-IOF.
             MOVE 'MANUTENCAO DE RESIDENTES' TO NT-DESCRICAO.
             WRITE NATUREZA-REG.
             MOVE 37090 TO NT-CODIGO.
             MOVE 1,10 TO NT-PCT-IOF.
             MOVE 'DISPONIBILIDADE NO EXTERIOR' TO NT-DESCRICAO.
             WRITE NATUREZA-REG.
             MOVE 45500 TO NT-CODIGO.
             MOVE 0,38 TO NT-PCT-IOF.
             MOVE 'DOACOES' TO NT-DESCRICAO.
             WRITE NATUREZA-REG.
             MOVE 47100 TO NT-CODIGO.
             MOVE 0,38 TO NT-PCT-IOF.
             MOVE 'EDUCACAO NO EXTERIOR' TO NT-DESCRICAO.
             WRITE NATUREZA-REG.
             CLOSE NATUREZAS.
      *>  --------------------------------------------------------------
       0070-ABRE-REMESSAS.
      *>  --------------------------------------------------------------
             OPEN I-O REMESSAS.
             IF REMESSA-STATUS = 35
               OPEN OUTPUT REMESSAS
               CLOSE REMESSAS
               OPEN I-O REMESSAS
             END-IF.
             OPEN I-O REMESSA-CTRL.
             IF CTRL-STATUS = 35
               OPEN OUTPUT REMESSA-CTRL
               CLOSE REMESSA-CTRL
               OPEN I-O REMESSA-CTRL
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'REMESSA AO EXTERIOR (ALCADA R$ ' WRK-ALCADA ')'.
             DISPLAY '1 - REGISTRAR REMESSA'.
             DISPLAY '2 - APROVAR/LIBERAR REMESSA'.
             DISPLAY '3 - LISTAR PENDENTES'.
             DISPLAY '4 - RECUSAR REMESSA'.
             DISPLAY '5 - ARQUIVO DE REGISTRO DE CONTRATOS'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-REGISTRA-REMESSA
               WHEN 2
                 PERFORM 2000-APROVA-REMESSA
               WHEN 3
                 PERFORM 6000-LISTA-PENDENTES
               WHEN 4
                 PERFORM 7000-RECUSA-REMESSA
               WHEN 5
                 PERFORM 5000-ARQUIVO-REGISTRO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-REGISTRA-REMESSA - DIGITACAO DA REMESSA PELO OPERADOR
      *>  (QUE NAO PODERA APROVA-LA). O VALOR EM REAIS E ESTIMADO PELA
      *>  COTACAO CORRENTE DA MOEDA PARA DECIDIR A ALCADA.
      *>  --------------------------------------------------------------
       1000-REGISTRA-REMESSA.
      *>  --------------------------------------------------------------
             INITIALIZE REMESSA-MASTER-REG.
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'CODIGO DO CLIENTE..........: '.
             ACCEPT RM-CLI-ID.
             DISPLAY 'OPERADOR QUE DIGITA........: '.
             ACCEPT WRK-APROVADOR.
             DISPLAY 'NOME DO BENEFICIARIO.......: '.
             ACCEPT RM-BENEF-NOME.
             DISPLAY 'CONTA DO BENEFICIARIO (IBAN): '.
             ACCEPT RM-BENEF-CONTA.
             DISPLAY 'BANCO DO BENEFICIARIO (SWIFT): '.
             ACCEPT RM-BANCO-SWIFT.
             DISPLAY 'NOME DO BANCO..............: '.
             ACCEPT RM-BANCO-NOME.
             DISPLAY 'PAIS DO BANCO (SIGLA ISO)..: '.
             ACCEPT RM-PAIS.
             DISPLAY 'MOEDA (CODIGO ISO OU SIGLA): '.
             ACCEPT WRK-TX-MOEDA.
             DISPLAY 'VALOR NA MOEDA.............: '.
             ACCEPT RM-VALOR-ME.
             DISPLAY 'NATUREZA (CODIGO BACEN)....: '.
             ACCEPT RM-NATUREZA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             PERFORM 1100-LE-CLIENTE.
             PERFORM 1200-VALIDA-OPERADOR.
             PERFORM 1150-LOCALIZA-NATUREZA.
             EVALUATE TRUE
               WHEN WRK-CLIENTE-OK = 'N'
                 MOVE 'CLIENTE NAO CADASTRADO OU INATIVO'
                   TO WRK-MENSAGEM
               WHEN WRK-OPER-OK = 'N'
                 MOVE 'OPERADOR INVALIDO OU BLOQUEADO' TO WRK-MENSAGEM
               WHEN RM-BENEF-NOME = SPACES
                    OR RM-BENEF-CONTA = SPACES
                    OR RM-BANCO-SWIFT = SPACES
                    OR RM-PAIS = SPACES
                 MOVE 'DADOS DO BENEFICIARIO INCOMPLETOS'
                   TO WRK-MENSAGEM
               WHEN RM-PAIS = 'BR'
                 MOVE 'BANCO DO BENEFICIARIO DEVE SER DO EXTERIOR'
                   TO WRK-MENSAGEM
               WHEN (WRK-TX-RETORNO NOT = 'C'
                     AND WRK-TX-RETORNO NOT = 'P')
                    OR WRK-TX-CODIGO = 'BRL'
                 MOVE 'MOEDA NAO CADASTRADA OU INATIVA' TO WRK-MENSAGEM
               WHEN RM-VALOR-ME = 0
                 MOVE 'VALOR DA REMESSA INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-IDX-NT = 0
                 MOVE 'NATUREZA NAO CADASTRADA (NATUREZA.TXT)'
                   TO WRK-MENSAGEM
               WHEN OTHER
                 PERFORM 1300-GRAVA-REMESSA
             END-EVALUATE.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             END-IF.
      *>  --------------------------------------------------------------
       1100-LE-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CLIENTE-OK.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE RM-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CLI-ATIVO
                     MOVE 'S' TO WRK-CLIENTE-OK
                   END-IF
                   MOVE CLI-PEP TO WRK-CLI-PEP
                   MOVE CLI-RISCO-PLD TO WRK-CLI-RISCO
               END-READ
               CLOSE CLIENTE-MASTER
             END-IF.
             MOVE 0 TO CLIENTE-STATUS.
      *>  --------------------------------------------------------------
       1150-LOCALIZA-NATUREZA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-NT.
             PERFORM 1160-CONFERE-NATUREZA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-NATUREZAS OR WRK-IDX-NT > 0.
      *>  --------------------------------------------------------------
       1160-CONFERE-NATUREZA.
      *>  --------------------------------------------------------------
             IF WRK-NT-CODIGO(WRK-IDX) = RM-NATUREZA
               MOVE WRK-IDX TO WRK-IDX-NT
             END-IF.
      *>  --------------------------------------------------------------
       1200-VALIDA-OPERADOR.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-OPER-OK.
             OPEN INPUT OPERADORES.
             IF OPER-STATUS = 0
               MOVE WRK-APROVADOR TO OP-ID
               READ OPERADORES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF OP-BLOQUEADO NOT = 'B'
                     MOVE 'S' TO WRK-OPER-OK
                   END-IF
               END-READ
               CLOSE OPERADORES
             END-IF.
             MOVE 0 TO OPER-STATUS.
      *>  --------------------------------------------------------------
      *>  1300-GRAVA-REMESSA - A REMESSA EXIGE DUAS APROVACOES QUANDO O
      *>  VALOR ESTIMADO PASSA DA ALCADA OU QUANDO O CLIENTE E PEP, DE
      *>  RISCO ALTO OU TEM CASO DE PLD NA FILA, EM ANALISE OU
      *>  CONFIRMADO.
      *>  --------------------------------------------------------------
       1300-GRAVA-REMESSA.
      *>  --------------------------------------------------------------
             PERFORM 1400-CONSULTA-PLD.
             MOVE WRK-TX-CODIGO TO RM-MOEDA.
             MOVE WRK-NT-PCT-IOF(WRK-IDX-NT) TO RM-PCT-IOF.
             COMPUTE RM-VL-ESTIMADO ROUNDED =
                     RM-VALOR-ME * WRK-TX-TAXA.
             MOVE 'N' TO RM-DUPLA.
             IF RM-VL-ESTIMADO > WRK-ALCADA
                OR WRK-CLI-PEP = 'S' OR WRK-CLI-RISCO = 'A'
                OR WRK-PLD-ALERTA = 'S'
               MOVE 'S' TO RM-DUPLA
             END-IF.
             PERFORM 9700-PROX-NUM-REMESSA.
             MOVE WRK-REMESSA TO RM-NUMERO.
             MOVE WRK-APROVADOR TO RM-OPERADOR1.
             MOVE SPACES TO RM-OPERADOR2 RM-OPERADOR3.
             MOVE WRK-DATA-HOJE TO RM-DT-REGISTRO.
             MOVE 'P' TO RM-SITUACAO.
             MOVE 'N' TO RM-REGISTRO-BC.
             WRITE REMESSA-MASTER-REG.
             DISPLAY 'REMESSA ' RM-NUMERO ' REGISTRADA - '
                     WRK-NT-DESCRICAO(WRK-IDX-NT).
             DISPLAY 'VALOR ESTIMADO R$ ' RM-VL-ESTIMADO
                     ' IOF ' RM-PCT-IOF '%'.
             IF WRK-PLD-ALERTA = 'S'
               DISPLAY '* CLIENTE COM CASO DE PLD EM ABERTO *'
             END-IF.
             IF RM-EXIGE-DUPLA
               DISPLAY 'REMESSA EXIGE DUAS APROVACOES'
             END-IF.
      *>  --------------------------------------------------------------
      *>  1400-CONSULTA-PLD - CASOS DO CLIENTE NA FILA DE PLD (A CHAVE
      *>  COMECA PELO CLIENTE).
      *>  --------------------------------------------------------------
       1400-CONSULTA-PLD.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-PLD-ALERTA.
             OPEN INPUT PLD-CASOS.
             IF CASO-STATUS = 0
               MOVE RM-CLI-ID TO PL-CLI-ID
               MOVE 0 TO PL-REGRA PL-DATA
               START PLD-CASOS KEY IS NOT LESS THAN PL-CHAVE
                 INVALID KEY MOVE 10 TO CASO-STATUS
               END-START
               IF CASO-STATUS NOT = 10
                 READ PLD-CASOS NEXT
                   AT END MOVE 10 TO CASO-STATUS
                 END-READ
               END-IF
               PERFORM 1410-CONFERE-CASO UNTIL CASO-STATUS = 10
               CLOSE PLD-CASOS
             END-IF.
             MOVE 0 TO CASO-STATUS.
      *>  --------------------------------------------------------------
       1410-CONFERE-CASO.
      *>  --------------------------------------------------------------
             IF PL-CLI-ID NOT = RM-CLI-ID
               MOVE 10 TO CASO-STATUS
             ELSE
               IF PL-NA-FILA OR PL-EM-ANALISE OR PL-CONFIRMADO
                 MOVE 'S' TO WRK-PLD-ALERTA
               END-IF
               READ PLD-CASOS NEXT
                 AT END MOVE 10 TO CASO-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       2000-APROVA-REMESSA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA REMESSA.....: '.
             ACCEPT WRK-REMESSA.
             MOVE WRK-REMESSA TO RM-NUMERO.
             READ REMESSAS
               INVALID KEY
                 DISPLAY '*** REMESSA NAO CADASTRADA ***'
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN RM-LIBERADA
                     DISPLAY '*** REMESSA JA LIBERADA EM '
                             RM-DT-LIBERACAO ' ***'
                   WHEN RM-RECUSADA
                     DISPLAY '*** REMESSA RECUSADA - NAO HA O QUE'
                             ' APROVAR ***'
                   WHEN OTHER
                     PERFORM 2100-COLHE-APROVACAO
                 END-EVALUATE
             END-READ.
      *>  --------------------------------------------------------------
       2100-COLHE-APROVACAO.
      *>  --------------------------------------------------------------
             DISPLAY 'CLIENTE...............: ' RM-CLI-ID.
             DISPLAY 'BENEFICIARIO..........: ' RM-BENEF-NOME.
             DISPLAY 'BANCO / PAIS..........: ' RM-BANCO-SWIFT ' '
                     RM-PAIS.
             DISPLAY 'VALOR.................: ' RM-MOEDA ' '
                     RM-VALOR-ME ' (ESTIMADO R$ ' RM-VL-ESTIMADO ')'.
             DISPLAY 'DIGITADO POR..........: ' RM-OPERADOR1.
             DISPLAY 'OPERADOR APROVADOR....: '.
             ACCEPT WRK-APROVADOR.
             PERFORM 1200-VALIDA-OPERADOR.
             IF WRK-OPER-OK = 'N'
               DISPLAY '*** OPERADOR INVALIDO OU BLOQUEADO ***'
             ELSE
               IF WRK-APROVADOR = RM-OPERADOR1
                 DISPLAY '*** APROVADOR NAO PODE SER QUEM DIGITOU ***'
               ELSE
                 PERFORM 2300-APLICA-APROVACAO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2300-APLICA-APROVACAO - SEM EXIGENCIA DE DUPLA APROVACAO UMA
      *>  APROVACAO LIBERA; COM ELA, A PRIMEIRA FICA REGISTRADA
      *>  (SITUACAO A) E SO UM SEGUNDO OPERADOR DISTINTO LIBERA.
      *>  --------------------------------------------------------------
       2300-APLICA-APROVACAO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN NOT RM-EXIGE-DUPLA
                 MOVE WRK-APROVADOR TO RM-OPERADOR2
                 PERFORM 3000-LIBERA-REMESSA
               WHEN RM-PENDENTE
                 MOVE WRK-APROVADOR TO RM-OPERADOR2
                 MOVE 'A' TO RM-SITUACAO
                 REWRITE REMESSA-MASTER-REG
                 DISPLAY 'PRIMEIRA APROVACAO REGISTRADA - FALTA A'
                         ' SEGUNDA (OPERADOR DISTINTO)'
               WHEN RM-MEIA-APROVADA
                 IF WRK-APROVADOR = RM-OPERADOR2
                   DISPLAY '*** SEGUNDA APROVACAO EXIGE OPERADOR'
                           ' DIFERENTE DA PRIMEIRA ***'
                 ELSE
                   MOVE WRK-APROVADOR TO RM-OPERADOR3
                   PERFORM 3000-LIBERA-REMESSA
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3000-LIBERA-REMESSA - PRECIFICA PELA COTACAO ACEITA DO DIA;
      *>  SEM ELA A REMESSA FICA COMO ESTA. SE A REMESSA SO TINHA UMA
      *>  APROVACAO E O VALOR NA COTACAO DO DIA PASSOU DA ALCADA, A
      *>  APROVACAO FICA COMO PRIMEIRA E FALTA A SEGUNDA.
      *>  --------------------------------------------------------------
       3000-LIBERA-REMESSA.
      *>  --------------------------------------------------------------
             PERFORM 3100-PRECIFICA-REMESSA.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 DISPLAY '*** ' WRK-MENSAGEM ' ***'
               WHEN NOT RM-EXIGE-DUPLA
                    AND RM-VALOR-REAIS > WRK-ALCADA
                 MOVE 'S' TO RM-DUPLA
                 MOVE 'A' TO RM-SITUACAO
                 REWRITE REMESSA-MASTER-REG
                 DISPLAY 'VALOR NA COTACAO DO DIA ACIMA DA ALCADA -'
                         ' FALTA A SEGUNDA APROVACAO'
               WHEN OTHER
                 MOVE WRK-DATA-HOJE TO RM-DT-LIBERACAO
                 MOVE 'L' TO RM-SITUACAO
                 REWRITE REMESSA-MASTER-REG
                 PERFORM 3300-POSTA-NO-LOG
                 DISPLAY 'REMESSA ' RM-NUMERO ' LIBERADA - TAXA '
                         RM-TAXA-APLIC ' R$ ' RM-VALOR-REAIS
                 DISPLAY 'IOF RETIDO NA OPERACAO: R$ ' RM-IOF
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3100-PRECIFICA-REMESSA - A TAXA MEIO E A COTACAO DO DIA DA
      *>  MOEDA, ACEITA PELO CONVERSOR NA CARGA DO TAXASCAM.TXT; O
      *>  CLIENTE COMPRA A MOEDA, ENTAO PAGA A TAXA COM O SPREAD DO SEU
      *>  SEGMENTO. O IOF INCIDE SOBRE O VALOR EM REAIS.
      *>  --------------------------------------------------------------
       3100-PRECIFICA-REMESSA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             MOVE RM-MOEDA TO WRK-TX-MOEDA.
             CALL 'TAXAMOED' USING WRK-TAXA-MOEDA.
             IF (WRK-TX-RETORNO NOT = 'C' AND WRK-TX-RETORNO NOT = 'I')
                OR WRK-TX-DATA NOT = WRK-DATA-HOJE
               MOVE 'COTACAO DO DIA DA MOEDA AINDA NAO ACEITA'
                 TO WRK-MENSAGEM
             ELSE
               MOVE WRK-TX-CODIGO TO WRK-PR-MOEDA
               MOVE 'C' TO WRK-PR-SENTIDO
               MOVE RM-CLI-ID TO WRK-PR-CLI-ID
               MOVE RM-VALOR-ME TO WRK-PR-VALOR
               MOVE WRK-TX-TAXA TO WRK-PR-TAXA-MEIO
               CALL 'PRECOFX' USING WRK-PRECO-FX
               MOVE WRK-PR-SEGMENTO TO RM-SEGMENTO
               MOVE WRK-TX-TAXA TO RM-TAXA-MEIO
               MOVE WRK-PR-TAXA-APLIC TO RM-TAXA-APLIC
               MOVE WRK-PR-RECEITA TO RM-RECEITA
               COMPUTE RM-VALOR-REAIS ROUNDED =
                       RM-VALOR-ME * RM-TAXA-APLIC
               COMPUTE RM-IOF ROUNDED =
                       RM-VALOR-REAIS * RM-PCT-IOF / 100
             END-IF.
      *>  --------------------------------------------------------------
      *>  3300-POSTA-NO-LOG - A REMESSA ENTRA NO LOG COMUM
      *>  (MOEDASLOG.TXT) NO MESMO DESENHO DO CONVERSOR, COM AS MARCAS
      *>  CLIENTE=/IOF= NA COLUNA 58 E REMESSA= NA 86: A POSICAO DE
      *>  CAMBIO TRATA A LINHA COMO VENDA DA MOEDA.
      *>  --------------------------------------------------------------
       3300-POSTA-NO-LOG.
      *>  --------------------------------------------------------------
             OPEN EXTEND LOG-CONVERSAO.
             IF LOG-STATUS = 35
               OPEN OUTPUT LOG-CONVERSAO
               CLOSE LOG-CONVERSAO
               OPEN EXTEND LOG-CONVERSAO
             END-IF.
             ACCEPT WRK-HORA-AGORA FROM TIME.
             MOVE RM-TAXA-MEIO TO WRK-TAXA-MEIO.
             MOVE SPACES TO LOG-CONVERSAO-REG.
             STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                    ' ORIGEM=' WRK-TX-SIGLA
                    ' VALOR=' RM-VALOR-ME
                    ' TAXA=' RM-TAXA-APLIC
                    ' CLIENTE=' RM-CLI-ID
                    ' IOF=' RM-IOF
                    ' REMESSA=' RM-NUMERO
                    DELIMITED BY SIZE INTO LOG-CONVERSAO-REG.
             STRING ' SEG=' RM-SEGMENTO
                    ' MEIO=' WRK-TAXA-MEIO
                    ' SPREAD=' RM-RECEITA
                    DELIMITED BY SIZE
                    INTO LOG-CONVERSAO-REG(111:38).
             WRITE LOG-CONVERSAO-REG.
             CLOSE LOG-CONVERSAO.
      *>  --------------------------------------------------------------
      *>  5000-ARQUIVO-REGISTRO - REGISTRO DOS CONTRATOS DE CAMBIO DAS
      *>  REMESSAS LIBERADAS AINDA NAO REGISTRADAS. CADA GERACAO E UM
      *>  ARQUIVO NOVO (CABECALHO, DETALHES E TOTAIS); A REMESSA FICA
      *>  MARCADA PARA NAO SAIR DE NOVO.
      *>  --------------------------------------------------------------
       5000-ARQUIVO-REGISTRO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-REGISTRO WRK-VL-REGISTRO.
             MOVE 'N' TO WRK-CLIENTE-OK.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLIENTE-OK
             END-IF.
             MOVE 0 TO CLIENTE-STATUS.
             OPEN OUTPUT CONTRATO-CAMBIO.
             MOVE SPACES TO CONTRCAM-CABECALHO-REG.
             MOVE 'H' TO CC-H-TIPO-REG.
             MOVE 'CAMBIO-REM' TO CC-H-SEGMENTO.
             MOVE WRK-DATA-HOJE TO CC-H-DT-GERACAO.
             WRITE CONTRCAM-CABECALHO-REG.
             MOVE 0 TO RM-NUMERO.
             START REMESSAS KEY IS NOT LESS THAN RM-NUMERO
               INVALID KEY
                 MOVE 10 TO REMESSA-STATUS
             END-START.
             IF REMESSA-STATUS NOT = 10
               READ REMESSAS NEXT
                 AT END MOVE 10 TO REMESSA-STATUS
               END-READ
             END-IF.
             PERFORM 5100-REGISTRA-CONTRATO UNTIL REMESSA-STATUS = 10.
             MOVE 0 TO REMESSA-STATUS.
             MOVE SPACES TO CONTRCAM-TRAILER-REG.
             MOVE 'T' TO CC-T-TIPO-REG.
             MOVE WRK-QT-REGISTRO TO CC-T-QT-REGISTROS.
             MOVE WRK-VL-REGISTRO TO CC-T-VL-TOTAL.
             WRITE CONTRCAM-TRAILER-REG.
             CLOSE CONTRATO-CAMBIO.
             IF WRK-CLIENTE-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
             DISPLAY 'CONTRATOS DE CAMBIO REGISTRADOS: ' WRK-QT-REGISTRO
                     ' (CONTRCAM.TXT)'.
      *>  --------------------------------------------------------------
       5100-REGISTRA-CONTRATO.
      *>  --------------------------------------------------------------
             IF RM-LIBERADA AND NOT RM-CONTRATO-REGISTRADO
               ADD 1 TO WRK-QT-REGISTRO
               ADD RM-VALOR-REAIS TO WRK-VL-REGISTRO
               MOVE SPACES TO CONTRCAM-DETALHE-REG
               MOVE 'D' TO CC-TIPO-REG
               MOVE WRK-QT-REGISTRO TO CC-SEQ
               MOVE RM-NUMERO TO CC-CONTRATO
               MOVE RM-DT-LIBERACAO TO CC-DT-CONTRATACAO
               MOVE 'V' TO CC-TIPO-OPER
               MOVE ZEROS TO CC-CPF
               IF WRK-CLIENTE-OK = 'S'
                 MOVE RM-CLI-ID TO CLI-ID
                 READ CLIENTE-MASTER
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE CLI-CPF TO CC-CPF
                     MOVE CLI-NOME TO CC-NOME
                 END-READ
                 MOVE 0 TO CLIENTE-STATUS
               END-IF
               MOVE RM-MOEDA TO CC-MOEDA
               MOVE RM-VALOR-ME TO CC-VL-MOEDA
               MOVE RM-TAXA-APLIC TO CC-TAXA
               MOVE RM-VALOR-REAIS TO CC-VL-REAIS
               MOVE RM-IOF TO CC-IOF
               MOVE RM-NATUREZA TO CC-NATUREZA
               MOVE RM-PAIS TO CC-PAIS
               MOVE RM-BANCO-SWIFT TO CC-SWIFT
               MOVE RM-BANCO-NOME TO CC-BANCO
               MOVE RM-BENEF-NOME TO CC-BENEFICIARIO
               MOVE RM-BENEF-CONTA TO CC-CONTA
               WRITE CONTRCAM-DETALHE-REG
               MOVE 'S' TO RM-REGISTRO-BC
               MOVE WRK-DATA-HOJE TO RM-DT-REGISTRO-BC
               REWRITE REMESSA-MASTER-REG
             END-IF.
             READ REMESSAS NEXT
               AT END MOVE 10 TO REMESSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6000-LISTA-PENDENTES.
      *>  --------------------------------------------------------------
             MOVE 0 TO RM-NUMERO.
             START REMESSAS KEY IS NOT LESS THAN RM-NUMERO
               INVALID KEY
                 MOVE 10 TO REMESSA-STATUS
             END-START.
             IF REMESSA-STATUS NOT = 10
               READ REMESSAS NEXT
                 AT END MOVE 10 TO REMESSA-STATUS
               END-READ
             END-IF.
             PERFORM 6100-LINHA-PENDENTE UNTIL REMESSA-STATUS = 10.
             MOVE 0 TO REMESSA-STATUS.
      *>  --------------------------------------------------------------
       6100-LINHA-PENDENTE.
      *>  --------------------------------------------------------------
             IF RM-PENDENTE OR RM-MEIA-APROVADA
               DISPLAY 'REMESSA ' RM-NUMERO ' CLIENTE ' RM-CLI-ID
                       ' ' RM-MOEDA ' ' RM-VALOR-ME
                       ' SITUACAO ' RM-SITUACAO
                       ' DUPLA ' RM-DUPLA
                       ' REGISTRADA ' RM-DT-REGISTRO
             END-IF.
             READ REMESSAS NEXT
               AT END MOVE 10 TO REMESSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  7000-RECUSA-REMESSA - OPERADOR VALIDO DIFERENTE DE QUEM
      *>  DIGITOU MARCA A REMESSA RECUSADA (SITUACAO R); ELA SAI DA
      *>  FILA DE PENDENTES SEM PASSAR PELO LOG NEM PELO REGISTRO.
      *>  --------------------------------------------------------------
       7000-RECUSA-REMESSA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA REMESSA.....: '.
             ACCEPT WRK-REMESSA.
             MOVE WRK-REMESSA TO RM-NUMERO.
             READ REMESSAS
               INVALID KEY
                 DISPLAY '*** REMESSA NAO CADASTRADA ***'
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN RM-LIBERADA
                     DISPLAY '*** REMESSA JA LIBERADA EM '
                             RM-DT-LIBERACAO ' ***'
                   WHEN RM-RECUSADA
                     DISPLAY '*** REMESSA JA RECUSADA ***'
                   WHEN OTHER
                     PERFORM 7100-APLICA-RECUSA
                 END-EVALUATE
             END-READ.
      *>  --------------------------------------------------------------
       7100-APLICA-RECUSA.
      *>  --------------------------------------------------------------
             DISPLAY 'OPERADOR QUE RECUSA...: '.
             ACCEPT WRK-APROVADOR.
             PERFORM 1200-VALIDA-OPERADOR.
             IF WRK-OPER-OK = 'N'
               DISPLAY '*** OPERADOR INVALIDO OU BLOQUEADO ***'
             ELSE
               IF WRK-APROVADOR = RM-OPERADOR1
                 DISPLAY '*** QUEM DIGITOU NAO PODE RECUSAR ***'
               ELSE
                 MOVE WRK-APROVADOR TO RM-OPERADOR3
                 MOVE 'R' TO RM-SITUACAO
                 MOVE WRK-DATA-HOJE TO RM-DT-LIBERACAO
                 REWRITE REMESSA-MASTER-REG
                 DISPLAY 'REMESSA ' RM-NUMERO ' RECUSADA'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-REMESSA.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ REMESSA-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE REMESSA-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE REMESSA-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-REMESSA.
      *>  --------------------------------------------------------------
