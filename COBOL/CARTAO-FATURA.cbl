       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTFATU.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MOVIMENTO DAS CONTAS DE CARTAO
      ***   (CARTCONT.TXT): AUTORIZA AS COMPRAS CONTRA O LIMITE DO
      ***   PRODUTO NO CATALOGO (CARTCAT.TXT), RECUSANDO CONTA NAO
      ***   ATIVADA, BLOQUEADA OU CANCELADA, E GRAVA TUDO NO
      ***   LANCAMENTO (CARTLANC.TXT). COM PARM AUTORIZ PROCESSA O
      ***   ARQUIVO DE COMPRAS DO DIA (CARTCOMP.TXT); COM PARM FECHA
      ***   FAZ O FECHAMENTO MENSAL, GRAVANDO A FATURA DE CADA CONTA
      ***   (CARTFAT.TXT) COM VENCIMENTO, PAGAMENTO MINIMO, ANUIDADE
      ***   NO MES DE ANIVERSARIO DA ATIVACAO E JUROS DO ROTATIVO
      ***   SOBRE O SALDO NAO PAGO DA FATURA ANTERIOR. PARAMETROS EM
      ***   CARTPARM.TXT. O PAGAMENTO DA FATURA VOLTA PELO RETORNO
      ***   BANCARIO DO BANCOCOB (ORIGEM C). SEM PARM ABRE A TELA DE
      ***   AUTORIZACAO E CONSULTA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-CONTA ASSIGN TO 'C:\COBOL\CARTCONT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTA-STATUS
             RECORD KEY IS CC-NUMERO.
           SELECT CARTAO-CATALOGO ASSIGN TO 'C:\COBOL\CARTCAT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CATALOGO-STATUS.
           SELECT CARTAO-SALDO ASSIGN TO 'C:\COBOL\CARTSALD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SALDO-STATUS
             RECORD KEY IS CS-CONTA.
           SELECT CARTAO-FATURA ASSIGN TO 'C:\COBOL\CARTFAT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FATURA-STATUS
             RECORD KEY IS FT-CHAVE.
           SELECT COMPRAS ASSIGN TO 'C:\COBOL\CARTCOMP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COMPRAS-STATUS.
           SELECT LANCAMENTOS ASSIGN TO 'C:\COBOL\CARTLANC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LANC-STATUS.
           SELECT LANC-TRABALHO ASSIGN TO 'C:\COBOL\CARTLANW.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRABALHO-STATUS.
           SELECT FATURA-PARAM ASSIGN TO 'C:\COBOL\CARTPARM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.
           SELECT RELAT-FATURAS ASSIGN TO 'C:\COBOL\RELFATUR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO-CONTA.
       01 CARTAO-CONTA-REG.
            05 CC-NUMERO       PIC 9(06).
            05 CC-CLI-ID       PIC 9(05).
            05 CC-PRODUTO      PIC 9(02).
            05 CC-NUM-MASCARADO PIC X(19).
            05 CC-DT-EMISSAO   PIC 9(08).
            05 CC-DT-ATIVACAO  PIC 9(08).
            05 CC-SITUACAO     PIC X(01).
                88 CC-EMITIDO      VALUE 'I'.
                88 CC-ENTREGUE     VALUE 'E'.
                88 CC-ATIVADO      VALUE 'A'.
                88 CC-BLOQUEADO    VALUE 'B'.
                88 CC-CANCELADO    VALUE 'C'.
            05 CC-MOTIVO-BLOQ  PIC X(15).
       FD CARTAO-CATALOGO.
       01 CARTAO-CATALOGO-REG.
            05 CC-CODIGO       PIC 9(02).
            05 CC-NOME         PIC X(10).
            05 CC-PONTOS-MIN   PIC 9(03).
            05 CC-ANUIDADE     PIC 9(04)V99.
            05 CC-LIMITE       PIC 9(06)V99.
            05 CC-BENEFICIOS   PIC X(30).
       FD CARTAO-SALDO.
       COPY 'CARTSALDO-MASTER.CBL'.
       FD CARTAO-FATURA.
       COPY 'FATURA-MASTER.CBL'.
       FD COMPRAS.
       01 COMPRAS-REG.
            05 CP-CONTA        PIC 9(06).
            05 CP-DATA         PIC 9(08).
            05 CP-VALOR        PIC 9(07)V99.
            05 CP-ESTABELEC    PIC X(20).
       FD LANCAMENTOS.
       01 LANCAMENTOS-REG.
            05 LC-CONTA        PIC 9(06).
            05 LC-DATA         PIC 9(08).
            05 LC-VALOR        PIC 9(07)V99.
            05 LC-ESTABELEC    PIC X(20).
            05 LC-SITUACAO     PIC X(01).
                88 LC-AUTORIZADA   VALUE 'A'.
                88 LC-RECUSADA     VALUE 'R'.
                88 LC-FATURADA     VALUE 'F'.
            05 LC-MOTIVO       PIC X(15).
            05 LC-COMPETENCIA  PIC 9(06).
       FD LANC-TRABALHO.
       01 LANC-TRABALHO-REG       PIC X(65).
       FD FATURA-PARAM.
       01 FATURA-PARAM-REG.
            05 PF-DIA-VENC     PIC 9(02).
            05 PF-PCT-MINIMO   PIC 9(03)V99.
            05 PF-MINIMO-FIXO  PIC 9(05)V99.
            05 PF-TAXA-ROTATIVO PIC 9(01)V9999.
       FD RELAT-FATURAS.
       01 RELAT-FATURAS-REG       PIC X(120).
       FD CONTROLE-TOTAIS.
       01 CONTROLE-TOTAIS-REG.
            05 CT-PROGRAMA     PIC X(09).
            05 CT-DATA         PIC 9(08).
            05 CT-LIDOS        PIC 9(07).
            05 CT-PROCESSADOS  PIC 9(07).
            05 CT-REJEITADOS   PIC 9(07).
            05 CT-VALOR-IN     PIC 9(11)V99.
            05 CT-VALOR-OUT    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CONTA-STATUS     PIC 9(02) VALUE ZEROS.
       77 CATALOGO-STATUS  PIC 9(02) VALUE ZEROS.
       77 SALDO-STATUS     PIC 9(02) VALUE ZEROS.
       77 FATURA-STATUS    PIC 9(02) VALUE ZEROS.
       77 COMPRAS-STATUS   PIC 9(02) VALUE ZEROS.
       77 LANC-STATUS      PIC 9(02) VALUE ZEROS.
       77 TRABALHO-STATUS  PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(07) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-CONTA    PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(15) VALUE SPACES.
       77 WRK-LIMITE       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ANUIDADE     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-ANT    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MINIMO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACHOU-SALDO  PIC X(01) VALUE 'N'.
       77 WRK-IDX-CARTAO   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CARTOES   PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-PROD   PIC X(01) VALUE 'N'.
       77 WRK-QT-AUTORIZ   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-RECUSAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FATURAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-JA-FECHADAS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-PROCESSADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
       01 WRK-DATA-FECHA.
            05 WRK-FE-ANO      PIC 9(04).
            05 WRK-FE-MES      PIC 9(02).
            05 WRK-FE-DIA      PIC 9(02).
       01 WRK-DATA-FECHA-9 REDEFINES WRK-DATA-FECHA PIC 9(08).
       01 WRK-DATA-VENC.
            05 WRK-VE-ANO      PIC 9(04).
            05 WRK-VE-MES      PIC 9(02).
            05 WRK-VE-DIA      PIC 9(02).
       01 WRK-DATA-VENC-9 REDEFINES WRK-DATA-VENC PIC 9(08).
       01 WRK-DATA-ATIV.
            05 WRK-AT-ANO      PIC 9(04).
            05 WRK-AT-MES      PIC 9(02).
            05 WRK-AT-DIA      PIC 9(02).
       01 WRK-DATA-ATIV-9 REDEFINES WRK-DATA-ATIV PIC 9(08).
       01 WRK-PARAMETROS.
            05 WRK-PF-DIA-VENC     PIC 9(02)    VALUE 10.
            05 WRK-PF-PCT-MINIMO   PIC 9(03)V99 VALUE 15,00.
            05 WRK-PF-MINIMO-FIXO  PIC 9(05)V99 VALUE 50,00.
            05 WRK-PF-TAXA-ROTATIVO PIC 9(01)V9999 VALUE 0,1200.
       01 WRK-TAB-CARTOES.
            05 WRK-CARTAO OCCURS 15 TIMES.
                10 WRK-CA-CODIGO     PIC 9(02).
                10 WRK-CA-ANUIDADE   PIC 9(04)V99.
                10 WRK-CA-LIMITE     PIC 9(06)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-CARREGA-PARAMETROS.
             PERFORM 0070-CARREGA-CATALOGO.
             OPEN INPUT CARTAO-CONTA.
             IF CONTA-STATUS NOT = 0
               DISPLAY '*** CADASTRO DE CONTAS DE CARTAO NAO ENCONTRADO'
                       ' - STATUS ' CONTA-STATUS ' ***'
             ELSE
               PERFORM 0080-ABRE-SALDOS
               EVALUATE WRK-PARM-EXEC
                 WHEN 'AUTORIZ'
                   PERFORM 2000-AUTORIZA-LOTE
                 WHEN 'FECHA'
                   PERFORM 3000-FECHAMENTO-MENSAL
                 WHEN OTHER
                   PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
               END-EVALUATE
               CLOSE CARTAO-SALDO
               CLOSE CARTAO-CONTA
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-CARREGA-PARAMETROS - DIA DE VENCIMENTO, PERCENTUAL E
      *>  VALOR FIXO DO PAGAMENTO MINIMO E TAXA MENSAL DO ROTATIVO EM
      *>  CARTPARM.TXT; NA PRIMEIRA EXECUCAO O ARQUIVO E CRIADO COM OS
      *>  VALORES PADRAO (DIA 10, 15 POR CENTO, 50,00 E 12 POR CENTO).
      *>  --------------------------------------------------------------
       0050-CARREGA-PARAMETROS.
      *>  --------------------------------------------------------------
             OPEN INPUT FATURA-PARAM.
             IF PARAM-STATUS = 35
               OPEN OUTPUT FATURA-PARAM
               MOVE WRK-PF-DIA-VENC TO PF-DIA-VENC
               MOVE WRK-PF-PCT-MINIMO TO PF-PCT-MINIMO
               MOVE WRK-PF-MINIMO-FIXO TO PF-MINIMO-FIXO
               MOVE WRK-PF-TAXA-ROTATIVO TO PF-TAXA-ROTATIVO
               WRITE FATURA-PARAM-REG
               CLOSE FATURA-PARAM
               OPEN INPUT FATURA-PARAM
             END-IF.
             READ FATURA-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PF-DIA-VENC TO WRK-PF-DIA-VENC
                 MOVE PF-PCT-MINIMO TO WRK-PF-PCT-MINIMO
                 MOVE PF-MINIMO-FIXO TO WRK-PF-MINIMO-FIXO
                 MOVE PF-TAXA-ROTATIVO TO WRK-PF-TAXA-ROTATIVO
             END-READ.
             CLOSE FATURA-PARAM.
             MOVE 0 TO PARAM-STATUS.
             IF WRK-PF-DIA-VENC < 1 OR WRK-PF-DIA-VENC > 28
               MOVE 10 TO WRK-PF-DIA-VENC
             END-IF.
      *>  --------------------------------------------------------------
      *>  0070-CARREGA-CATALOGO - LIMITE E ANUIDADE DE CADA PRODUTO
      *>  DO CATALOGO DE CARTOES (CARTCAT.TXT, MANTIDO PELO INDICA-
      *>  CARTAO). CONTA DE PRODUTO FORA DO CATALOGO NAO TEM LIMITE.
      *>  --------------------------------------------------------------
       0070-CARREGA-CATALOGO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CARTOES.
             OPEN INPUT CARTAO-CATALOGO.
             IF CATALOGO-STATUS NOT = 0
               DISPLAY '*** CATALOGO DE CARTOES (CARTCAT.TXT) NAO'
                       ' ENCONTRADO - NENHUMA COMPRA SERA AUTORIZADA'
                       ' ***'
               MOVE 0 TO CATALOGO-STATUS
             ELSE
               READ CARTAO-CATALOGO
                 AT END MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 0071-GUARDA-PRODUTO
                 UNTIL CATALOGO-STATUS = 10
               CLOSE CARTAO-CATALOGO
               MOVE 0 TO CATALOGO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       0071-GUARDA-PRODUTO.
      *>  --------------------------------------------------------------
             IF WRK-QT-CARTOES < 15
               ADD 1 TO WRK-QT-CARTOES
               MOVE CC-CODIGO TO WRK-CA-CODIGO(WRK-QT-CARTOES)
               MOVE CC-ANUIDADE TO WRK-CA-ANUIDADE(WRK-QT-CARTOES)
               MOVE CC-LIMITE TO WRK-CA-LIMITE(WRK-QT-CARTOES)
             END-IF.
             READ CARTAO-CATALOGO
               AT END MOVE 10 TO CATALOGO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0080-ABRE-SALDOS.
      *>  --------------------------------------------------------------
             OPEN I-O CARTAO-SALDO.
             IF SALDO-STATUS = 35
               OPEN OUTPUT CARTAO-SALDO
               CLOSE CARTAO-SALDO
               OPEN I-O CARTAO-SALDO
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'CARTAO - AUTORIZACAO E FATURA'.
             DISPLAY '1 - AUTORIZAR COMPRA'.
             DISPLAY '2 - CONSULTAR LIMITE DISPONIVEL'.
             DISPLAY '3 - CONSULTAR FATURA'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-AUTORIZA-TELA
               WHEN 2
                 PERFORM 1200-CONSULTA-LIMITE
               WHEN 3
                 PERFORM 1300-CONSULTA-FATURA
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
       1000-AUTORIZA-TELA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA CONTA: '.
             ACCEPT CP-CONTA.
             DISPLAY 'VALOR DA COMPRA: '.
             ACCEPT CP-VALOR.
             DISPLAY 'ESTABELECIMENTO: '.
             ACCEPT CP-ESTABELEC.
             MOVE WRK-DATA-HOJE TO CP-DATA.
             OPEN EXTEND LANCAMENTOS.
             IF LANC-STATUS = 35
               OPEN OUTPUT LANCAMENTOS
               CLOSE LANCAMENTOS
               OPEN EXTEND LANCAMENTOS
             END-IF.
             PERFORM 2100-AUTORIZA-COMPRA.
             CLOSE LANCAMENTOS.
             IF WRK-MOTIVO = SPACES
               DISPLAY 'COMPRA AUTORIZADA - DISPONIVEL: '
                       WRK-DISPONIVEL
             ELSE
               DISPLAY '*** COMPRA RECUSADA: ' WRK-MOTIVO ' ***'
             END-IF.
      *>  --------------------------------------------------------------
       1200-CONSULTA-LIMITE.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA CONTA: '.
             ACCEPT WRK-NUM-CONTA.
             MOVE WRK-NUM-CONTA TO CC-NUMERO.
             READ CARTAO-CONTA
               INVALID KEY
                 DISPLAY '*** CONTA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 PERFORM 8100-LIMITE-DO-PRODUTO
                 PERFORM 8200-LE-SALDO
                 COMPUTE WRK-DISPONIVEL = WRK-LIMITE - CS-LIMITE-USADO
                 DISPLAY 'CONTA.............: ' CC-NUMERO
                         ' SITUACAO ' CC-SITUACAO
                 DISPLAY 'LIMITE DO PRODUTO.: ' WRK-LIMITE
                 DISPLAY 'LIMITE UTILIZADO..: ' CS-LIMITE-USADO
                 DISPLAY 'COMPRAS A FATURAR.: ' CS-COMPRAS-ABERTO
                 DISPLAY 'DISPONIVEL........: ' WRK-DISPONIVEL
             END-READ.
      *>  --------------------------------------------------------------
       1300-CONSULTA-FATURA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA CONTA: '.
             ACCEPT FT-CONTA.
             DISPLAY 'COMPETENCIA (AAAAMM): '.
             ACCEPT FT-COMPETENCIA.
             OPEN INPUT CARTAO-FATURA.
             IF FATURA-STATUS NOT = 0
               DISPLAY '*** NENHUMA FATURA FECHADA AINDA ***'
             ELSE
               READ CARTAO-FATURA
                 INVALID KEY
                   DISPLAY '*** FATURA NAO ENCONTRADA ***'
                 NOT INVALID KEY
                   DISPLAY 'CONTA/COMPETENCIA.: ' FT-CONTA '/'
                           FT-COMPETENCIA ' SITUACAO ' FT-SITUACAO
                   DISPLAY 'FECHAMENTO........: ' FT-DT-FECHAMENTO
                   DISPLAY 'VENCIMENTO........: ' FT-DT-VENCIMENTO
                   DISPLAY 'SALDO ANTERIOR....: ' FT-SALDO-ANTERIOR
                   DISPLAY 'JUROS ROTATIVO....: ' FT-JUROS-ROTATIVO
                   DISPLAY 'ANUIDADE..........: ' FT-ANUIDADE
                   DISPLAY 'COMPRAS...........: ' FT-COMPRAS
                   DISPLAY 'TOTAL.............: ' FT-VL-TOTAL
                   DISPLAY 'PAGAMENTO MINIMO..: ' FT-VL-MINIMO
                   DISPLAY 'VALOR PAGO........: ' FT-VL-PAGO
                           ' EM ' FT-DT-PAGAMENTO
               END-READ
               CLOSE CARTAO-FATURA
             END-IF.
             MOVE 0 TO FATURA-STATUS.
      *>  --------------------------------------------------------------
      *>  2000-AUTORIZA-LOTE - COMPRAS DO DIA (CARTCOMP.TXT) VINDAS
      *>  DA CAPTURA; CADA UMA E AUTORIZADA OU RECUSADA E GRAVADA NO
      *>  LANCAMENTO COM O MOTIVO DA RECUSA.
      *>  --------------------------------------------------------------
       2000-AUTORIZA-LOTE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-AUTORIZ WRK-QT-RECUSAS.
             OPEN INPUT COMPRAS.
             IF COMPRAS-STATUS NOT = 0
               DISPLAY 'SEM ARQUIVO DE COMPRAS (CARTCOMP.TXT)'
               MOVE 0 TO COMPRAS-STATUS
             ELSE
               OPEN EXTEND LANCAMENTOS
               IF LANC-STATUS = 35
                 OPEN OUTPUT LANCAMENTOS
                 CLOSE LANCAMENTOS
                 OPEN EXTEND LANCAMENTOS
               END-IF
               READ COMPRAS
                 AT END MOVE 10 TO COMPRAS-STATUS
               END-READ
               PERFORM 2010-AUTORIZA-UMA UNTIL COMPRAS-STATUS = 10
               CLOSE COMPRAS LANCAMENTOS
               MOVE 0 TO COMPRAS-STATUS
             END-IF.
             MOVE WRK-QT-AUTORIZ TO WRK-CT-PROCESSADOS.
             MOVE WRK-QT-RECUSAS TO WRK-CT-REJEITADOS.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'COMPRAS AUTORIZADAS..: ' WRK-QT-AUTORIZ.
             DISPLAY 'COMPRAS RECUSADAS....: ' WRK-QT-RECUSAS.
      *>  --------------------------------------------------------------
       2010-AUTORIZA-UMA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             ADD CP-VALOR TO WRK-CT-VALOR-IN.
             PERFORM 2100-AUTORIZA-COMPRA.
             IF LC-AUTORIZADA
               ADD 1 TO WRK-QT-AUTORIZ
               ADD CP-VALOR TO WRK-CT-VALOR-OUT
             ELSE
               ADD 1 TO WRK-QT-RECUSAS
             END-IF.
             READ COMPRAS
               AT END MOVE 10 TO COMPRAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2100-AUTORIZA-COMPRA - REGRA DE AUTORIZACAO: A CONTA TEM DE
      *>  EXISTIR E ESTAR ATIVADA (EMITIDA, ENTREGUE, BLOQUEADA OU
      *>  CANCELADA E RECUSA), O PRODUTO TEM DE ESTAR NO CATALOGO E A
      *>  COMPRA TEM DE CABER NO LIMITE DO PRODUTO MENOS O QUE JA
      *>  ESTA UTILIZADO (COMPRAS AUTORIZADAS E FATURAS NAO PAGAS).
      *>  A COMPRA AUTORIZADA CONSOME O LIMITE NA HORA.
      *>  --------------------------------------------------------------
       2100-AUTORIZA-COMPRA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MOTIVO.
             MOVE ZEROS TO WRK-DISPONIVEL.
             MOVE 'N' TO WRK-ACHOU-SALDO.
             MOVE CP-CONTA TO CC-NUMERO.
             READ CARTAO-CONTA
               INVALID KEY
                 MOVE 'CONTA INEXIST.' TO WRK-MOTIVO
             END-READ.
             IF CP-VALOR = 0 AND WRK-MOTIVO = SPACES
               MOVE 'VALOR INVALIDO' TO WRK-MOTIVO
             END-IF.
             IF WRK-MOTIVO = SPACES
               EVALUATE TRUE
                 WHEN CC-ATIVADO
                   CONTINUE
                 WHEN CC-BLOQUEADO
                   MOVE 'CONTA BLOQUEADA' TO WRK-MOTIVO
                 WHEN CC-CANCELADO
                   MOVE 'CONTA CANCELADA' TO WRK-MOTIVO
                 WHEN OTHER
                   MOVE 'NAO ATIVADA' TO WRK-MOTIVO
               END-EVALUATE
             END-IF.
             IF WRK-MOTIVO = SPACES
               PERFORM 8100-LIMITE-DO-PRODUTO
               IF WRK-ACHOU-PROD = 'N'
                 MOVE 'PRODUTO S/ CAT.' TO WRK-MOTIVO
               END-IF
             END-IF.
             IF WRK-MOTIVO = SPACES
               PERFORM 8200-LE-SALDO
               COMPUTE WRK-DISPONIVEL = WRK-LIMITE - CS-LIMITE-USADO
               IF CP-VALOR > WRK-DISPONIVEL
                 MOVE 'LIMITE EXCEDIDO' TO WRK-MOTIVO
               END-IF
             END-IF.
             MOVE CP-CONTA TO LC-CONTA.
             MOVE CP-DATA TO LC-DATA.
             MOVE CP-VALOR TO LC-VALOR.
             MOVE CP-ESTABELEC TO LC-ESTABELEC.
             MOVE WRK-MOTIVO TO LC-MOTIVO.
             MOVE ZEROS TO LC-COMPETENCIA.
             IF WRK-MOTIVO = SPACES
               MOVE 'A' TO LC-SITUACAO
               ADD CP-VALOR TO CS-LIMITE-USADO
               ADD CP-VALOR TO CS-COMPRAS-ABERTO
               MOVE CP-DATA TO CS-DT-ULT-COMPRA
               SUBTRACT CP-VALOR FROM WRK-DISPONIVEL
               PERFORM 8300-GRAVA-SALDO
             ELSE
               MOVE 'R' TO LC-SITUACAO
             END-IF.
             WRITE LANCAMENTOS-REG.
      *>  --------------------------------------------------------------
      *>  3000-FECHAMENTO-MENSAL - FECHA A COMPETENCIA DO MES CORRENTE
      *>  PARA TODAS AS CONTAS. CONTA QUE JA TEM FATURA NA COMPETENCIA
      *>  E PULADA (O FECHAMENTO PODE SER REPROCESSADO). NO FIM AS
      *>  COMPRAS AUTORIZADAS DO LANCAMENTO SAO MARCADAS FATURADAS.
      *>  --------------------------------------------------------------
       3000-FECHAMENTO-MENSAL.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE TO WRK-DATA-FECHA-9.
             COMPUTE WRK-COMPETENCIA = WRK-FE-ANO * 100 + WRK-FE-MES.
             MOVE WRK-FE-ANO TO WRK-VE-ANO.
             MOVE WRK-FE-MES TO WRK-VE-MES.
             ADD 1 TO WRK-VE-MES.
             IF WRK-VE-MES > 12
               MOVE 1 TO WRK-VE-MES
               ADD 1 TO WRK-VE-ANO
             END-IF.
             MOVE WRK-PF-DIA-VENC TO WRK-VE-DIA.
             MOVE 0 TO WRK-QT-FATURAS WRK-QT-JA-FECHADAS.
             OPEN I-O CARTAO-FATURA.
             IF FATURA-STATUS = 35
               OPEN OUTPUT CARTAO-FATURA
               CLOSE CARTAO-FATURA
               OPEN I-O CARTAO-FATURA
             END-IF.
             OPEN OUTPUT RELAT-FATURAS.
             MOVE SPACES TO RELAT-FATURAS-REG.
             STRING 'FECHAMENTO DE FATURAS - COMPETENCIA '
                    WRK-COMPETENCIA ' VENCIMENTO ' WRK-DATA-VENC-9
                    ' (EMITIDO EM ' WRK-DATA-HOJE ')'
                    DELIMITED BY SIZE INTO RELAT-FATURAS-REG.
             WRITE RELAT-FATURAS-REG.
             MOVE 'CONTA  CLIENTE SALDO ANT  JUROS     ANUIDADE COMPRAS
      -        '    TOTAL      MINIMO' TO RELAT-FATURAS-REG.
             WRITE RELAT-FATURAS-REG.
             MOVE ZEROS TO CC-NUMERO.
             START CARTAO-CONTA KEY IS NOT LESS THAN CC-NUMERO
               INVALID KEY MOVE 10 TO CONTA-STATUS
             END-START.
             IF CONTA-STATUS NOT = 10
               READ CARTAO-CONTA NEXT RECORD
                 AT END MOVE 10 TO CONTA-STATUS
               END-READ
             END-IF.
             PERFORM 3100-FECHA-CONTA UNTIL CONTA-STATUS = 10.
             MOVE 0 TO CONTA-STATUS.
             MOVE SPACES TO RELAT-FATURAS-REG.
             STRING 'FATURAS EMITIDAS: ' WRK-QT-FATURAS
                    ' VALOR TOTAL: ' WRK-CT-VALOR-OUT
                    ' JA FECHADAS ANTES: ' WRK-QT-JA-FECHADAS
                    DELIMITED BY SIZE INTO RELAT-FATURAS-REG.
             WRITE RELAT-FATURAS-REG.
             CLOSE RELAT-FATURAS CARTAO-FATURA.
             MOVE 0 TO FATURA-STATUS.
             PERFORM 3500-MARCA-FATURADAS.
      *>  ---- CONTA SEM NADA A COBRAR OU JA FECHADA TAMBEM CONTA
      *>  COMO PROCESSADA: NO FECHAMENTO NADA E REJEITADO.
             MOVE WRK-CT-LIDOS TO WRK-CT-PROCESSADOS.
             MOVE 0 TO WRK-CT-REJEITADOS.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'FATURAS EMITIDAS.....: ' WRK-QT-FATURAS
                     ' (RELFATUR.TXT)'.
      *>  --------------------------------------------------------------
       3100-FECHA-CONTA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE CC-NUMERO TO FT-CONTA.
             MOVE WRK-COMPETENCIA TO FT-COMPETENCIA.
             READ CARTAO-FATURA
               INVALID KEY
                 PERFORM 3200-CALCULA-FATURA
               NOT INVALID KEY
                 ADD 1 TO WRK-QT-JA-FECHADAS
             END-READ.
             READ CARTAO-CONTA NEXT RECORD
               AT END MOVE 10 TO CONTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3200-CALCULA-FATURA - SALDO NAO PAGO DA FATURA ANTERIOR VAI
      *>  PARA O ROTATIVO COM JUROS DO MES (A ANTERIOR FICA ROLADA);
      *>  ANUIDADE DO PRODUTO NO MES DE ANIVERSARIO DA ATIVACAO, A
      *>  PARTIR DO PRIMEIRO ANO; MINIMO E O PERCENTUAL DO TOTAL COM
      *>  PISO NO VALOR FIXO, NUNCA ACIMA DO TOTAL. JUROS E ANUIDADE
      *>  TAMBEM CONSOMEM LIMITE. CONTA SEM NADA A COBRAR NAO GERA
      *>  FATURA.
      *>  --------------------------------------------------------------
       3200-CALCULA-FATURA.
      *>  --------------------------------------------------------------
             PERFORM 8200-LE-SALDO.
             MOVE ZEROS TO WRK-SALDO-ANT WRK-JUROS WRK-ANUIDADE.
             IF CS-ULT-COMPETENCIA > 0
               MOVE CC-NUMERO TO FT-CONTA
               MOVE CS-ULT-COMPETENCIA TO FT-COMPETENCIA
               READ CARTAO-FATURA
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF FT-ABERTA AND FT-VL-PAGO < FT-VL-TOTAL
                     COMPUTE WRK-SALDO-ANT = FT-VL-TOTAL - FT-VL-PAGO
                     COMPUTE WRK-JUROS ROUNDED =
                             WRK-SALDO-ANT * WRK-PF-TAXA-ROTATIVO
                     MOVE 'R' TO FT-SITUACAO
                     REWRITE CARTAO-FATURA-REG
                   END-IF
               END-READ
             END-IF.
             MOVE CC-DT-ATIVACAO TO WRK-DATA-ATIV-9.
             IF CC-ATIVADO AND WRK-AT-MES = WRK-FE-MES
                AND WRK-AT-ANO < WRK-FE-ANO
               PERFORM 8100-LIMITE-DO-PRODUTO
             ELSE
               MOVE ZEROS TO WRK-ANUIDADE
             END-IF.
             COMPUTE WRK-TOTAL = WRK-SALDO-ANT + WRK-JUROS
                     + WRK-ANUIDADE + CS-COMPRAS-ABERTO.
             IF WRK-TOTAL > 0
               IF WRK-TOTAL > WRK-PF-MINIMO-FIXO
                 COMPUTE WRK-MINIMO ROUNDED =
                         WRK-TOTAL * WRK-PF-PCT-MINIMO / 100
                 IF WRK-MINIMO < WRK-PF-MINIMO-FIXO
                   MOVE WRK-PF-MINIMO-FIXO TO WRK-MINIMO
                 END-IF
               ELSE
                 MOVE WRK-TOTAL TO WRK-MINIMO
               END-IF
               INITIALIZE CARTAO-FATURA-REG
               MOVE CC-NUMERO TO FT-CONTA
               MOVE WRK-COMPETENCIA TO FT-COMPETENCIA
               MOVE CC-CLI-ID TO FT-CLI-ID
               MOVE CC-PRODUTO TO FT-PRODUTO
               MOVE WRK-DATA-HOJE TO FT-DT-FECHAMENTO
               MOVE WRK-DATA-VENC-9 TO FT-DT-VENCIMENTO
               MOVE WRK-SALDO-ANT TO FT-SALDO-ANTERIOR
               MOVE WRK-JUROS TO FT-JUROS-ROTATIVO
               MOVE WRK-ANUIDADE TO FT-ANUIDADE
               MOVE CS-COMPRAS-ABERTO TO FT-COMPRAS
               MOVE WRK-TOTAL TO FT-VL-TOTAL
               MOVE WRK-MINIMO TO FT-VL-MINIMO
               MOVE 'A' TO FT-SITUACAO
               WRITE CARTAO-FATURA-REG
               ADD CS-COMPRAS-ABERTO TO WRK-CT-VALOR-IN
               ADD WRK-JUROS TO CS-LIMITE-USADO
               ADD WRK-ANUIDADE TO CS-LIMITE-USADO
               MOVE ZEROS TO CS-COMPRAS-ABERTO
               MOVE WRK-COMPETENCIA TO CS-ULT-COMPETENCIA
               PERFORM 8300-GRAVA-SALDO
               ADD 1 TO WRK-QT-FATURAS
               ADD WRK-TOTAL TO WRK-CT-VALOR-OUT
               PERFORM 3300-LINHA-RELATORIO
             END-IF.
      *>  --------------------------------------------------------------
       3300-LINHA-RELATORIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-FATURAS-REG.
             STRING FT-CONTA ' ' FT-CLI-ID '   '
                    FT-SALDO-ANTERIOR ' '
                    FT-JUROS-ROTATIVO ' '
                    FT-ANUIDADE ' '
                    FT-COMPRAS ' '
                    FT-VL-TOTAL ' '
                    FT-VL-MINIMO
                    DELIMITED BY SIZE INTO RELAT-FATURAS-REG.
             WRITE RELAT-FATURAS-REG.
      *>  --------------------------------------------------------------
      *>  3500-MARCA-FATURADAS - REGRAVA O LANCAMENTO VIA ARQUIVO DE
      *>  TRABALHO (PADRAO DO BANCOCOB) MARCANDO AS COMPRAS
      *>  AUTORIZADAS COMO FATURADAS NA COMPETENCIA FECHADA.
      *>  --------------------------------------------------------------
       3500-MARCA-FATURADAS.
      *>  --------------------------------------------------------------
             OPEN INPUT LANCAMENTOS.
             IF LANC-STATUS NOT = 0
               MOVE 0 TO LANC-STATUS
             ELSE
               OPEN OUTPUT LANC-TRABALHO
               READ LANCAMENTOS
                 AT END MOVE 10 TO LANC-STATUS
               END-READ
               PERFORM 3510-MARCA-UM UNTIL LANC-STATUS = 10
               CLOSE LANCAMENTOS LANC-TRABALHO
               MOVE 0 TO LANC-STATUS
               OPEN INPUT LANC-TRABALHO
               OPEN OUTPUT LANCAMENTOS
               READ LANC-TRABALHO
                 AT END MOVE 10 TO TRABALHO-STATUS
               END-READ
               PERFORM 3520-DEVOLVE-UM UNTIL TRABALHO-STATUS = 10
               CLOSE LANC-TRABALHO LANCAMENTOS
               MOVE 0 TO TRABALHO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3510-MARCA-UM.
      *>  --------------------------------------------------------------
             IF LC-AUTORIZADA
               MOVE 'F' TO LC-SITUACAO
               MOVE WRK-COMPETENCIA TO LC-COMPETENCIA
             END-IF.
             MOVE LANCAMENTOS-REG TO LANC-TRABALHO-REG.
             WRITE LANC-TRABALHO-REG.
             READ LANCAMENTOS
               AT END MOVE 10 TO LANC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3520-DEVOLVE-UM.
      *>  --------------------------------------------------------------
             MOVE LANC-TRABALHO-REG TO LANCAMENTOS-REG.
             WRITE LANCAMENTOS-REG.
             READ LANC-TRABALHO
               AT END MOVE 10 TO TRABALHO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8100-LIMITE-DO-PRODUTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU-PROD.
             MOVE ZEROS TO WRK-LIMITE WRK-ANUIDADE.
             PERFORM 8110-CONFERE-PRODUTO
               VARYING WRK-IDX-CARTAO FROM 1 BY 1
               UNTIL WRK-IDX-CARTAO > WRK-QT-CARTOES
                  OR WRK-ACHOU-PROD = 'S'.
      *>  --------------------------------------------------------------
       8110-CONFERE-PRODUTO.
      *>  --------------------------------------------------------------
             IF WRK-CA-CODIGO(WRK-IDX-CARTAO) = CC-PRODUTO
               MOVE 'S' TO WRK-ACHOU-PROD
               MOVE WRK-CA-LIMITE(WRK-IDX-CARTAO) TO WRK-LIMITE
               MOVE WRK-CA-ANUIDADE(WRK-IDX-CARTAO) TO WRK-ANUIDADE
             END-IF.
      *>  --------------------------------------------------------------
      *>  8200-LE-SALDO - CONTA SEM REGISTRO DE SALDO AINDA NAO TEVE
      *>  MOVIMENTO: COMECA ZERADA E O REGISTRO E INCLUIDO NA PRIMEIRA
      *>  GRAVACAO.
      *>  --------------------------------------------------------------
       8200-LE-SALDO.
      *>  --------------------------------------------------------------
             MOVE CC-NUMERO TO CS-CONTA.
             READ CARTAO-SALDO
               INVALID KEY
                 MOVE 'N' TO WRK-ACHOU-SALDO
                 INITIALIZE CARTAO-SALDO-REG
                 MOVE CC-NUMERO TO CS-CONTA
               NOT INVALID KEY
                 MOVE 'S' TO WRK-ACHOU-SALDO
             END-READ.
      *>  --------------------------------------------------------------
       8300-GRAVA-SALDO.
      *>  --------------------------------------------------------------
             IF WRK-ACHOU-SALDO = 'S'
               REWRITE CARTAO-SALDO-REG
             ELSE
               WRITE CARTAO-SALDO-REG
               MOVE 'S' TO WRK-ACHOU-SALDO
             END-IF.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'CARTFATU ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
      *>  --------------------------------------------------------------
