      ***   CONTRATO REPROVADO E MARCADO RECUSADO (SITUACAO R) E
      ***   DEIXA DE FICAR PENDENTE PARA SEMPRE; COBRANCA, REGUA,
      ***   PDD E ACCRUAL SO TRATAM CONTRATO COM LIBERACAO EFETIVADA.
      ***   SO APROVA OU RECUSA QUEM TEM A ALCADA 13 (LIBERA
      ***   EMPRESTIMO) NO CADASTRO DE OPERADORES.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT LIBERADO-DIA ASSIGN TO 'C:\COBOL\LIBERADO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIBERADO-STATUS.
            05 OP-PERFIL       PIC X(12).
            05 OP-FALHAS       PIC 9(01).
            05 OP-BLOQUEADO    PIC X(01).
            05 OP-AUTORIZA     PIC X(03).
            05 OP-GESTOR       PIC X(10).
            05 OP-DT-RECERT    PIC 9(08).
       FD LIB-PARAM.
       01 LIB-PARAM-REG.
            05 LBP-ALCADA      PIC 9(07)V99.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD LIBERADO-DIA.
       01 LIBERADO-DIA-REG        PIC X(100).
      *>  --------------------------------------------------------------
       77 OPER-STATUS      PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIBERADO-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ALCADA       PIC 9(07)V99 VALUE 10000,00.
       77 WRK-MES-TOTAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ANOS-EXTRA   PIC 9(04) VALUE ZEROS.
       77 WRK-VENC-NOVO    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-PARC     PIC 9(02) VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             ACCEPT WRK-APROVADOR.
             PERFORM 1200-VALIDA-OPERADOR.
             IF WRK-OPER-OK = 'N'
               DISPLAY '*** OPERADOR INVALIDO, BLOQUEADO OU SEM'
                       ' ALCADA ***'
             ELSE
               IF WRK-APROVADOR = LB-OPERADOR1
                 DISPLAY '*** APROVADOR NAO PODE SER QUEM DIGITOU ***'
                 PERFORM 1300-APLICA-APROVACAO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1200-VALIDA-OPERADOR - OPERADOR EXISTENTE, NAO BLOQUEADO E
      *>  COM A ALCADA 13 (PRIMEIRA POSICAO DE OP-AUTORIZA). CADASTRO
      *>  ANTIGO, COM AS ALCADAS AINDA EM BRANCO, CONTINUA APROVANDO
      *>  ATE O ADMIN DEFINI-LAS.
      *>  --------------------------------------------------------------
       1200-VALIDA-OPERADOR.
      *>  --------------------------------------------------------------
                   CONTINUE
                 NOT INVALID KEY
                   IF OP-BLOQUEADO NOT = 'B'
                      AND OP-AUTORIZA(1:1) NOT = 'N'
                     MOVE 'S' TO WRK-OPER-OK
                   END-IF
               END-READ
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  2000-LIBERA-CONTRATO - ABAIXO DA ALCADA O APROVADOR UNICO
      *>  FICA EM LB-OPERADOR2, PARA A SEGREGACAO DE FUNCOES (SEGFUNC)
      *>  CONFERIR QUEM DIGITOU CONTRA QUEM APROVOU.
      *>  --------------------------------------------------------------
       2000-LIBERA-CONTRATO.
      *>  --------------------------------------------------------------
             IF LB-OPERADOR2 = SPACES
               MOVE WRK-APROVADOR TO LB-OPERADOR2
             END-IF.
             MOVE WRK-DATA-HOJE TO LB-DT-LIBERACAO.
             MOVE 'L' TO LB-SITUACAO.
             REWRITE LIBERACAO-REG.
      *>  3000-REALINHA-VENCIMENTOS - OS VENCIMENTOS DO CRONOGRAMA
      *>  PASSAM A CONTAR DA DATA DA LIBERACAO: A PRIMEIRA PARCELA
      *>  VENCE UM MES DEPOIS DA LIBERACAO E AS DEMAIS ACOMPANHAM. O
      *>  CONTRATO E LIDO PELA CHAVE E REGRAVADO COM AS DATAS DAS
      *>  PARCELAS DESLOCADAS.
      *>  --------------------------------------------------------------
       3000-REALINHA-VENCIMENTOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-VENC-BASE.
             OPEN I-O CONTRATOS.
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               MOVE WRK-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CTR-QT-PARCELAS > 0
                     MOVE CTR-PC-VENC(1) TO WRK-VENC-BASE
                   END-IF
               END-READ
               IF WRK-VENC-BASE > 0
                 PERFORM 3100-CALCULA-DELTA
                 IF WRK-DELTA-MESES > 0
                   PERFORM 3200-REGRAVA-CONTRATO
                 END-IF
               END-IF
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3100-CALCULA-DELTA.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-HOJE BY 10000
               GIVING WRK-ANO-AUX REMAINDER WRK-RESTO-AUX.
             DIVIDE WRK-RESTO-AUX BY 100
               GIVING WRK-MES-AUX REMAINDER WRK-DIA-AUX.
             COMPUTE WRK-IDX-MES-REL =
                     (WRK-ANO-AUX * 12) + WRK-MES-AUX.
             DIVIDE WRK-VENC-BASE BY 10000
               GIVING WRK-ANO-AUX REMAINDER WRK-RESTO-AUX.
             DIVIDE WRK-RESTO-AUX BY 100
               GIVING WRK-MES-AUX REMAINDER WRK-DIA-AUX.
             COMPUTE WRK-IDX-MES-BASE =
                     (WRK-ANO-AUX * 12) + WRK-MES-AUX.
             COMPUTE WRK-DELTA-MESES =
                     WRK-IDX-MES-REL + 1 - WRK-IDX-MES-BASE.
      *>  --------------------------------------------------------------
       3200-REGRAVA-CONTRATO.
      *>  --------------------------------------------------------------
             PERFORM 3210-DESLOCA-PARCELA
               VARYING WRK-IDX-PARC FROM 1 BY 1
               UNTIL WRK-IDX-PARC > CTR-QT-PARCELAS.
             REWRITE CONTRATO-MASTER-REG.
      *>  --------------------------------------------------------------
       3210-DESLOCA-PARCELA.
      *>  --------------------------------------------------------------
             IF CTR-PC-VENC(WRK-IDX-PARC) > 0
               PERFORM 3220-SOMA-MESES-VENC
               MOVE WRK-VENC-NOVO TO CTR-PC-VENC(WRK-IDX-PARC)
             END-IF.
      *>  --------------------------------------------------------------
       3220-SOMA-MESES-VENC.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-VENC(WRK-IDX-PARC) TO WRK-VENC-NOVO.
             DIVIDE WRK-VENC-NOVO BY 10000
               GIVING WRK-ANO-AUX REMAINDER WRK-RESTO-AUX.
             DIVIDE WRK-RESTO-AUX BY 100
             COMPUTE WRK-VENC-NOVO =
                     (WRK-ANOS-EXTRA * 10000) + (WRK-MES-AUX * 100)
                     + WRK-DIA-AUX.
      *>  --------------------------------------------------------------
       5000-ARQUIVO-DO-DIA.
      *>  --------------------------------------------------------------
             ACCEPT WRK-APROVADOR.
             PERFORM 1200-VALIDA-OPERADOR.
             IF WRK-OPER-OK = 'N'
               DISPLAY '*** OPERADOR INVALIDO, BLOQUEADO OU SEM'
                       ' ALCADA ***'
             ELSE
               IF WRK-APROVADOR = LB-OPERADOR1
                 DISPLAY '*** QUEM DIGITOU NAO PODE RECUSAR ***'
