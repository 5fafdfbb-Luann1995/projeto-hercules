      ***   PAGOS DEVOLVIDO PELO BANCO (RETORNO.TXT) E BAIXA CADA
      ***   PAGAMENTO AUTOMATICAMENTE - PARCELA DE SEGURO VIRA PAGA
      ***   NO CARNE E PARCELA DE EMPRESTIMO ENTRA NO LEDGER COM MORA
      ***   E MULTA QUANDO PAGA EM ATRASO. FATURA DE CARTAO EM ABERTO
      ***   (CARTFAT.TXT, FECHADA PELO CARTFATU) SAI NA REMESSA COM
      ***   ORIGEM C E O PAGAMENTO DEVOLVE O LIMITE DA CONTA
      ***   (CARTSALD.TXT). CONTRATO BAIXADO PARA PREJUIZO NAO VAI
      ***   PARA A REMESSA E O PAGAMENTO QUE VOLTAR DELE E
      ***   RECUPERACAO (EMPPREJU.TXT). PAGAMENTO DA ULTIMA PARCELA
      ***   EM ABERTO QUITA O CONTRATO E LIBERA O GRAVAME DA GARANTIA
      ***   (SUBPROGRAMA EMPENCER). ITEM QUE NAO CASA COM NADA
      ***   VAI PARA O SUSPENSE (SUSPENSE.TXT) E SAI PELO SUSPMANT.
      ***   A DIGITACAO MANUAL VIRA EXCECAO.
      ***   AUTOR: LUANN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRABALHO-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIBER-STATUS
             RECORD KEY IS LB-CONTRATO.
           SELECT PREJUIZOS ASSIGN TO 'C:\COBOL\EMPPREJU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PREJUIZO-STATUS
             RECORD KEY IS PJ-CONTRATO.
           SELECT CARTAO-FATURA ASSIGN TO 'C:\COBOL\CARTFAT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FATURA-STATUS
             RECORD KEY IS FT-CHAVE.
           SELECT CARTAO-SALDO ASSIGN TO 'C:\COBOL\CARTSALD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SALDO-STATUS
             RECORD KEY IS CS-CONTA.
           SELECT REMESSA ASSIGN TO 'C:\COBOL\REMESSA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REMESSA-STATUS.
       FD PARCELAS-TRABALHO.
       01 PARCELAS-TRABALHO-REG PIC X(35).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 LB-DT-LIBERACAO PIC 9(08).
            05 LB-SITUACAO     PIC X(01).
                88 LB-LIBERADA     VALUE 'L'.
       FD PREJUIZOS.
       COPY 'PREJUIZO-MASTER.CBL'.
       FD CARTAO-FATURA.
       COPY 'FATURA-MASTER.CBL'.
       FD CARTAO-SALDO.
       COPY 'CARTSALDO-MASTER.CBL'.
       FD REMESSA.
       01 REMESSA-REG.
            05 RM-ORIGEM       PIC X(01).
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-P-CONTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-VENC       PIC 9(08) VALUE ZEROS.
       77 WRK-P-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-JUROS-MORA   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-MULTA        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DIAS-PAGO    PIC 9(08) VALUE ZEROS.
       77 LIBER-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-LIB-OK       PIC X(01) VALUE 'N'.
       77 WRK-NAO-EFETIVADO PIC X(01) VALUE 'N'.
       77 PREJUIZO-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-EM-PREJUIZO  PIC X(01) VALUE 'N'.
       77 FATURA-STATUS    PIC 9(02) VALUE ZEROS.
       77 SALDO-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-CART-OK      PIC X(01) VALUE 'N'.
       77 WRK-FT-CONTA     PIC 9(06) VALUE ZEROS.
       77 WRK-FT-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-FT-AA        PIC 9(02) VALUE ZEROS.
       77 WRK-FT-SECULO    PIC 9(04) VALUE ZEROS.
       77 WRK-FT-ABERTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-QUITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-GRAVAMES  PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
                10 WRK-PG-PARCELA  PIC 9(02).
      *>  --------------------------------------------------------------
      *>  AREA DE CHAMADA DO EMPENCER (ENCERRA-CONTRATO.CBL).
      *>  --------------------------------------------------------------
       01 WRK-ENCERRA.
            05 WRK-EN-CONTRATO     PIC 9(08)    VALUE ZEROS.
            05 WRK-EN-DATA         PIC 9(08)    VALUE ZEROS.
            05 WRK-EN-VALOR        PIC 9(08)V99 VALUE ZEROS.
            05 WRK-EN-QUITADO      PIC X(01)    VALUE SPACES.
            05 WRK-EN-GRAVAME      PIC X(01)    VALUE SPACES.
            05 WRK-EN-GA-TIPO      PIC X(01)    VALUE SPACES.
            05 WRK-EN-GA-IDENT     PIC X(08)    VALUE SPACES.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             OPEN OUTPUT REMESSA.
             PERFORM 1100-REMESSA-SEGUROS.
             PERFORM 1200-REMESSA-EMPRESTIMOS.
             PERFORM 1300-REMESSA-CARTOES.
             CLOSE REMESSA.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'REMESSA GERADA: ' WRK-QT-REMESSA
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 1210-REMESSA-UM-EMPRESTIMO
      *>  --------------------------------------------------------------
       1210-REMESSA-UM-EMPRESTIMO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-P-CONTRATO.
             PERFORM 1250-CONFERE-LIBERACAO.
             IF WRK-NAO-EFETIVADO = 'S' OR CTR-EM-PREJUIZO
               CONTINUE
             ELSE
               MOVE WRK-P-CONTRATO TO WRK-CHECA-CONTR
               MOVE 99 TO WRK-CHECA-PARC
               PERFORM 3100-CONFERE-SE-PAGA
               IF WRK-JA-PAGA = 'N'
                 PERFORM 1220-REMESSA-UMA-PARCELA
                   VARYING WRK-P-PARCELA FROM 1 BY 1
                   UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
               END-IF
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1220-REMESSA-UMA-PARCELA.
      *>  --------------------------------------------------------------
             PERFORM 8000-CARREGA-PARCELA.
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 3100-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE 'E' TO RM-ORIGEM
               MOVE WRK-P-CONTRATO TO RM-CHAVE1
               MOVE WRK-P-PARCELA TO RM-CHAVE2
               MOVE WRK-P-VENC TO RM-VENCIMENTO
               MOVE WRK-P-VALOR TO RM-VALOR
               WRITE REMESSA-REG
               ADD 1 TO WRK-QT-REMESSA
               ADD WRK-P-VALOR TO WRK-CT-VALOR-OUT
             END-IF.
      *>  --------------------------------------------------------------
      *>  1250-CONFERE-LIBERACAO - PARCELA DE CONTRATO COM REGISTRO
      *>  DE LIBERACAO (LIBERACA.TXT) AINDA NAO EFETIVADO (PENDENTE,
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  1300-REMESSA-CARTOES - FATURA DE CARTAO ABERTA COM SALDO A
      *>  PAGAR SAI COM ORIGEM C: CHAVE1 E A CONTA (6) SEGUIDA DO ANO
      *>  DA COMPETENCIA COM DOIS DIGITOS, CHAVE2 E O MES.
      *>  --------------------------------------------------------------
       1300-REMESSA-CARTOES.
      *>  --------------------------------------------------------------
             OPEN INPUT CARTAO-FATURA.
             IF FATURA-STATUS NOT = 0
               MOVE 0 TO FATURA-STATUS
             ELSE
               MOVE LOW-VALUES TO FT-CHAVE
               START CARTAO-FATURA KEY IS NOT LESS THAN FT-CHAVE
                 INVALID KEY MOVE 10 TO FATURA-STATUS
               END-START
               IF FATURA-STATUS NOT = 10
                 READ CARTAO-FATURA NEXT RECORD
                   AT END MOVE 10 TO FATURA-STATUS
                 END-READ
               END-IF
               PERFORM 1310-REMESSA-UMA-FATURA
                 UNTIL FATURA-STATUS = 10
               CLOSE CARTAO-FATURA
               MOVE 0 TO FATURA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1310-REMESSA-UMA-FATURA.
      *>  --------------------------------------------------------------
             IF FT-ABERTA AND FT-VL-PAGO < FT-VL-TOTAL
               COMPUTE WRK-FT-ABERTO = FT-VL-TOTAL - FT-VL-PAGO
               DIVIDE FT-COMPETENCIA BY 100
                 GIVING WRK-FT-ANO REMAINDER RM-CHAVE2
               DIVIDE WRK-FT-ANO BY 100
                 GIVING WRK-FT-SECULO REMAINDER WRK-FT-AA
               MOVE 'C' TO RM-ORIGEM
               COMPUTE RM-CHAVE1 = FT-CONTA * 100 + WRK-FT-AA
               MOVE FT-DT-VENCIMENTO TO RM-VENCIMENTO
               MOVE WRK-FT-ABERTO TO RM-VALOR
               WRITE REMESSA-REG
               ADD 1 TO WRK-QT-REMESSA
               ADD WRK-FT-ABERTO TO WRK-CT-VALOR-OUT
             END-IF.
             READ CARTAO-FATURA NEXT RECORD
               AT END MOVE 10 TO FATURA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2000-PROCESSA-RETORNO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-BAIXADOS WRK-QT-SUSPENSOS.
             MOVE 0 TO WRK-QT-QUITADOS WRK-QT-GRAVAMES.
             PERFORM 3000-CARREGA-PAGOS.
             MOVE 'N' TO WRK-CART-OK.
             OPEN I-O CARTAO-FATURA.
             IF FATURA-STATUS = 0
               OPEN I-O CARTAO-SALDO
               IF SALDO-STATUS = 0
                 MOVE 'S' TO WRK-CART-OK
               ELSE
                 CLOSE CARTAO-FATURA
               END-IF
             END-IF.
             OPEN INPUT RETORNO.
             IF RETORNO-STATUS NOT = 0
               DISPLAY 'SEM ARQUIVO DE RETORNO DO BANCO'
               CLOSE RETORNO
               MOVE 0 TO RETORNO-STATUS
             END-IF.
             IF WRK-CART-OK = 'S'
               CLOSE CARTAO-FATURA CARTAO-SALDO
             END-IF.
             MOVE 0 TO FATURA-STATUS SALDO-STATUS.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'ITENS BAIXADOS.......: ' WRK-QT-BAIXADOS.
             DISPLAY 'ITENS PARA SUSPENSE..: ' WRK-QT-SUSPENSOS.
             DISPLAY 'CONTRATOS QUITADOS...: ' WRK-QT-QUITADOS.
             DISPLAY 'GRAVAMES LIBERADOS...: ' WRK-QT-GRAVAMES.
      *>  --------------------------------------------------------------
       2100-PROCESSA-ITEM.
      *>  --------------------------------------------------------------
                 PERFORM 2200-BAIXA-SEGURO
               WHEN 'E'
                 PERFORM 2300-BAIXA-EMPRESTIMO
               WHEN 'C'
                 PERFORM 2500-BAIXA-FATURA
               WHEN OTHER
                 MOVE 'ORIGEM DESCONHECIDA' TO WRK-SU-MOTIVO
                 PERFORM 9975-GRAVA-SUSPENSE
      *>  2300-BAIXA-EMPRESTIMO - LOCALIZA A PARCELA NO CRONOGRAMA,
      *>  CALCULA MORA DE 1 POR CENTO A.M. PRO RATA E MULTA DE 2 POR
      *>  CENTO QUANDO O BANCO RECEBEU DEPOIS DO VENCIMENTO (MESMAS
      *>  REGRAS DO EMPCOBRA) E GRAVA O LEDGER. FORA DO PREJUIZO, A
      *>  ULTIMA PARCELA EM ABERTO ENCERRA O CONTRATO (2460).
      *>  --------------------------------------------------------------
       2300-BAIXA-EMPRESTIMO.
      *>  --------------------------------------------------------------
                 PERFORM 9975-GRAVA-SUSPENSE
               ELSE
                 PERFORM 2400-GRAVA-PAGAMENTO
                 IF WRK-EM-PREJUIZO = 'S'
                   PERFORM 2450-REGISTRA-RECUPERACAO
                 ELSE
                   PERFORM 2460-CONFERE-ENCERRAMENTO
                 END-IF
                 ADD 1 TO WRK-QT-BAIXADOS
               END-IF
             END-IF.
       2350-LOCALIZA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 'N' TO WRK-EM-PREJUIZO.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               MOVE RT-CHAVE1 TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF RT-CHAVE2 > 0
                      AND RT-CHAVE2 NOT > CTR-QT-PARCELAS
                     MOVE CTR-NUMERO TO WRK-P-CONTRATO
                     MOVE RT-CHAVE2 TO WRK-P-PARCELA
                     PERFORM 8000-CARREGA-PARCELA
                     MOVE 'S' TO WRK-ACHOU
                   END-IF
                   IF CTR-EM-PREJUIZO
                     MOVE 'S' TO WRK-EM-PREJUIZO
                   END-IF
               END-READ
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2400-GRAVA-PAGAMENTO.
      *>  --------------------------------------------------------------
             WRITE PAGAMENTOS-REG.
             CLOSE PAGAMENTOS.
             MOVE 0 TO PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
      *>  2450-REGISTRA-RECUPERACAO - PAGAMENTO DE CONTRATO BAIXADO
      *>  PARA PREJUIZO ACUMULA NA RECUPERACAO DO CADASTRO DE BAIXADOS
      *>  (MESMA REGRA DO EMPCOBRA).
      *>  --------------------------------------------------------------
       2450-REGISTRA-RECUPERACAO.
      *>  --------------------------------------------------------------
             OPEN I-O PREJUIZOS.
             IF PREJUIZO-STATUS = 0
               MOVE RT-CHAVE1 TO PJ-CONTRATO
               READ PREJUIZOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD RT-VALOR TO PJ-VL-RECUPERADO
                   MOVE RT-DT-PAGAMENTO TO PJ-DT-ULT-RECUP
                   ADD 1 TO PJ-QT-RECUP
                   REWRITE PREJUIZO-MASTER-REG
               END-READ
               CLOSE PREJUIZOS
             END-IF.
             MOVE 0 TO PREJUIZO-STATUS.
      *>  --------------------------------------------------------------
      *>  2460-CONFERE-ENCERRAMENTO - COM O LEDGER JA FECHADO, O
      *>  EMPENCER QUITA O CONTRATO SE ESTA ERA A ULTIMA PARCELA EM
      *>  ABERTO (ENCERRAMENTO NA DATA E NO VALOR DO RETORNO) E LIBERA
      *>  O GRAVAME DA GARANTIA.
      *>  --------------------------------------------------------------
       2460-CONFERE-ENCERRAMENTO.
      *>  --------------------------------------------------------------
             MOVE RT-CHAVE1 TO WRK-EN-CONTRATO.
             MOVE RT-DT-PAGAMENTO TO WRK-EN-DATA.
             MOVE RT-VALOR TO WRK-EN-VALOR.
             CALL 'EMPENCER' USING WRK-ENCERRA.
             IF WRK-EN-QUITADO = 'S'
               ADD 1 TO WRK-QT-QUITADOS
             END-IF.
             IF WRK-EN-GRAVAME = 'S'
               ADD 1 TO WRK-QT-GRAVAMES
             END-IF.
      *>  --------------------------------------------------------------
      *>  2500-BAIXA-FATURA - CREDITA O PAGAMENTO NA FATURA DE CARTAO
      *>  E DEVOLVE O VALOR AO LIMITE DA CONTA. PAGAMENTO DE FATURA
      *>  QUE JA FOI ROLADA PARA O ROTATIVO (PAGO DEPOIS DO FECHAMENTO
      *>  SEGUINTE) E CREDITADO NA FATURA ATUAL DA CONTA. FATURA PAGA
      *>  POR INTEIRO VIRA P; PAGAMENTO PARCIAL DEIXA ABERTA E O
      *>  RESTANTE ENTRA NO ROTATIVO NO PROXIMO FECHAMENTO.
      *>  --------------------------------------------------------------
       2500-BAIXA-FATURA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             IF WRK-CART-OK = 'N'
               MOVE 'SEM CADASTRO DE FATURAS' TO WRK-SU-MOTIVO
               PERFORM 9975-GRAVA-SUSPENSE
             ELSE
               DIVIDE RT-CHAVE1 BY 100
                 GIVING WRK-FT-CONTA REMAINDER WRK-FT-AA
               DIVIDE WRK-DATA-HOJE BY 1000000 GIVING WRK-FT-SECULO
               COMPUTE WRK-FT-ANO = WRK-FT-SECULO * 100 + WRK-FT-AA
               IF WRK-FT-ANO * 10000 > WRK-DATA-HOJE
                 SUBTRACT 100 FROM WRK-FT-ANO
               END-IF
               MOVE WRK-FT-CONTA TO FT-CONTA CS-CONTA
               COMPUTE FT-COMPETENCIA = WRK-FT-ANO * 100 + RT-CHAVE2
               READ CARTAO-SALDO
                 INVALID KEY
                   MOVE ZEROS TO CS-ULT-COMPETENCIA
               END-READ
               READ CARTAO-FATURA
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF FT-ROLADA AND CS-ULT-COMPETENCIA > 0
                     MOVE CS-ULT-COMPETENCIA TO FT-COMPETENCIA
                     READ CARTAO-FATURA
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         MOVE 'S' TO WRK-ACHOU
                     END-READ
                   ELSE
                     MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-READ
               IF WRK-ACHOU = 'N'
                 MOVE 'FATURA CARTAO NAO EXISTE' TO WRK-SU-MOTIVO
                 PERFORM 9975-GRAVA-SUSPENSE
               ELSE
                 IF NOT FT-ABERTA
                   MOVE 'FATURA CARTAO JA QUITADA' TO WRK-SU-MOTIVO
                   PERFORM 9975-GRAVA-SUSPENSE
                 ELSE
                   PERFORM 2510-CREDITA-FATURA
                   ADD 1 TO WRK-QT-BAIXADOS
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2510-CREDITA-FATURA.
      *>  --------------------------------------------------------------
             ADD RT-VALOR TO FT-VL-PAGO.
             MOVE RT-DT-PAGAMENTO TO FT-DT-PAGAMENTO.
             IF FT-VL-PAGO NOT < FT-VL-TOTAL
               MOVE 'P' TO FT-SITUACAO
             END-IF.
             REWRITE CARTAO-FATURA-REG.
             MOVE FT-CONTA TO CS-CONTA.
             READ CARTAO-SALDO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RT-VALOR > CS-LIMITE-USADO
                   MOVE ZEROS TO CS-LIMITE-USADO
                 ELSE
                   SUBTRACT RT-VALOR FROM CS-LIMITE-USADO
                 END-IF
                 REWRITE CARTAO-SALDO-REG
             END-READ.
      *>  --------------------------------------------------------------
       3000-CARREGA-PAGOS.
      *>  --------------------------------------------------------------
               MOVE 'S' TO WRK-JA-PAGA
             END-IF.
      *>  --------------------------------------------------------------
       8000-CARREGA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-VENC(WRK-P-PARCELA) TO WRK-P-VENC.
             MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-P-VALOR.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
