      ***   PARCELA (COM JUROS DE MORA E MULTA POR ATRASO),
      ***   LEDGER DE PAGAMENTOS EM EMPPAGOS.TXT E RELATORIO DE
      ***   INADIMPLENCIA POR FAIXA DE DIAS VENCIDOS CONTRA O
      ***   CRONOGRAMA GRAVADO EM CONTRATO.TXT. CONTRATO
      ***   ENCERRADO (QUITACAO OU ULTIMA PARCELA PAGA) LIBERA
      ***   O GRAVAME DA GARANTIA EM GARANTIA.TXT (ULTIMA PARCELA
      ***   PELO SUBPROGRAMA EMPENCER, O MESMO DAS BAIXAS EM LOTE).
      ***   PAGAMENTO DE CONTRATO BAIXADO PARA PREJUIZO E
      ***   RECUPERACAO DE CREDITO BAIXADO (EMPPREJU.TXT) E O
      ***   CONTRATO SAI DO RELATORIO DE INADIMPLENCIA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT RELAT-ATRASO ASSIGN TO 'C:\COBOL\EMPATRAS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT PREJUIZOS ASSIGN TO 'C:\COBOL\EMPPREJU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PREJUIZO-STATUS
             RECORD KEY IS PJ-CONTRATO.
           SELECT GARANTIAS ASSIGN TO 'C:\COBOL\GARANTIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS GARANTIA-STATUS
             RECORD KEY IS GA-CONTRATO.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-MULTA        PIC 9(05)V99.
       FD RELAT-ATRASO.
       01 RELAT-ATRASO-REG        PIC X(100).
       FD GARANTIAS.
       COPY 'GARANTIA-MASTER.CBL'.
       FD PREJUIZOS.
       COPY 'PREJUIZO-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 GARANTIA-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO-LIB   PIC X(01) VALUE SPACES.
       77 PREJUIZO-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-EM-PREJUIZO  PIC X(01) VALUE 'N'.
       77 WRK-VL-RECUP     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CONTRATO     PIC 9(08) VALUE ZEROS.
       77 WRK-PARCELA      PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA PARCELA CORRENTE, CARREGADOS DA OCORRENCIA DA
      *>  TABELA DE PARCELAS DO CONTRATO (CONTRATO-MASTER.CBL).
      *>  --------------------------------------------------------------
       77 WRK-P-CONTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-VENC       PIC 9(08) VALUE ZEROS.
       77 WRK-P-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-P-AMORT      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IDX-PARC     PIC 9(02) VALUE ZEROS.
       77 WRK-VL-QUITACAO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VL-DESCONTO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VL-RESTANTE  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-RESTANTES PIC 9(02)    VALUE ZEROS.
       77 WRK-METODO       PIC 9(01)    VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01)    VALUE SPACES.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-VENC    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-PAGOS-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
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
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
               ELSE
                 PERFORM 1200-CALCULA-ENCARGOS
                 PERFORM 1300-GRAVA-PAGAMENTO
                 IF WRK-EM-PREJUIZO = 'S'
                   MOVE WRK-TOTAL-PAGAR TO WRK-VL-RECUP
                   PERFORM 1500-REGISTRA-RECUPERACAO
                 ELSE
                   PERFORM 1400-CONFERE-ENCERRAMENTO
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1100-LOCALIZA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 'N' TO WRK-EM-PREJUIZO.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS NOT = 0
               DISPLAY 'SEM CONTRATOS GRAVADOS'
             ELSE
               MOVE WRK-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF WRK-PARCELA > 0
                      AND WRK-PARCELA NOT > CTR-QT-PARCELAS
                     MOVE WRK-PARCELA TO WRK-IDX-PARC
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
       1200-CALCULA-ENCARGOS.
      *>  --------------------------------------------------------------
             CLOSE PAGAMENTOS.
             DISPLAY 'PAGAMENTO REGISTRADO'.
      *>  --------------------------------------------------------------
      *>  1400-CONFERE-ENCERRAMENTO - COM O PAGAMENTO GRAVADO, SE NAO
      *>  SOBROU PARCELA EM ABERTO NO CRONOGRAMA O CONTRATO PASSA A
      *>  QUITADO (Q) E O GRAVAME DA GARANTIA, SE HOUVER, E LIBERADO
      *>  (EMPENCER - A MESMA REGRA DO RETORNO DO BANCO E DOS
      *>  DESCONTOS EM FOLHA E NO BENEFICIO).
      *>  --------------------------------------------------------------
       1400-CONFERE-ENCERRAMENTO.
      *>  --------------------------------------------------------------
             MOVE WRK-CONTRATO TO WRK-EN-CONTRATO.
             MOVE WRK-DATA-HOJE TO WRK-EN-DATA.
             MOVE WRK-TOTAL-PAGAR TO WRK-EN-VALOR.
             CALL 'EMPENCER' USING WRK-ENCERRA.
             IF WRK-EN-QUITADO = 'S'
               DISPLAY 'ULTIMA PARCELA PAGA - CONTRATO QUITADO'
             END-IF.
             IF WRK-EN-GRAVAME = 'S'
               IF WRK-EN-GA-TIPO = 'V'
                 DISPLAY 'GRAVAME LIBERADO - VEICULO PLACA '
                         WRK-EN-GA-IDENT
               ELSE
                 DISPLAY 'GRAVAME LIBERADO - IMOVEL CEP '
                         WRK-EN-GA-IDENT
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1500-REGISTRA-RECUPERACAO - PAGAMENTO EM CONTRATO BAIXADO
      *>  PARA PREJUIZO ACUMULA NA RECUPERACAO DO CADASTRO DE BAIXADOS
      *>  (O RAZAODIA LANCA COMO RECUPERACAO, NAO COMO PAGAMENTO).
      *>  --------------------------------------------------------------
       1500-REGISTRA-RECUPERACAO.
      *>  --------------------------------------------------------------
             OPEN I-O PREJUIZOS.
             IF PREJUIZO-STATUS = 0
               MOVE WRK-CONTRATO TO PJ-CONTRATO
               READ PREJUIZOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD WRK-VL-RECUP TO PJ-VL-RECUPERADO
                   MOVE WRK-DATA-HOJE TO PJ-DT-ULT-RECUP
                   ADD 1 TO PJ-QT-RECUP
                   REWRITE PREJUIZO-MASTER-REG
                   DISPLAY 'CONTRATO BAIXADO PARA PREJUIZO - '
                           'RECUPERACAO REGISTRADA'
               END-READ
               CLOSE PREJUIZOS
             END-IF.
             MOVE 0 TO PREJUIZO-STATUS.
      *>  --------------------------------------------------------------
      *>  2000-RELATORIO-ATRASO - PERCORRE TODOS OS CRONOGRAMAS E LISTA
      *>  AS PARCELAS VENCIDAS SEM PAGAMENTO NO LEDGER, POR FAIXA DE
      *>  DIAS DE ATRASO, EM EMPATRAS.TXT. CONTRATO BAIXADO PARA
      *>  PREJUIZO NAO E MAIS INADIMPLENCIA DA CARTEIRA.
      *>  --------------------------------------------------------------
       2000-RELATORIO-ATRASO.
      *>  --------------------------------------------------------------
               MOVE 'CONTRATO PARC VENCIMENTO VALOR    DIAS-ATRASO'
                 TO RELAT-ATRASO-REG
               WRITE RELAT-ATRASO-REG
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2100-AVALIA-CONTRATO UNTIL CONTRATOS-STATUS = 10
               MOVE 0 TO CONTRATOS-STATUS
               MOVE SPACES TO RELAT-ATRASO-REG
               STRING 'TOTAL VENCIDO=' WRK-VAL-ATRASO
               DISPLAY 'TOTAL VENCIDO....: ' WRK-VAL-ATRASO
             END-IF.
      *>  --------------------------------------------------------------
       2100-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             IF NOT CTR-EM-PREJUIZO
               PERFORM 2110-AVALIA-PARCELA
                 VARYING WRK-IDX-PARC FROM 1 BY 1
                 UNTIL WRK-IDX-PARC > CTR-QT-PARCELAS
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2110-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             PERFORM 8000-CARREGA-PARCELA.
             MOVE WRK-P-CONTRATO TO WRK-CONTRATO.
             MOVE WRK-P-PARCELA  TO WRK-PARCELA.
             PERFORM 3100-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               PERFORM 3200-CONFERE-SE-QUITADO
             END-IF.
             IF WRK-JA-PAGA = 'N'
               MOVE WRK-P-VENC TO WRK-DATA-X
               PERFORM 8900-DIAS-COMERCIAIS
               MOVE WRK-DIAS-X TO WRK-DIAS-VENC
               COMPUTE WRK-DIAS-ATRASO =
                       WRK-DIAS-HOJE - WRK-DIAS-VENC
               IF WRK-DIAS-ATRASO > 0
                 ADD 1 TO WRK-QT-ATRASO
                 ADD WRK-P-VALOR TO WRK-VAL-ATRASO
                 EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= 30
                     ADD WRK-P-VALOR TO WRK-FAIXA-1
                   WHEN WRK-DIAS-ATRASO <= 60
                     ADD WRK-P-VALOR TO WRK-FAIXA-2
                   WHEN WRK-DIAS-ATRASO <= 90
                     ADD WRK-P-VALOR TO WRK-FAIXA-3
                   WHEN OTHER
                     ADD WRK-P-VALOR TO WRK-FAIXA-4
                 END-EVALUATE
                 MOVE SPACES TO RELAT-ATRASO-REG
                 STRING WRK-P-CONTRATO ' ' WRK-P-PARCELA '   '
                        WRK-P-VENC '   ' WRK-P-VALOR ' '
                        WRK-DIAS-ATRASO
                        DELIMITED BY SIZE INTO RELAT-ATRASO-REG
                 WRITE RELAT-ATRASO-REG
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-CARREGA-PAGOS - CARREGA O LEDGER DE PAGAMENTOS PARA A
      *>  TABELA EM MEMORIA, PARA AS CONFERENCIAS DE PARCELA JA PAGA
      *>  PAGAS (O PRINCIPAL EM ABERTO, NOS DOIS METODOS - SAC E
      *>  PRICE), DESCONTANDO OS JUROS NAO INCORRIDOS DO CRONOGRAMA. SE
      *>  O CLIENTE ACEITAR, A LIQUIDACAO E GRAVADA NO LEDGER (PARCELA
      *>  99), O CONTRATO PASSA A SITUACAO Q (QUITADO) E O GRAVAME DA
      *>  GARANTIA, SE HOUVER, E LIBERADO. CONTRATO BAIXADO PARA
      *>  PREJUIZO CONTINUA P E A QUITACAO E RECUPERACAO.
      *>  --------------------------------------------------------------
       4000-QUITACAO-ANTECIPADA.
      *>  --------------------------------------------------------------
             IF CONTRATOS-STATUS NOT = 0
               DISPLAY 'SEM CONTRATOS GRAVADOS'
             ELSE
               MOVE WRK-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   DISPLAY '*** CONTRATO NAO CADASTRADO ***'
                 NOT INVALID KEY
                   MOVE CTR-METODO TO WRK-METODO
                   PERFORM 4110-SOMA-UMA-PARCELA
                     VARYING WRK-IDX-PARC FROM 1 BY 1
                     UNTIL WRK-IDX-PARC > CTR-QT-PARCELAS
               END-READ
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       4110-SOMA-UMA-PARCELA.
      *>  --------------------------------------------------------------
             PERFORM 8000-CARREGA-PARCELA.
             MOVE WRK-P-PARCELA TO WRK-PARCELA.
             PERFORM 3100-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               ADD 1 TO WRK-QT-RESTANTES
               ADD WRK-P-VALOR TO WRK-VL-RESTANTE
               ADD WRK-P-AMORT TO WRK-VL-QUITACAO
             END-IF.
      *>  --------------------------------------------------------------
       4200-GRAVA-QUITACAO.
      *>  --------------------------------------------------------------
             MOVE ZEROS          TO EP-MULTA.
             WRITE PAGAMENTOS-REG.
             CLOSE PAGAMENTOS.
             MOVE 'N' TO WRK-EM-PREJUIZO.
             OPEN I-O CONTRATOS.
             MOVE WRK-CONTRATO TO CTR-NUMERO.
             READ CONTRATOS
               INVALID KEY
                 DISPLAY '*** CONTRATO NAO ENCONTRADO PARA BAIXA ***'
               NOT INVALID KEY
                 IF CTR-EM-PREJUIZO
                   MOVE 'S' TO WRK-EM-PREJUIZO
                 ELSE
                   MOVE 'Q' TO CTR-SITUACAO
                   MOVE WRK-DATA-HOJE TO CTR-DT-ENCERRAMENTO
                   MOVE WRK-VL-QUITACAO TO CTR-VL-ENCERRAMENTO
                   REWRITE CONTRATO-MASTER-REG
                 END-IF
             END-READ.
             CLOSE CONTRATOS.
             DISPLAY 'CONTRATO LIQUIDADO POR QUITACAO ANTECIPADA'.
             IF WRK-EM-PREJUIZO = 'S'
               MOVE WRK-VL-QUITACAO TO WRK-VL-RECUP
               PERFORM 1500-REGISTRA-RECUPERACAO
             END-IF.
             MOVE 'Q' TO WRK-MOTIVO-LIB.
             PERFORM 4300-LIBERA-GRAVAME.
      *>  --------------------------------------------------------------
      *>  4300-LIBERA-GRAVAME - CONTRATO ENCERRADO COM GARANTIA ATIVA
      *>  EM GARANTIA.TXT TEM O GRAVAME LIBERADO (L) NA DATA DE HOJE,
      *>  COM O MOTIVO Q (QUITACAO ANTECIPADA; A ULTIMA PARCELA
      *>  LIBERA PELO EMPENCER, COM MOTIVO P).
      *>  SEM O ARQUIVO, NENHUM CONTRATO TEM GARANTIA.
      *>  --------------------------------------------------------------
       4300-LIBERA-GRAVAME.
      *>  --------------------------------------------------------------
             OPEN I-O GARANTIAS.
             IF GARANTIA-STATUS = 0
               MOVE WRK-CONTRATO TO GA-CONTRATO
               READ GARANTIAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF GA-GRAVAME-ATIVO
                     MOVE 'L' TO GA-SITUACAO
                     MOVE WRK-DATA-HOJE TO GA-DT-LIBERACAO
                     MOVE WRK-MOTIVO-LIB TO GA-MOTIVO-LIBERACAO
                     REWRITE GARANTIA-MASTER-REG
                     IF GA-VEICULO
                       DISPLAY 'GRAVAME LIBERADO - VEICULO PLACA '
                               GA-PLACA
                     ELSE
                       DISPLAY 'GRAVAME LIBERADO - IMOVEL CEP '
                               GA-CEP
                     END-IF
                   END-IF
               END-READ
               CLOSE GARANTIAS
             END-IF.
             MOVE 0 TO GARANTIA-STATUS.
      *>  --------------------------------------------------------------
      *>  8000-CARREGA-PARCELA - COPIA A OCORRENCIA WRK-IDX-PARC DA
      *>  TABELA DE PARCELAS DO CONTRATO LIDO PARA OS CAMPOS DE
      *>  TRABALHO DA PARCELA CORRENTE.
      *>  --------------------------------------------------------------
       8000-CARREGA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-P-CONTRATO.
             MOVE WRK-IDX-PARC TO WRK-P-PARCELA.
             MOVE CTR-PC-VENC(WRK-IDX-PARC) TO WRK-P-VENC.
             MOVE CTR-PC-VALOR(WRK-IDX-PARC) TO WRK-P-VALOR.
             MOVE CTR-PC-AMORT(WRK-IDX-PARC) TO WRK-P-AMORT.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
