       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPENCER.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA DE ENCERRAMENTO DO
      ***   CONTRATO DE EMPRESTIMO PELA ULTIMA PARCELA: RECEBE O
      ***   CONTRATO, A DATA E O VALOR DO PAGAMENTO QUE ACABOU DE
      ***   ENTRAR NO LEDGER (EMPPAGOS.TXT) E, SE NAO SOBROU PARCELA
      ***   DO CRONOGRAMA EM ABERTO, PASSA O CONTRATO ATIVO A QUITADO
      ***   (Q) COM A DATA E O VALOR DO PAGAMENTO NO ENCERRAMENTO E
      ***   LIBERA O GRAVAME DA GARANTIA (GARANTIA.TXT) COM MOTIVO P
      ***   NA DATA DE HOJE. CONTRATO BAIXADO PARA PREJUIZO NAO E
      ***   ENCERRADO (O PAGAMENTO E RECUPERACAO). DEVOLVE SE QUITOU E
      ***   SE LIBEROU GRAVAME (COM A PLACA OU O CEP DA GARANTIA).
      ***   CHAMADO POR TODA BAIXA DE PARCELA: EMPCOBRA (BALCAO),
      ***   BANCOCOB (RETORNO DO BANCO), APOSFOLH (DESCONTO NO
      ***   BENEFICIO) E EMPCONSG (RETORNO DA FOLHA). O CHAMADOR NAO
      ***   PODE ESTAR COM CONTRATO.TXT OU EMPPAGOS.TXT ABERTOS.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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
            05 EP-PARCELA      PIC 9(02).
            05 EP-DT-PAGAMENTO PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD GARANTIAS.
       COPY 'GARANTIA-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 GARANTIA-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-PARC     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ABERTAS   PIC 9(02) VALUE ZEROS.
       77 WRK-LIBERA       PIC X(01) VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  PARCELAS DO CONTRATO JA PAGAS NO LEDGER (A OCORRENCIA N E A
      *>  PARCELA N DO CRONOGRAMA - MESMO LIMITE DE CONTRATO-MASTER).
      *>  --------------------------------------------------------------
       01 WRK-TAB-PARC-PAGA.
            05 WRK-PARC-PAGA   PIC X(01) OCCURS 20 TIMES.
      *>  --------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-ENCERRA.
            05 LNK-EN-CONTRATO     PIC 9(08).
            05 LNK-EN-DATA         PIC 9(08).
            05 LNK-EN-VALOR        PIC 9(08)V99.
            05 LNK-EN-QUITADO      PIC X(01).
            05 LNK-EN-GRAVAME      PIC X(01).
            05 LNK-EN-GA-TIPO      PIC X(01).
            05 LNK-EN-GA-IDENT     PIC X(08).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-ENCERRA.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO LNK-EN-QUITADO.
             MOVE 'N' TO LNK-EN-GRAVAME.
             MOVE SPACES TO LNK-EN-GA-TIPO LNK-EN-GA-IDENT.
             MOVE 'N' TO WRK-LIBERA.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 1000-CARREGA-PAGAS.
             OPEN I-O CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE LNK-EN-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM 2000-CONFERE-ABERTAS
               END-READ
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
             IF WRK-LIBERA = 'S'
               PERFORM 3000-LIBERA-GRAVAME
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CARREGA-PAGAS - MARCA AS PARCELAS DO CONTRATO QUE TEM
      *>  PAGAMENTO NO LEDGER. PARCELA 00 (TRANSPORTE DO
      *>  ARQUIVAMENTO) E 99 (QUITACAO ANTECIPADA, QUE JA ENCERRA O
      *>  CONTRATO NO EMPCOBRA) FICAM FORA DO CRONOGRAMA.
      *>  --------------------------------------------------------------
       1000-CARREGA-PAGAS.
      *>  --------------------------------------------------------------
             MOVE ALL 'N' TO WRK-TAB-PARC-PAGA.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
                 AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM 1010-MARCA-UMA-PAGA
                 UNTIL PAGAMENTOS-STATUS = 10
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
       1010-MARCA-UMA-PAGA.
      *>  --------------------------------------------------------------
             IF EP-CONTRATO = LNK-EN-CONTRATO
                AND EP-PARCELA > 0
                AND EP-PARCELA NOT > 20
               MOVE 'S' TO WRK-PARC-PAGA(EP-PARCELA)
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-CONFERE-ABERTAS - SEM PARCELA EM ABERTO NO CRONOGRAMA O
      *>  CONTRATO ATIVO PASSA A QUITADO (MESMA REGRA DO EMPCOBRA) E O
      *>  GRAVAME E LIBERADO; BAIXADO PARA PREJUIZO FICA COMO ESTA.
      *>  --------------------------------------------------------------
       2000-CONFERE-ABERTAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ABERTAS.
             PERFORM 2100-CONFERE-UMA
               VARYING WRK-IDX-PARC FROM 1 BY 1
               UNTIL WRK-IDX-PARC > CTR-QT-PARCELAS.
             IF WRK-QT-ABERTAS = 0
                AND CTR-QT-PARCELAS > 0
                AND NOT CTR-EM-PREJUIZO
               MOVE 'S' TO WRK-LIBERA
               IF CTR-ATIVO
                 MOVE 'Q' TO CTR-SITUACAO
                 MOVE LNK-EN-DATA TO CTR-DT-ENCERRAMENTO
                 MOVE LNK-EN-VALOR TO CTR-VL-ENCERRAMENTO
                 REWRITE CONTRATO-MASTER-REG
                 MOVE 'S' TO LNK-EN-QUITADO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2100-CONFERE-UMA.
      *>  --------------------------------------------------------------
             IF WRK-PARC-PAGA(WRK-IDX-PARC) NOT = 'S'
               ADD 1 TO WRK-QT-ABERTAS
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-LIBERA-GRAVAME - GARANTIA COM GRAVAME ATIVO PASSA A
      *>  LIBERADA (L) NA DATA DE HOJE COM MOTIVO P (ULTIMA PARCELA).
      *>  SEM O ARQUIVO, NENHUM CONTRATO TEM GARANTIA.
      *>  --------------------------------------------------------------
       3000-LIBERA-GRAVAME.
      *>  --------------------------------------------------------------
             OPEN I-O GARANTIAS.
             IF GARANTIA-STATUS = 0
               MOVE LNK-EN-CONTRATO TO GA-CONTRATO
               READ GARANTIAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF GA-GRAVAME-ATIVO
                     MOVE 'L' TO GA-SITUACAO
                     MOVE WRK-DATA-HOJE TO GA-DT-LIBERACAO
                     MOVE 'P' TO GA-MOTIVO-LIBERACAO
                     REWRITE GARANTIA-MASTER-REG
                     MOVE 'S' TO LNK-EN-GRAVAME
                     MOVE GA-TIPO TO LNK-EN-GA-TIPO
                     IF GA-VEICULO
                       MOVE GA-PLACA TO LNK-EN-GA-IDENT
                     ELSE
                       MOVE GA-CEP TO LNK-EN-GA-IDENT
                     END-IF
                   END-IF
               END-READ
               CLOSE GARANTIAS
             END-IF.
             MOVE 0 TO GARANTIA-STATUS.
