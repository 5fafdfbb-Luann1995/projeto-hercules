      ***   DO FUNCIONARIO; COM PARM RETORNO LE A CONFIRMACAO
      ***   DEVOLVIDA PELO RH (FOLHARET.TXT) E POSTA OS PAGAMENTOS NO
      ***   LEDGER (EMPPAGOS.TXT) SEM MORA - A FOLHA PAGA EM DIA.
      ***   O DESCONTO DA ULTIMA PARCELA EM ABERTO QUITA O CONTRATO E
      ***   LIBERA O GRAVAME DA GARANTIA (SUBPROGRAMA EMPENCER).
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
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD FOLHA-DESCONTO.
       01 FOLHA-DESCONTO-REG.
            05 FL-DEPARTAMENTO PIC X(10).
       77 WRK-QT-GERADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-POSTADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-FUNC-OK      PIC X(01) VALUE 'N'.
       77 WRK-P-CONTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-QT-CONSIG    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
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
      *>  CONTRATOS CONSIGNADOS (MODALIDADE C, COM A MATRICULA DO
      *>  FUNCIONARIO) E A PROXIMA PARCELA EM ABERTO DE CADA UM.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CONSIG.
            05 WRK-CS-ITEM OCCURS 300 TIMES.
               WHEN OTHER
                 DISPLAY 'USO: EMPCONSG DESCONTO OU EMPCONSG RETORNO'
             END-EVALUATE.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-GERA-DESCONTOS.
      *>  --------------------------------------------------------------
             DISPLAY 'DESCONTOS EM FOLHA GERADOS: ' WRK-QT-GERADOS
                     ' (FOLHADSC.TXT)'.
      *>  --------------------------------------------------------------
      *>  1100-LEVANTA-CONSIGNADOS - VARRE OS CONTRATOS: CONSIGNADO
      *>  ENTRA NA TABELA; A PRIMEIRA PARCELA EM ABERTO DO
      *>  CONTRATO (NAO PAGA E CONTRATO NAO LIQUIDADO) VIRA O DESCONTO
      *>  DO MES.
      *>  --------------------------------------------------------------
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 1200-AVALIA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1200-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             IF CTR-CONSIGNADO
                AND CTR-MATRICULA > 0
               MOVE CTR-NUMERO TO WRK-CHECA-CONTR
               MOVE 99 TO WRK-CHECA-PARC
               PERFORM 3100-CONFERE-SE-PAGA
               IF WRK-JA-PAGA = 'N' AND WRK-QT-CONSIG < 300
                 ADD 1 TO WRK-QT-CONSIG
                 MOVE WRK-CHECA-CONTR
                   TO WRK-CS-CONTRATO(WRK-QT-CONSIG)
                 MOVE CTR-MATRICULA
                   TO WRK-CS-MATRICULA(WRK-QT-CONSIG)
                 MOVE ZEROS TO WRK-CS-PARCELA(WRK-QT-CONSIG)
                 MOVE ZEROS TO WRK-CS-VALOR(WRK-QT-CONSIG)
                 MOVE CTR-NUMERO TO WRK-P-CONTRATO
                 PERFORM 1210-AVALIA-PARCELA
                   VARYING WRK-P-PARCELA FROM 1 BY 1
                   UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
               END-IF
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1210-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-P-VALOR.
             PERFORM 1250-GUARDA-PROXIMA.
      *>  --------------------------------------------------------------
       1250-GUARDA-PROXIMA.
      *>  --------------------------------------------------------------
      *>  2000-POSTA-RETORNO - CADA CONFIRMACAO DO RH VIRA UM
      *>  PAGAMENTO NO LEDGER, SEM MORA NEM MULTA (DESCONTO EM FOLHA
      *>  NAO ATRASA). CONFIRMACAO DE PARCELA JA PAGA E IGNORADA COM
      *>  AVISO. A ULTIMA PARCELA EM ABERTO ENCERRA O CONTRATO (2150).
      *>  --------------------------------------------------------------
       2000-POSTA-RETORNO.
      *>  --------------------------------------------------------------
               MOVE 0 TO RETORNO-STATUS
             END-IF.
             DISPLAY 'PAGAMENTOS POSTADOS DA FOLHA: ' WRK-QT-POSTADOS.
             DISPLAY 'CONTRATOS QUITADOS.........: ' WRK-QT-QUITADOS.
             DISPLAY 'GRAVAMES LIBERADOS.........: ' WRK-QT-GRAVAMES.
      *>  --------------------------------------------------------------
       2100-POSTA-UM.
      *>  --------------------------------------------------------------
               CLOSE PAGAMENTOS
               MOVE 0 TO PAGAMENTOS-STATUS
               ADD 1 TO WRK-QT-POSTADOS
               PERFORM 2150-CONFERE-ENCERRAMENTO
             END-IF.
             READ FOLHA-RETORNO
               AT END MOVE 10 TO RETORNO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2150-CONFERE-ENCERRAMENTO - COM O LEDGER JA FECHADO, O
      *>  EMPENCER QUITA O CONTRATO SE ESTA ERA A ULTIMA PARCELA EM
      *>  ABERTO (ENCERRAMENTO NA DATA E NO VALOR DO DESCONTO) E
      *>  LIBERA O GRAVAME DA GARANTIA.
      *>  --------------------------------------------------------------
       2150-CONFERE-ENCERRAMENTO.
      *>  --------------------------------------------------------------
             MOVE FR-CONTRATO TO WRK-EN-CONTRATO.
             IF FR-DT-DESCONTO > 0
               MOVE FR-DT-DESCONTO TO WRK-EN-DATA
             ELSE
               MOVE WRK-DATA-HOJE TO WRK-EN-DATA
             END-IF.
             MOVE FR-VALOR TO WRK-EN-VALOR.
             CALL 'EMPENCER' USING WRK-ENCERRA.
             IF WRK-EN-QUITADO = 'S'
               ADD 1 TO WRK-QT-QUITADOS
               DISPLAY 'CONTRATO ' WRK-EN-CONTRATO
                       ' QUITADO PELO DESCONTO EM FOLHA'
             END-IF.
             IF WRK-EN-GRAVAME = 'S'
               ADD 1 TO WRK-QT-GRAVAMES
             END-IF.
      *>  --------------------------------------------------------------
       3000-CARREGA-PAGOS.
      *>  --------------------------------------------------------------
               MOVE 'S' TO WRK-JA-PAGA
             END-IF.
      *>  --------------------------------------------------------------
