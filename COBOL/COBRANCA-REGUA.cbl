      ***   REGUA VOLTA; PROMESSA DE CONTRATO QUE SAIU DO ATRASO E
      ***   MARCADA CUMPRIDA E O ESTAGIO DO CONTRATO E ZERADO.
      ***   RELATORIO DO COBRADOR (RELPROM.TXT) COM AS PROMESSAS DO
      ***   DIA E AS QUEBRADAS. CADA CARTA TAMBEM ENTRA NA FILA DE
      ***   COMUNICACAO COM O CLIENTE (COMUNFIL) COMO COBRANCA.
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
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-P-CONTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-P-VENC       PIC 9(08) VALUE ZEROS.
       77 WRK-P-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-JUROS-MORA   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-MULTA        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 LIBER-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-LIB-OK       PIC X(01) VALUE 'N'.
       77 WRK-NAO-EFETIVADO PIC X(01) VALUE 'N'.
       01 WRK-COMUNICA.
            05 WRK-CM-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-CM-FINALIDADE   PIC X(01)    VALUE 'C'.
            05 WRK-CM-ORIGEM       PIC X(08)    VALUE 'EMPREGUA'.
            05 WRK-CM-TEXTO        PIC X(80)    VALUE SPACES.
            05 WRK-CM-RESULTADO    PIC X(01)    VALUE SPACES.
            05 WRK-CM-NUMERO       PIC 9(08)    VALUE ZEROS.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
       01 WRK-TAB-CONTRATOS.
            05 WRK-CT-ITEM OCCURS 300 TIMES.
                10 WRK-CT-NUMERO   PIC 9(08).
                10 WRK-CT-CLI-ID   PIC 9(05).
                10 WRK-CT-DIVIDA   PIC 9(09)V99.
                10 WRK-CT-ATRASO   PIC S9(05).
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
      *>  2100-APURA-ATRASOS - DIVIDA ATUALIZADA (PARCELA + MORA +
      *>  MULTA) E MAIOR ATRASO POR CONTRATO COM PARCELA VENCIDA EM
      *>  ABERTO. CONTRATO BAIXADO PARA PREJUIZO SAI DA REGUA, E
      *>  TAMBEM O DE CLIENTE FALECIDO (COBRANCA SUSPENSA PELO
      *>  CLIOBITO - A DIVIDA VAI PARA O PRESTAMISTA OU O ESPOLIO).
      *>  --------------------------------------------------------------
       2100-APURA-ATRASOS.
      *>  --------------------------------------------------------------
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2105-AVALIA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             MOVE 0 TO LIBER-STATUS.
      *>  --------------------------------------------------------------
       2105-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-P-CONTRATO.
             PERFORM 2600-CONFERE-LIBERACAO.
             IF WRK-NAO-EFETIVADO = 'S' OR CTR-EM-PREJUIZO
                OR CTR-SEM-COBRANCA
               CONTINUE
             ELSE
               MOVE WRK-P-CONTRATO TO WRK-CHECA-CONTR
               MOVE 99 TO WRK-CHECA-PARC
               PERFORM 2400-CONFERE-SE-PAGA
               IF WRK-JA-PAGA = 'N'
                 PERFORM 2110-AVALIA-PARCELA
                   VARYING WRK-P-PARCELA FROM 1 BY 1
                   UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
               END-IF
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2110-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             PERFORM 8000-CARREGA-PARCELA.
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               PERFORM 2200-SOMA-SE-VENCIDA
             END-IF.
      *>  --------------------------------------------------------------
       2200-SOMA-SE-VENCIDA.
      *>  --------------------------------------------------------------
               ADD 1 TO WRK-QT-CONTRATOS
               MOVE WRK-QT-CONTRATOS TO WRK-IDX
               MOVE WRK-P-CONTRATO TO WRK-CT-NUMERO(WRK-IDX)
               MOVE CTR-CLI-ID TO WRK-CT-CLI-ID(WRK-IDX)
               MOVE ZEROS TO WRK-CT-DIVIDA(WRK-IDX)
               MOVE ZEROS TO WRK-CT-ATRASO(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
                      ' ATRASO=' WRK-CT-ATRASO(WRK-IDX)
                      DELIMITED BY SIZE INTO CARTAS-REG
               WRITE CARTAS-REG
               MOVE WRK-CT-CLI-ID(WRK-IDX) TO WRK-CM-CLI-ID
               MOVE SPACES TO WRK-CM-TEXTO
               STRING WRK-NOME-CARTA ' CONTRATO '
                      WRK-CT-NUMERO(WRK-IDX)
                      ' DIVIDA ' WRK-CT-DIVIDA(WRK-IDX)
                      ' ATRASO ' WRK-CT-ATRASO(WRK-IDX)
                      DELIMITED BY SIZE INTO WRK-CM-TEXTO
               CALL 'COMUNFIL' USING WRK-COMUNICA
               ADD 1 TO WRK-QT-CARTAS
               MOVE WRK-CT-NUMERO(WRK-IDX) TO CB-CONTRATO
               MOVE WRK-ESTAGIO-ALVO TO CB-ESTAGIO
               AT END MOVE 10 TO PROMESSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8000-CARREGA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE CTR-PC-VENC(WRK-P-PARCELA) TO WRK-P-VENC.
             MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-P-VALOR.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
