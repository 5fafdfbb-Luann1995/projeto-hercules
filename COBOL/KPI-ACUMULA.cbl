      ***   JANELA. A MARCA DE ULTIMO DIA ACUMULADO IMPEDE SOMAR O
      ***   MESMO DIA DUAS VEZES. COM PARM REBUILD OS ACUMULADORES
      ***   SAO REGERADOS DO ZERO A PARTIR DOS ARQUIVOS BRUTOS,
      ***   QUANDO HOUVER DESCONFIANCA - INCLUSIVE O CAMBIO E OS
      ***   PAGAMENTOS QUE O ARQUIVAMENTO ANUAL (ARQMOVTO) JA TIROU
      ***   DOS ARQUIVOS VIVOS, LIDOS DO ARQUIVO MORTO (MOVARQ.TXT).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT BENEFICIOS ASSIGN TO 'C:\COBOL\BENEFICIOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BENEF-STATUS.
           SELECT MOVIMENTO-ARQUIVO ASSIGN TO 'C:\COBOL\MOVARQ.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOVARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KPI-ACUMULADOR.
            05 KA-VALOR        PIC 9(11)V99.
            05 KA-DT-ULT       PIC 9(08).
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG    PIC X(160).
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG      PIC X(140).
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-MULTA        PIC 9(05)V99.
       FD BENEFICIOS.
       01 BENEFICIOS-REG       PIC X(120).
       FD MOVIMENTO-ARQUIVO.
       COPY 'MOVARQ-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ACUM-STATUS      PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 MOVARQ-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(07) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-SO-HOJE      PIC X(01) VALUE 'S'.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-P-VALOR-INT  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SOMADOS   PIC 9(07) VALUE ZEROS.
       01 WRK-LINHA        PIC X(160) VALUE SPACES.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             PERFORM 4000-ACUMULA-PECAS.
             PERFORM 5000-ACUMULA-PAGAMENTOS.
             PERFORM 6000-ACUMULA-BENEFICIOS.
             IF WRK-SO-HOJE = 'N'
               PERFORM 7000-ACUMULA-ARQUIVO-MORTO
             END-IF.
      *>  --------------------------------------------------------------
       3000-ACUMULA-CAMBIO.
      *>  --------------------------------------------------------------
       3100-SOMA-CONVERSAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-LINHA.
             MOVE LOG-CONVERSAO-REG TO WRK-LINHA(1:160).
             PERFORM 3110-SOMA-LINHA-CAMBIO.
             READ LOG-CONVERSAO
               AT END MOVE 10 TO LOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3110-SOMA-LINHA-CAMBIO.
      *>  --------------------------------------------------------------
             IF WRK-LINHA(1:8) IS NUMERIC
                AND WRK-LINHA(31:7) = ' VALOR='
                AND WRK-LINHA(38:7) IS NUMERIC
                 PERFORM 9000-SOMA-NO-ACUMULADOR
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4000-ACUMULA-PECAS.
      *>  --------------------------------------------------------------
       5100-SOMA-PAGAMENTO.
      *>  --------------------------------------------------------------
             MOVE EP-DT-PAGAMENTO TO WRK-DATA-MOV.
             IF EP-PARCELA NOT = 00
                AND (WRK-SO-HOJE = 'N'
                     OR WRK-DATA-MOV = WRK-DATA-HOJE)
               MOVE EP-VL-PAGO TO WRK-VALOR
               MOVE 'EMPPAG  ' TO WRK-ORIGEM
               PERFORM 9000-SOMA-NO-ACUMULADOR
             READ BENEFICIOS
               AT END MOVE 10 TO BENEF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  7000-ACUMULA-ARQUIVO-MORTO - SO NO REBUILD: CAMBIO E
      *>  PAGAMENTOS JA ARQUIVADOS ENTRAM NOS MESES DELES COMO SE
      *>  AINDA ESTIVESSEM NOS ARQUIVOS VIVOS.
      *>  --------------------------------------------------------------
       7000-ACUMULA-ARQUIVO-MORTO.
      *>  --------------------------------------------------------------
             OPEN INPUT MOVIMENTO-ARQUIVO.
             IF MOVARQ-STATUS = 0
               READ MOVIMENTO-ARQUIVO
                 AT END MOVE 10 TO MOVARQ-STATUS
               END-READ
               PERFORM 7100-SOMA-ARQUIVADO UNTIL MOVARQ-STATUS = 10
               CLOSE MOVIMENTO-ARQUIVO
             END-IF.
             MOVE 0 TO MOVARQ-STATUS.
      *>  --------------------------------------------------------------
       7100-SOMA-ARQUIVADO.
      *>  --------------------------------------------------------------
             IF MA-DETALHE
               IF MA-EMPPAGOS AND MA-EP-PARCELA NOT = 00
                 MOVE MA-EP-DT-PAGAMENTO TO WRK-DATA-MOV
                 MOVE MA-EP-VL-PAGO TO WRK-VALOR
                 MOVE 'EMPPAG  ' TO WRK-ORIGEM
                 PERFORM 9000-SOMA-NO-ACUMULADOR
               END-IF
               IF MA-MOEDALOG
                 MOVE SPACES TO WRK-LINHA
                 MOVE MA-DADOS TO WRK-LINHA(1:160)
                 PERFORM 3110-SOMA-LINHA-CAMBIO
               END-IF
             END-IF.
             READ MOVIMENTO-ARQUIVO
               AT END MOVE 10 TO MOVARQ-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       9000-SOMA-NO-ACUMULADOR.
      *>  --------------------------------------------------------------
