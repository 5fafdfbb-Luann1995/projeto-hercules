             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT APOLICE-CANC ASSIGN TO 'C:\COBOL\APOLCANC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD APOLICE-CANC.
       01 APOLICE-CANC-REG.
            05 CA-APOLICE          PIC 9(08).
       77 WRK-IDX-MEMBRO   PIC 9(02) VALUE ZEROS.
       77 WRK-E-MEMBRO     PIC X(01) VALUE 'N'.
       77 WRK-CLI-LINHA    PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-PARC     PIC 9(02) VALUE ZEROS.
       77 WRK-CT-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-CT-PARCELA-V PIC 9(06)V99 VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
            05 WRK-CAT-ITEM OCCURS 15 TIMES.
                10 WRK-CG-CODIGO   PIC 9(02).
                10 WRK-CG-LIMITE   PIC 9(06)V99.
       LINKAGE SECTION.
       01 LNK-GRUPO-EXP.
            05 LNK-GE-CLI-ID       PIC 9(05).
             PERFORM 3600-CARREGA-PAGOS.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               PERFORM 3050-CONTRATOS-MEMBRO
                 VARYING WRK-IDX-MEMBRO FROM 1 BY 1
                 UNTIL WRK-IDX-MEMBRO > LNK-GE-QT-MEMBROS
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
      *>  --------------------------------------------------------------
      *>  3050-CONTRATOS-MEMBRO - CONTRATOS DO MEMBRO PELA CHAVE
      *>  ALTERNATIVA DO CLIENTE.
      *>  --------------------------------------------------------------
       3050-CONTRATOS-MEMBRO.
      *>  --------------------------------------------------------------
             MOVE 0 TO CONTRATOS-STATUS.
             MOVE WRK-MEMBRO-ID(WRK-IDX-MEMBRO) TO CTR-CLI-ID.
             START CONTRATOS KEY IS = CTR-CLI-ID
               INVALID KEY
                 MOVE 10 TO CONTRATOS-STATUS
             END-START.
             IF CONTRATOS-STATUS NOT = 10
               PERFORM 3150-LE-CONTRATO-MEMBRO
             END-IF.
             PERFORM 3100-AVALIA-CONTRATO UNTIL CONTRATOS-STATUS = 10.
      *>  --------------------------------------------------------------
       3100-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CT-ABERTO.
             MOVE CTR-PC-VALOR(1) TO WRK-CT-PARCELA-V.
             MOVE CTR-NUMERO TO WRK-CHECA-CONTR.
             MOVE 99 TO WRK-CHECA-PARC.
             PERFORM 3400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               PERFORM 3200-AVALIA-PARCELA
                 VARYING WRK-IDX-PARC FROM 1 BY 1
                 UNTIL WRK-IDX-PARC > CTR-QT-PARCELAS
                    OR WRK-CT-ABERTO = 'S'
             END-IF.
             PERFORM 3300-FECHA-CONTRATO-ABERTO.
             PERFORM 3150-LE-CONTRATO-MEMBRO.
      *>  --------------------------------------------------------------
       3150-LE-CONTRATO-MEMBRO.
      *>  --------------------------------------------------------------
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
             IF CONTRATOS-STATUS NOT = 10
                AND CTR-CLI-ID NOT = WRK-MEMBRO-ID(WRK-IDX-MEMBRO)
               MOVE 10 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3200-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-IDX-PARC TO WRK-CHECA-PARC.
             PERFORM 3400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE 'S' TO WRK-CT-ABERTO
             END-IF.
      *>  --------------------------------------------------------------
       3300-FECHA-CONTRATO-ABERTO.
      *>  --------------------------------------------------------------
             IF WRK-CT-ABERTO = 'S'
               ADD WRK-CT-PARCELA-V TO LNK-GE-PARCELAS-MES
             END-IF.
      *>  --------------------------------------------------------------
               MOVE 0 TO APOLICES-STATUS
             ELSE
               OPEN INPUT APOLICE-CANC
               PERFORM 4050-APOLICES-MEMBRO
                 VARYING WRK-IDX-MEMBRO FROM 1 BY 1
                 UNTIL WRK-IDX-MEMBRO > LNK-GE-QT-MEMBROS
               IF CANC-STATUS = 0
                 CLOSE APOLICE-CANC
               END-IF
               CLOSE APOLICES
               MOVE 0 TO APOLICES-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       4050-APOLICES-MEMBRO.
      *>  --------------------------------------------------------------
             MOVE 0 TO APOLICES-STATUS.
             MOVE WRK-MEMBRO-ID(WRK-IDX-MEMBRO) TO APL-CLI-ID.
             START APOLICES KEY IS = APL-CLI-ID
               INVALID KEY
                 MOVE 10 TO APOLICES-STATUS
             END-START.
             IF APOLICES-STATUS NOT = 10
               PERFORM 4150-LE-APOLICE-MEMBRO
             END-IF.
             PERFORM 4100-AVALIA-APOLICE UNTIL APOLICES-STATUS = 10.
      *>  --------------------------------------------------------------
       4100-AVALIA-APOLICE.
      *>  --------------------------------------------------------------
             IF APL-AUTO OR APL-RESIDENCIAL
               PERFORM 4200-SOMA-SE-VIGENTE
             END-IF.
             PERFORM 4150-LE-APOLICE-MEMBRO.
      *>  --------------------------------------------------------------
       4150-LE-APOLICE-MEMBRO.
      *>  --------------------------------------------------------------
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
             IF APOLICES-STATUS NOT = 10
                AND APL-CLI-ID NOT = WRK-MEMBRO-ID(WRK-IDX-MEMBRO)
               MOVE 10 TO APOLICES-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       4200-SOMA-SE-VIGENTE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-JA-PAGA.
             IF CANC-STATUS = 0
               MOVE APL-NUMERO TO CA-APOLICE
               READ APOLICE-CANC
                 INVALID KEY
                   CONTINUE
               END-READ
             END-IF.
             IF WRK-JA-PAGA = 'N'
               ADD APL-PREMIO TO LNK-GE-PREMIOS-MES
             END-IF.
      *>  --------------------------------------------------------------
      *>  5000-SOMA-CARTOES - LIMITE DO PRODUTO (CATALOGO) DE CADA
