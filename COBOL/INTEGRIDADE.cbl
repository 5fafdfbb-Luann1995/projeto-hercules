             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT VEICULOS ASSIGN TO 'C:\COBOL\VEICULOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VEICULOS-STATUS
             RECORD KEY IS VE-CHAVE.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD VEICULOS.
       COPY 'VEICULO-MASTER.CBL'.
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
            05 SP-SITUACAO     PIC X(01).
            05 SP-DT-PAGAMENTO PIC 9(08).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
       FD KIT-COMPONENTES.
       01 KIT-COMPONENTES-REG.
            05 KC-CHAVE.
                10 KC-ID-KIT           PIC 9(5).
                10 KC-ID-COMPONENTE    PIC 9(5).
            05 KC-QT-POR-KIT           PIC 9(5).
       FD ESTOQUE.
       01 ESTOQUE-REG.
            05 ESTOQUE-CHAVE.
                10 ID-PECA         PIC 9(5).
                10 COD-DEPOSITO    PIC 9(2).
            05 NOME-PECA           PIC X(30).
            05 PRECO-PECA          PIC 9(3)V99.
            05 QT-PECA             PIC 9(5).
            05 PONTO-REORDER       PIC 9(5).
            05 COD-FORNECEDOR      PIC 9(4).
       FD INVEST-POSICAO.
       01 INVEST-POSICAO-REG.
       77 WRK-QT-APOLICES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONTRATOS PIC 9(04) VALUE ZEROS.
       77 WRK-BUSCA-8      PIC 9(08) VALUE ZEROS.
       77 WRK-CLI-BUSCA    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ORFAOS   PIC 9(06) VALUE ZEROS.
       77 WRK-ORF-RELACAO  PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA        PIC X(140) VALUE SPACES.
           STOP RUN.
      *>  --------------------------------------------------------------
      *>  1000-CARREGA-CHAVES - CONJUNTOS DE CHAVES PRIMARIAS DOS
      *>  CADASTROS DE APOLICES E DE CONTRATOS.
      *>  --------------------------------------------------------------
       1000-CARREGA-CHAVES.
      *>  --------------------------------------------------------------
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 1100-GUARDA-APOLICE
             MOVE 0 TO APOLICES-STATUS.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 1200-GUARDA-CONTRATO
      *>  --------------------------------------------------------------
       1100-GUARDA-APOLICE.
      *>  --------------------------------------------------------------
             IF WRK-QT-APOLICES < 500
               ADD 1 TO WRK-QT-APOLICES
               MOVE APL-NUMERO TO WRK-AP-NUM(WRK-QT-APOLICES)
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-GUARDA-CONTRATO.
      *>  --------------------------------------------------------------
             IF WRK-QT-CONTRATOS < 500
               ADD 1 TO WRK-QT-CONTRATOS
               MOVE CTR-NUMERO TO WRK-CT-NUM(WRK-QT-CONTRATOS)
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-ORF-RELACAO.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 2010-CONFERE-APOLICE
      *>  --------------------------------------------------------------
       2010-CONFERE-APOLICE.
      *>  --------------------------------------------------------------
             MOVE APL-CLI-ID TO WRK-CLI-BUSCA.
             PERFORM 8200-EXISTE-CLIENTE.
             IF WRK-ACHOU = 'N'
               ADD 1 TO WRK-ORF-RELACAO
               ADD 1 TO WRK-TOT-ORFAOS
               MOVE SPACES TO RELAT-INTEGRIDADE-REG
               STRING '  ORFAO: APOLICE=' APL-NUMERO
                      ' CLIENTE=' APL-CLI-ID
                      ' NAO CADASTRADO'
                      DELIMITED BY SIZE
                      INTO RELAT-INTEGRIDADE-REG
               WRITE RELAT-INTEGRIDADE-REG
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-ORF-RELACAO.
             OPEN INPUT VEICULOS.
             IF VEICULOS-STATUS = 0
               MOVE 0 TO VE-APOLICE VE-ITEM
               START VEICULOS KEY IS NOT LESS THAN VE-CHAVE
                 INVALID KEY MOVE 10 TO VEICULOS-STATUS
               END-START
               IF VEICULOS-STATUS NOT = 10
             MOVE 0 TO WRK-ORF-RELACAO.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2310-CONFERE-CONTRATO
      *>  --------------------------------------------------------------
       2310-CONFERE-CONTRATO.
      *>  --------------------------------------------------------------
             IF CTR-CLI-ID NOT = 0
               MOVE CTR-CLI-ID TO WRK-CLI-BUSCA
               PERFORM 8200-EXISTE-CLIENTE
               IF WRK-ACHOU = 'N'
                 ADD 1 TO WRK-ORF-RELACAO
                 ADD 1 TO WRK-TOT-ORFAOS
                 MOVE SPACES TO RELAT-INTEGRIDADE-REG
                 STRING '  ORFAO: CONTRATO=' CTR-NUMERO
                        ' CLIENTE=' CTR-CLI-ID
                        ' NAO CADASTRADO'
                        DELIMITED BY SIZE
                        INTO RELAT-INTEGRIDADE-REG
                 WRITE RELAT-INTEGRIDADE-REG
               END-IF
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             IF WRK-CLIENTE-OK = 'S'
               MOVE WRK-CLI-BUSCA TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   CONTINUE
