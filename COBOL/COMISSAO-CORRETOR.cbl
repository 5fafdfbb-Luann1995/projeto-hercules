      ***   FECHAMENTO MENSAL DE COMISSAO: A COMISSAO E PROVISIONADA
      ***   QUANDO A PARCELA DO CARNE E PAGA (SP-SITUACAO P COM
      ***   PAGAMENTO NO MES), PELO PERCENTUAL DO CORRETOR GRAVADO NA
      ***   APOLICE (APL-CORRETOR DO APOLICES.TXT), E O CANCELAMENTO
      ***   DO MES (APOLCANC.TXT) ESTORNA AUTOMATICAMENTE A COMISSAO
      ***   SOBRE O PREMIO NAO GANHO. SAI O EXTRATO POR CORRETOR E O
      ***   TOTAL A PAGAR (RELCOMI.TXT) - APOSENTANDO A PLANILHA.
      ***   O TOTAL POSITIVO DE CADA CORRETOR FICA EM ABERTO NO
      ***   COMIPAG.TXT PARA O LOTE DE PAGAMENTOS (PAGLOTE).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             FILE STATUS IS CORRETOR-STATUS
             RECORD KEY IS COR-COD.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CANC-STATUS
             RECORD KEY IS CA-APOLICE.
           SELECT COMISSAO-PAGAR ASSIGN TO 'C:\COBOL\COMIPAG.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS COMIPAG-STATUS
             RECORD KEY IS CM-CHAVE.
           SELECT RELAT-COMISSAO ASSIGN TO 'C:\COBOL\RELCOMI.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
            05 COR-PCT-AUTO        PIC 9(02)V99.
            05 COR-PCT-RESID       PIC 9(02)V99.
            05 COR-SITUACAO        PIC X(01).
            05 COR-CPF-CNPJ        PIC 9(14).
            05 COR-BANCO           PIC 9(03).
            05 COR-AGENCIA         PIC 9(04).
            05 COR-CONTA           PIC X(12).
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
            05 CA-VALOR-DEVOLVER   PIC 9(07)V99.
            05 CA-DEBITO-RESIDUAL  PIC 9(07)V99.
            05 CA-SITUACAO         PIC X(01).
       FD COMISSAO-PAGAR.
       COPY 'COMIPAG-MASTER.CBL'.
       FD RELAT-COMISSAO.
       01 RELAT-COMISSAO-REG      PIC X(120).
      *>  --------------------------------------------------------------
       77 PARCELAS-STATUS  PIC 9(02) VALUE ZEROS.
       77 CANC-STATUS      PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 COMIPAG-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-PAGTO    PIC 9(06) VALUE ZEROS.
       77 WRK-PCT          PIC 9(02)V99 VALUE ZEROS.
       77 WRK-COMISSAO     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-PAGAR  PIC S9(09)V99 VALUE ZEROS.
       01 WRK-TAB-APOLICES.
            05 WRK-AP-ITEM OCCURS 500 TIMES.
                10 WRK-AP-NUMERO     PIC 9(08).
             ACCEPT COR-PCT-AUTO.
             DISPLAY 'COMISSAO RESIDENCIAL...: '.
             ACCEPT COR-PCT-RESID.
             DISPLAY 'CPF/CNPJ (SO NUMEROS)..: '.
             ACCEPT COR-CPF-CNPJ.
             DISPLAY 'BANCO PARA CREDITO.....: '.
             ACCEPT COR-BANCO.
             DISPLAY 'AGENCIA................: '.
             ACCEPT COR-AGENCIA.
             DISPLAY 'CONTA COM DIGITO.......: '.
             ACCEPT COR-CONTA.
             MOVE 'A' TO COR-SITUACAO.
             IF COR-COD = 0 OR COR-NOME = SPACES
               DISPLAY '*** CODIGO E NOME OBRIGATORIOS ***'
                    ' (EMITIDO EM ' WRK-DATA-HOJE ')'
                    DELIMITED BY SIZE INTO RELAT-COMISSAO-REG.
             WRITE RELAT-COMISSAO-REG.
             OPEN I-O COMISSAO-PAGAR.
             IF COMIPAG-STATUS = 35
               OPEN OUTPUT COMISSAO-PAGAR
               CLOSE COMISSAO-PAGAR
               OPEN I-O COMISSAO-PAGAR
             END-IF.
             PERFORM 2100-CARREGA-APOLICES.
             PERFORM 2200-ACUMULA-PARCELAS-PAGAS.
             PERFORM 2300-ESTORNA-CANCELADAS.
             PERFORM 2400-RESUMO-POR-CORRETOR.
             CLOSE RELAT-COMISSAO COMISSAO-PAGAR.
             DISPLAY 'TOTAL A PAGAR AOS CORRETORES: ' WRK-TOTAL-PAGAR
                     ' (RELCOMI.TXT)'.
      *>  --------------------------------------------------------------
      *>  2100-CARREGA-APOLICES - MAPA APOLICE -> CORRETOR/PRODUTO.
      *>  RAMO V E PRODUTO AUTO, O RESTO RESIDENCIAL; APOLICE SEM
      *>  CORRETOR (RENOVACAO) FICA COM CODIGO ZERO.
      *>  --------------------------------------------------------------
       2100-CARREGA-APOLICES.
      *>  --------------------------------------------------------------
             IF APOLICES-STATUS NOT = 0
               MOVE 0 TO APOLICES-STATUS
             ELSE
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 2110-GUARDA-APOLICE
      *>  --------------------------------------------------------------
       2110-GUARDA-APOLICE.
      *>  --------------------------------------------------------------
             IF WRK-QT-APOLICES < 500
               ADD 1 TO WRK-QT-APOLICES
               MOVE APL-NUMERO TO WRK-AP-NUMERO(WRK-QT-APOLICES)
               IF APL-AUTO
                 MOVE 'A' TO WRK-AP-PRODUTO(WRK-QT-APOLICES)
               ELSE
                 MOVE 'R' TO WRK-AP-PRODUTO(WRK-QT-APOLICES)
               END-IF
               MOVE APL-CORRETOR TO WRK-AP-CORRETOR(WRK-QT-APOLICES)
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
                    ' A PAGAR=' WRK-COR-ACUMULADO(WRK-IDX-COR)
                    DELIMITED BY SIZE INTO RELAT-COMISSAO-REG.
             WRITE RELAT-COMISSAO-REG.
             IF WRK-COR-CODIGO(WRK-IDX-COR) NOT = 0
                AND WRK-COR-ACUMULADO(WRK-IDX-COR) > 0
               PERFORM 2420-GRAVA-A-PAGAR
             END-IF.
      *>  --------------------------------------------------------------
      *>  2420-GRAVA-A-PAGAR - DEIXA A COMISSAO DO MES EM ABERTO NO
      *>  COMIPAG.TXT. FECHAMENTO REFEITO SO ATUALIZA O VALOR SE AINDA
      *>  NAO FOI ENVIADA AO BANCO.
      *>  --------------------------------------------------------------
       2420-GRAVA-A-PAGAR.
      *>  --------------------------------------------------------------
             MOVE WRK-COR-CODIGO(WRK-IDX-COR) TO CM-COR-COD.
             MOVE WRK-MES-ATUAL TO CM-MES.
             READ COMISSAO-PAGAR
               INVALID KEY
                 INITIALIZE COMIPAG-MASTER-REG
                 MOVE WRK-COR-CODIGO(WRK-IDX-COR) TO CM-COR-COD
                 MOVE WRK-MES-ATUAL TO CM-MES
                 MOVE WRK-COR-ACUMULADO(WRK-IDX-COR) TO CM-VALOR
                 MOVE WRK-DATA-HOJE TO CM-DT-FECHAMENTO
                 MOVE 'A' TO CM-SITUACAO
                 WRITE COMIPAG-MASTER-REG
               NOT INVALID KEY
                 IF CM-ABERTO
                   MOVE WRK-COR-ACUMULADO(WRK-IDX-COR) TO CM-VALOR
                   MOVE WRK-DATA-HOJE TO CM-DT-FECHAMENTO
                   REWRITE COMIPAG-MASTER-REG
                 ELSE
                   DISPLAY 'CORRETOR ' CM-COR-COD
                           ' COMISSAO DO MES JA ENVIADA AO BANCO'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
