       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGLOTE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = LOTE DIARIO DE PAGAMENTOS: COM
      ***   PARM REMESSA JUNTA NUM UNICO ARQUIVO DE CREDITO EM CONTA
      ***   PARA O BANCO (PAGREM.TXT) TUDO O QUE ESTA APROVADO PARA
      ***   PAGAR - TITULOS DE FORNECEDOR VENCIDOS ATE HOJE
      ***   (TITPAGAR.TXT), COMISSAO FECHADA DOS CORRETORES
      ***   (COMIPAG.TXT), INDENIZACAO DE SINISTRO (ORDPGSIN.TXT) E
      ***   A FOLHA DE BENEFICIOS (FOLHAPAG.TXT) - COM CPF/CNPJ E
      ***   CONTA DO FAVORECIDO DO CADASTRO DE ORIGEM, MARCANDO CADA
      ***   ITEM COMO ENVIADO (E). FAVORECIDO SEM CONTA FICA DE FORA
      ***   E SAI NO RELATORIO (RELPAGTO.TXT). COM PARM RETORNO LE O
      ***   ARQUIVO DO BANCO (PAGRET.TXT): PAGAMENTO CONFIRMADO E
      ***   BAIXADO NA ORIGEM (P) E O DEVOLVIDO VOLTA COMO D E VAI
      ***   PARA O SUSPENSE (SUSPENSE.TXT). CORRIGIDO O CADASTRO, A
      ***   ENTRADA REPROCESSADA PELO SUSPMANT REABRE O ITEM PARA A
      ***   PROXIMA REMESSA.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-PAGAR ASSIGN TO 'C:\COBOL\TITPAGAR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CPAGAR-STATUS
             RECORD KEY IS CP-CHAVE.
           SELECT NOTAS-FORN ASSIGN TO 'C:\COBOL\NOTAFORN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTA-STATUS
             RECORD KEY IS NF-CHAVE.
           SELECT FORNECEDOR ASSIGN TO 'C:\COBOL\FORNECED.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FORN-STATUS
             RECORD KEY IS FORN-COD.
           SELECT COMISSAO-PAGAR ASSIGN TO 'C:\COBOL\COMIPAG.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COMIPAG-STATUS
             RECORD KEY IS CM-CHAVE.
           SELECT CORRETORES ASSIGN TO 'C:\COBOL\CORRETOR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CORRETOR-STATUS
             RECORD KEY IS COR-COD.
           SELECT ORDEM-PAGTO ASSIGN TO 'C:\COBOL\ORDPGSIN.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORDEM-STATUS.
           SELECT ORDEM-TRABALHO ASSIGN TO 'C:\COBOL\ORDPGSIW.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORDEMWK-STATUS.
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS DETALHE-STATUS
             RECORD KEY IS SD-NUMERO.
           SELECT FOLHA-PAGAMENTO ASSIGN TO 'C:\COBOL\FOLHAPAG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FOLHA-STATUS.
           SELECT FOLHA-TRABALHO ASSIGN TO 'C:\COBOL\FOLHAPAW.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FOLHAWK-STATUS.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT DESCONTOS-BENEF ASSIGN TO 'C:\COBOL\DESCBENF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS DESCONTO-STATUS
             RECORD KEY IS DB-CHAVE.
           SELECT PAG-REMESSA ASSIGN TO 'C:\COBOL\PAGREM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REMESSA-STATUS.
           SELECT PAG-RETORNO ASSIGN TO 'C:\COBOL\PAGRET.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RETORNO-STATUS.
           SELECT RELAT-PAGTO ASSIGN TO 'C:\COBOL\RELPAGTO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT SUSPENSE ASSIGN TO 'C:\COBOL\SUSPENSE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUSP-REPROC ASSIGN TO 'C:\COBOL\REPROCTR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REPROC-STATUS.
           SELECT REPROC-TRABALHO ASSIGN TO 'C:\COBOL\REPROCWK.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REPROCWK-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS-PAGAR.
       COPY 'CPAGAR-MASTER.CBL'.
       FD NOTAS-FORN.
       COPY 'NOTAFORN-MASTER.CBL'.
       FD FORNECEDOR.
       01 FORNECEDOR-REG.
            05 FORN-COD            PIC 9(4).
            05 FORN-NOME           PIC X(30).
            05 FORN-CNPJ           PIC 9(14).
            05 FORN-BANCO          PIC 9(3).
            05 FORN-AGENCIA        PIC 9(4).
            05 FORN-CONTA          PIC X(12).
            05 FORN-GARANTIA-DIAS  PIC 9(3).
       FD COMISSAO-PAGAR.
       COPY 'COMIPAG-MASTER.CBL'.
       FD CORRETORES.
       01 CORRETORES-REG.
            05 COR-COD             PIC 9(04).
            05 COR-NOME            PIC X(30).
            05 COR-PCT-AUTO        PIC 9(02)V99.
            05 COR-PCT-RESID       PIC 9(02)V99.
            05 COR-SITUACAO        PIC X(01).
            05 COR-CPF-CNPJ        PIC 9(14).
            05 COR-BANCO           PIC 9(03).
            05 COR-AGENCIA         PIC 9(04).
            05 COR-CONTA           PIC X(12).
       FD ORDEM-PAGTO.
       01 ORDEM-PAGTO-REG.
            05 OP-SINISTRO         PIC 9(08).
            05 OP-APOLICE          PIC 9(08).
            05 OP-CLI-ID           PIC 9(05).
            05 OP-DT-EMISSAO       PIC 9(08).
            05 OP-TIPO             PIC X(01).
            05 OP-VALOR            PIC 9(07)V99.
            05 OP-SITUACAO         PIC X(01).
       FD ORDEM-TRABALHO.
       01 ORDEM-TRABALHO-REG      PIC X(40).
       FD SINISTROS-DETALHE.
       01 SINISTROS-DETALHE-REG.
            05 SD-NUMERO           PIC 9(08).
            05 SD-CLI-ID           PIC 9(05).
            05 SD-DATA             PIC 9(08).
            05 SD-TIPO             PIC 9(01).
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
                88 SD-APROVADO         VALUE 'P'.
                88 SD-PAGO             VALUE 'G'.
            05 SD-DT-REGISTRO      PIC 9(08).
       FD FOLHA-PAGAMENTO.
       01 FOLHA-PAGAMENTO-REG.
            05 FP-MES          PIC 9(06).
            05 FP-CLI-ID       PIC 9(05).
            05 FP-TIPO         PIC X(01).
            05 FP-VALOR        PIC 9(07)V99.
            05 FP-VALOR-13     PIC 9(07)V99.
            05 FP-VALOR-ATRASADO PIC 9(07)V99.
            05 FP-VALOR-IR     PIC 9(07)V99.
            05 FP-VALOR-DESCONTO PIC 9(07)V99.
            05 FP-VALOR-LIQUIDO PIC 9(09)V99.
            05 FP-SEQ-DESC     PIC 9(02).
            05 FP-SITUACAO     PIC X(01).
       FD FOLHA-TRABALHO.
       01 FOLHA-TRABALHO-REG      PIC X(71).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD DESCONTOS-BENEF.
       COPY 'DESCBENF-MASTER.CBL'.
      *>  --------------------------------------------------------------
      *>  REMESSA DE PAGAMENTOS: UM CREDITO EM CONTA POR ITEM. ORIGEM
      *>  F FORNECEDOR (FORNECEDOR + NOTA), C COMISSAO (CORRETOR +
      *>  MES), S SINISTRO (NUMERO DO SINISTRO) E B BENEFICIO (MES +
      *>  CLIENTE + TIPO + SEQUENCIA DO DESCONTO DA PENSAO
      *>  ALIMENTICIA). O RETORNO DEVOLVE ORIGEM E CHAVE COM A
      *>  OCORRENCIA DO BANCO (00 PAGO, DEMAIS DEVOLVIDO).
      *>  --------------------------------------------------------------
       FD PAG-REMESSA.
       01 PAG-REMESSA-REG.
            05 PR-ORIGEM           PIC X(01).
            05 PR-CHAVE            PIC X(20).
            05 PR-FAVORECIDO       PIC X(30).
            05 PR-CPF-CNPJ         PIC 9(14).
            05 PR-BANCO            PIC 9(03).
            05 PR-AGENCIA          PIC 9(04).
            05 PR-CONTA            PIC X(12).
            05 PR-DT-PAGAMENTO     PIC 9(08).
            05 PR-VALOR            PIC 9(09)V99.
       FD PAG-RETORNO.
       01 PAG-RETORNO-REG.
            05 RT-ORIGEM           PIC X(01).
            05 RT-CHAVE            PIC X(20).
            05 RT-DT-PAGAMENTO     PIC 9(08).
            05 RT-VALOR            PIC 9(09)V99.
            05 RT-OCORRENCIA       PIC X(02).
                88 RT-PAGO             VALUE '00'.
       FD RELAT-PAGTO.
       01 RELAT-PAGTO-REG         PIC X(120).
       FD SUSPENSE.
       01 SUSPENSE-REG.
            05 SU-PROGRAMA     PIC X(09).
            05 SU-DATA         PIC 9(08).
            05 SU-SITUACAO     PIC X(01).
            05 SU-MOTIVO       PIC X(25).
            05 SU-IMAGEM       PIC X(80).
       FD SUSP-REPROC.
       01 SUSP-REPROC-REG.
            05 RP-PROGRAMA     PIC X(09).
            05 RP-IMAGEM       PIC X(80).
       FD REPROC-TRABALHO.
       01 REPROC-TRABALHO-REG  PIC X(89).
       FD CONTROLE-TOTAIS.
       01 CONTROLE-TOTAIS-REG.
            05 CT-PROGRAMA     PIC X(09).
            05 CT-DATA         PIC 9(08).
            05 CT-LIDOS        PIC 9(07).
            05 CT-PROCESSADOS  PIC 9(07).
            05 CT-REJEITADOS   PIC 9(07).
            05 CT-VALOR-IN     PIC 9(11)V99.
            05 CT-VALOR-OUT    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CPAGAR-STATUS    PIC 9(02) VALUE ZEROS.
       77 NOTA-STATUS      PIC 9(02) VALUE ZEROS.
       77 FORN-STATUS      PIC 9(02) VALUE ZEROS.
       77 COMIPAG-STATUS   PIC 9(02) VALUE ZEROS.
       77 CORRETOR-STATUS  PIC 9(02) VALUE ZEROS.
       77 ORDEM-STATUS     PIC 9(02) VALUE ZEROS.
       77 ORDEMWK-STATUS   PIC 9(02) VALUE ZEROS.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
       77 FOLHA-STATUS     PIC 9(02) VALUE ZEROS.
       77 FOLHAWK-STATUS   PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 DESCONTO-STATUS  PIC 9(02) VALUE ZEROS.
       77 REMESSA-STATUS   PIC 9(02) VALUE ZEROS.
       77 RETORNO-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 SUSPENSE-STATUS  PIC 9(02) VALUE ZEROS.
       77 REPROC-STATUS    PIC 9(02) VALUE ZEROS.
       77 REPROCWK-STATUS  PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(07) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-SU-MOTIVO    PIC X(25) VALUE SPACES.
       77 WRK-QT-ENVIADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CORRIG    PIC 9(05) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-ENVIADO      PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM       PIC X(01) VALUE SPACES.
       77 WRK-SIT-DE       PIC X(01) VALUE SPACES.
       77 WRK-SIT-PARA     PIC X(01) VALUE SPACES.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO-RETEM PIC X(30) VALUE SPACES.
       77 WRK-IDX-OR       PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-CADASTRO-OK  PIC X(01) VALUE 'N'.
       77 WRK-CLI-OK       PIC X(01) VALUE 'N'.
       01 WRK-CHAVE-PAGTO          PIC X(20) VALUE SPACES.
       01 WRK-CHAVE-FORN REDEFINES WRK-CHAVE-PAGTO.
            05 WRK-CF-FORN-COD     PIC 9(04).
            05 WRK-CF-NF-NUMERO    PIC 9(09).
            05 FILLER              PIC X(07).
       01 WRK-CHAVE-COMI REDEFINES WRK-CHAVE-PAGTO.
            05 WRK-CC-COR-COD      PIC 9(04).
            05 WRK-CC-MES          PIC 9(06).
            05 FILLER              PIC X(10).
       01 WRK-CHAVE-SIN REDEFINES WRK-CHAVE-PAGTO.
            05 WRK-CS-SINISTRO     PIC 9(08).
            05 FILLER              PIC X(12).
       01 WRK-CHAVE-BENEF REDEFINES WRK-CHAVE-PAGTO.
            05 WRK-CB-MES          PIC 9(06).
            05 WRK-CB-CLI-ID       PIC 9(05).
            05 WRK-CB-TIPO         PIC X(01).
            05 WRK-CB-SEQ          PIC 9(02).
            05 FILLER              PIC X(06).
       01 WRK-FAVORECIDO.
            05 WRK-FAV-NOME        PIC X(30).
            05 WRK-FAV-DOC         PIC 9(14).
            05 WRK-FAV-BANCO       PIC 9(03).
            05 WRK-FAV-AGENCIA     PIC 9(04).
            05 WRK-FAV-CONTA       PIC X(12).
       01 WRK-NOMES-ORIGEM.
            05 FILLER              PIC X(11) VALUE 'FORNECEDOR '.
            05 FILLER              PIC X(11) VALUE 'COMISSAO   '.
            05 FILLER              PIC X(11) VALUE 'SINISTRO   '.
            05 FILLER              PIC X(11) VALUE 'BENEFICIO  '.
       01 WRK-TAB-NOMES REDEFINES WRK-NOMES-ORIGEM.
            05 WRK-NOME-ORIGEM OCCURS 4 TIMES PIC X(11).
       01 WRK-TAB-ORIGENS.
            05 WRK-OR-ITEM OCCURS 4 TIMES.
                10 WRK-OR-QT       PIC 9(05).
                10 WRK-OR-VALOR    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             EVALUATE WRK-PARM-EXEC
               WHEN 'REMESSA'
                 PERFORM 1000-GERA-REMESSA
               WHEN 'RETORNO'
                 PERFORM 2000-PROCESSA-RETORNO
               WHEN OTHER
                 DISPLAY 'USO: PAGLOTE REMESSA OU PAGLOTE RETORNO'
             END-EVALUATE.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-GERA-REMESSA - PRIMEIRO REABRE OS ITENS DEVOLVIDOS CUJA
      *>  CORRECAO VOLTOU DO SUSPENSE; DEPOIS PERCORRE AS QUATRO
      *>  ORIGENS E GRAVA UM CREDITO POR ITEM APROVADO, COM DATA DE
      *>  PAGAMENTO HOJE.
      *>  --------------------------------------------------------------
       1000-GERA-REMESSA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ENVIADOS WRK-QT-RETIDOS.
             INITIALIZE WRK-TAB-ORIGENS.
             PERFORM 3000-REPROCESSA-CORRECOES.
             OPEN OUTPUT PAG-REMESSA.
             OPEN OUTPUT RELAT-PAGTO.
             MOVE SPACES TO RELAT-PAGTO-REG.
             STRING 'LOTE DE PAGAMENTOS DE ' WRK-DATA-HOJE
                    ' - ITENS RETIDOS SEM DADOS BANCARIOS'
                    DELIMITED BY SIZE INTO RELAT-PAGTO-REG.
             WRITE RELAT-PAGTO-REG.
             MOVE 'N' TO WRK-CLI-OK.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLI-OK
             END-IF.
             PERFORM 1100-REMESSA-FORNECEDORES.
             PERFORM 1200-REMESSA-COMISSOES.
             PERFORM 1300-REMESSA-SINISTROS.
             PERFORM 1400-REMESSA-BENEFICIOS.
             IF WRK-CLI-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
             MOVE 0 TO CLIENTE-STATUS.
             PERFORM 1800-TOTAIS-REMESSA.
             CLOSE PAG-REMESSA RELAT-PAGTO.
             MOVE WRK-QT-ENVIADOS TO WRK-QT-BAIXADOS.
             MOVE WRK-QT-RETIDOS TO WRK-QT-SUSPENSOS.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'REMESSA GERADA: ' WRK-QT-ENVIADOS
                     ' PAGAMENTOS (PAGREM.TXT)'.
             DISPLAY 'ITENS RETIDOS.: ' WRK-QT-RETIDOS
                     ' (RELPAGTO.TXT)'.
      *>  --------------------------------------------------------------
      *>  1100-REMESSA-FORNECEDORES - TITULO EM ABERTO VENCIDO ATE
      *>  HOJE, PAGO NA CONTA DO CADASTRO DE FORNECEDORES.
      *>  --------------------------------------------------------------
       1100-REMESSA-FORNECEDORES.
      *>  --------------------------------------------------------------
             OPEN I-O CONTAS-PAGAR.
             IF CPAGAR-STATUS NOT = 0
               MOVE 0 TO CPAGAR-STATUS
             ELSE
               MOVE 'N' TO WRK-CADASTRO-OK
               OPEN INPUT FORNECEDOR
               IF FORN-STATUS = 0
                 MOVE 'S' TO WRK-CADASTRO-OK
               END-IF
               READ CONTAS-PAGAR NEXT
                 AT END MOVE 10 TO CPAGAR-STATUS
               END-READ
               PERFORM 1110-REMESSA-UM-TITULO
                 UNTIL CPAGAR-STATUS = 10
               CLOSE CONTAS-PAGAR
               IF WRK-CADASTRO-OK = 'S'
                 CLOSE FORNECEDOR
               END-IF
               MOVE 0 TO CPAGAR-STATUS FORN-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1110-REMESSA-UM-TITULO.
      *>  --------------------------------------------------------------
             IF CP-ABERTO AND CP-DT-VENCIMENTO NOT > WRK-DATA-HOJE
               MOVE 'F' TO WRK-ORIGEM
               MOVE 1 TO WRK-IDX-OR
               MOVE SPACES TO WRK-CHAVE-PAGTO
               MOVE CP-FORN-COD TO WRK-CF-FORN-COD
               MOVE CP-NF-NUMERO TO WRK-CF-NF-NUMERO
               MOVE CP-VALOR TO WRK-VALOR
               PERFORM 1120-FAVORECIDO-FORNECEDOR
               PERFORM 1900-GRAVA-CREDITO
               IF WRK-ENVIADO = 'S'
                 MOVE 'E' TO CP-SITUACAO
                 REWRITE CPAGAR-MASTER-REG
               END-IF
             END-IF.
             READ CONTAS-PAGAR NEXT
               AT END MOVE 10 TO CPAGAR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1120-FAVORECIDO-FORNECEDOR.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-FAVORECIDO.
             MOVE SPACES TO WRK-MOTIVO-RETEM.
             IF WRK-CADASTRO-OK = 'N'
               MOVE 'SEM CADASTRO DE FORNECEDORES' TO WRK-MOTIVO-RETEM
             ELSE
               MOVE CP-FORN-COD TO FORN-COD
               READ FORNECEDOR
                 INVALID KEY
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO-RETEM
                 NOT INVALID KEY
                   MOVE FORN-NOME    TO WRK-FAV-NOME
                   MOVE FORN-CNPJ    TO WRK-FAV-DOC
                   MOVE FORN-BANCO   TO WRK-FAV-BANCO
                   MOVE FORN-AGENCIA TO WRK-FAV-AGENCIA
                   MOVE FORN-CONTA   TO WRK-FAV-CONTA
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  1200-REMESSA-COMISSOES - COMISSAO FECHADA EM ABERTO, PAGA NA
      *>  CONTA DO CADASTRO DE CORRETORES.
      *>  --------------------------------------------------------------
       1200-REMESSA-COMISSOES.
      *>  --------------------------------------------------------------
             OPEN I-O COMISSAO-PAGAR.
             IF COMIPAG-STATUS NOT = 0
               MOVE 0 TO COMIPAG-STATUS
             ELSE
               MOVE 'N' TO WRK-CADASTRO-OK
               OPEN INPUT CORRETORES
               IF CORRETOR-STATUS = 0
                 MOVE 'S' TO WRK-CADASTRO-OK
               END-IF
               READ COMISSAO-PAGAR NEXT
                 AT END MOVE 10 TO COMIPAG-STATUS
               END-READ
               PERFORM 1210-REMESSA-UMA-COMISSAO
                 UNTIL COMIPAG-STATUS = 10
               CLOSE COMISSAO-PAGAR
               IF WRK-CADASTRO-OK = 'S'
                 CLOSE CORRETORES
               END-IF
               MOVE 0 TO COMIPAG-STATUS CORRETOR-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1210-REMESSA-UMA-COMISSAO.
      *>  --------------------------------------------------------------
             IF CM-ABERTO
               MOVE 'C' TO WRK-ORIGEM
               MOVE 2 TO WRK-IDX-OR
               MOVE SPACES TO WRK-CHAVE-PAGTO
               MOVE CM-COR-COD TO WRK-CC-COR-COD
               MOVE CM-MES TO WRK-CC-MES
               MOVE CM-VALOR TO WRK-VALOR
               PERFORM 1220-FAVORECIDO-CORRETOR
               PERFORM 1900-GRAVA-CREDITO
               IF WRK-ENVIADO = 'S'
                 MOVE 'E' TO CM-SITUACAO
                 REWRITE COMIPAG-MASTER-REG
               END-IF
             END-IF.
             READ COMISSAO-PAGAR NEXT
               AT END MOVE 10 TO COMIPAG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1220-FAVORECIDO-CORRETOR.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-FAVORECIDO.
             MOVE SPACES TO WRK-MOTIVO-RETEM.
             IF WRK-CADASTRO-OK = 'N'
               MOVE 'SEM CADASTRO DE CORRETORES' TO WRK-MOTIVO-RETEM
             ELSE
               MOVE CM-COR-COD TO COR-COD
               READ CORRETORES
                 INVALID KEY
                   MOVE 'CORRETOR NAO CADASTRADO' TO WRK-MOTIVO-RETEM
                 NOT INVALID KEY
                   MOVE COR-NOME     TO WRK-FAV-NOME
                   MOVE COR-CPF-CNPJ TO WRK-FAV-DOC
                   MOVE COR-BANCO    TO WRK-FAV-BANCO
                   MOVE COR-AGENCIA  TO WRK-FAV-AGENCIA
                   MOVE COR-CONTA    TO WRK-FAV-CONTA
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  1300-REMESSA-SINISTROS - ORDEM DE PAGAMENTO DA INDENIZACAO
      *>  EM ABERTO, PAGA NA CONTA DO CLIENTE. O ARQUIVO E REGRAVADO
      *>  INTEIRO VIA ARQUIVO DE TRABALHO (PADRAO DO BANCOCOB).
      *>  --------------------------------------------------------------
       1300-REMESSA-SINISTROS.
      *>  --------------------------------------------------------------
             OPEN INPUT ORDEM-PAGTO.
             IF ORDEM-STATUS NOT = 0
               MOVE 0 TO ORDEM-STATUS
             ELSE
               OPEN OUTPUT ORDEM-TRABALHO
               READ ORDEM-PAGTO
                 AT END MOVE 10 TO ORDEM-STATUS
               END-READ
               PERFORM 1310-REMESSA-UMA-ORDEM
                 UNTIL ORDEM-STATUS = 10
               CLOSE ORDEM-PAGTO ORDEM-TRABALHO
               MOVE 0 TO ORDEM-STATUS
               PERFORM 8100-DEVOLVE-ORDENS
             END-IF.
      *>  --------------------------------------------------------------
       1310-REMESSA-UMA-ORDEM.
      *>  --------------------------------------------------------------
             IF OP-SITUACAO = 'A' AND OP-VALOR > 0
               MOVE 'S' TO WRK-ORIGEM
               MOVE 3 TO WRK-IDX-OR
               MOVE SPACES TO WRK-CHAVE-PAGTO
               MOVE OP-SINISTRO TO WRK-CS-SINISTRO
               MOVE OP-VALOR TO WRK-VALOR
               MOVE OP-CLI-ID TO CLI-ID
               PERFORM 1950-FAVORECIDO-CLIENTE
               PERFORM 1900-GRAVA-CREDITO
               IF WRK-ENVIADO = 'S'
                 MOVE 'E' TO OP-SITUACAO
               END-IF
             END-IF.
             MOVE ORDEM-PAGTO-REG TO ORDEM-TRABALHO-REG.
             WRITE ORDEM-TRABALHO-REG.
             READ ORDEM-PAGTO
               AT END MOVE 10 TO ORDEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1400-REMESSA-BENEFICIOS - LINHA DA FOLHA AINDA NAO ENVIADA
      *>  COM LIQUIDO A PAGAR. A PENSAO ALIMENTICIA (TIPO J) E PAGA NA
      *>  CONTA DO FAVORECIDO DO DESCONTO; AS DEMAIS NA CONTA DO
      *>  BENEFICIARIO.
      *>  --------------------------------------------------------------
       1400-REMESSA-BENEFICIOS.
      *>  --------------------------------------------------------------
             OPEN INPUT FOLHA-PAGAMENTO.
             IF FOLHA-STATUS NOT = 0
               MOVE 0 TO FOLHA-STATUS
             ELSE
               MOVE 'N' TO WRK-CADASTRO-OK
               OPEN INPUT DESCONTOS-BENEF
               IF DESCONTO-STATUS = 0
                 MOVE 'S' TO WRK-CADASTRO-OK
               END-IF
               OPEN OUTPUT FOLHA-TRABALHO
               READ FOLHA-PAGAMENTO
                 AT END MOVE 10 TO FOLHA-STATUS
               END-READ
               PERFORM 1410-REMESSA-UMA-FOLHA
                 UNTIL FOLHA-STATUS = 10
               CLOSE FOLHA-PAGAMENTO FOLHA-TRABALHO
               IF WRK-CADASTRO-OK = 'S'
                 CLOSE DESCONTOS-BENEF
               END-IF
               MOVE 0 TO FOLHA-STATUS DESCONTO-STATUS
               PERFORM 8200-DEVOLVE-FOLHA
             END-IF.
      *>  --------------------------------------------------------------
       1410-REMESSA-UMA-FOLHA.
      *>  --------------------------------------------------------------
             IF FP-SITUACAO = SPACE AND FP-VALOR-LIQUIDO > 0
               MOVE 'B' TO WRK-ORIGEM
               MOVE 4 TO WRK-IDX-OR
               MOVE SPACES TO WRK-CHAVE-PAGTO
               MOVE FP-MES TO WRK-CB-MES
               MOVE FP-CLI-ID TO WRK-CB-CLI-ID
               MOVE FP-TIPO TO WRK-CB-TIPO
               MOVE FP-SEQ-DESC TO WRK-CB-SEQ
               MOVE FP-VALOR-LIQUIDO TO WRK-VALOR
               IF FP-SEQ-DESC > 0
                 PERFORM 1420-FAVORECIDO-PENSAO
               ELSE
                 MOVE FP-CLI-ID TO CLI-ID
                 PERFORM 1950-FAVORECIDO-CLIENTE
               END-IF
               PERFORM 1900-GRAVA-CREDITO
               IF WRK-ENVIADO = 'S'
                 MOVE 'E' TO FP-SITUACAO
               END-IF
             END-IF.
             MOVE FOLHA-PAGAMENTO-REG TO FOLHA-TRABALHO-REG.
             WRITE FOLHA-TRABALHO-REG.
             READ FOLHA-PAGAMENTO
               AT END MOVE 10 TO FOLHA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1420-FAVORECIDO-PENSAO.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-FAVORECIDO.
             MOVE SPACES TO WRK-MOTIVO-RETEM.
             IF WRK-CADASTRO-OK = 'N'
               MOVE 'SEM CADASTRO DE DESCONTOS' TO WRK-MOTIVO-RETEM
             ELSE
               MOVE FP-CLI-ID TO DB-CLI-ID
               MOVE FP-SEQ-DESC TO DB-SEQ
               READ DESCONTOS-BENEF
                 INVALID KEY
                   MOVE 'PENSAO ALIMENTICIA NAO ACHADA' TO
                        WRK-MOTIVO-RETEM
                 NOT INVALID KEY
                   MOVE DB-FAVORECIDO  TO WRK-FAV-NOME
                   MOVE DB-FAV-CPF     TO WRK-FAV-DOC
                   MOVE DB-FAV-BANCO   TO WRK-FAV-BANCO
                   MOVE DB-FAV-AGENCIA TO WRK-FAV-AGENCIA
                   MOVE DB-FAV-CONTA   TO WRK-FAV-CONTA
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       1800-TOTAIS-REMESSA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-PAGTO-REG.
             WRITE RELAT-PAGTO-REG.
             MOVE 'TOTAIS ENVIADOS POR ORIGEM' TO RELAT-PAGTO-REG.
             WRITE RELAT-PAGTO-REG.
             PERFORM 1810-TOTAL-ORIGEM
               VARYING WRK-IDX-OR FROM 1 BY 1 UNTIL WRK-IDX-OR > 4.
             MOVE WRK-CT-VALOR-OUT TO WRK-VALOR-ED.
             MOVE SPACES TO RELAT-PAGTO-REG.
             STRING 'TOTAL GERAL   QTDE=' WRK-QT-ENVIADOS
                    ' VALOR=' WRK-VALOR-ED
                    ' RETIDOS=' WRK-QT-RETIDOS
                    DELIMITED BY SIZE INTO RELAT-PAGTO-REG.
             WRITE RELAT-PAGTO-REG.
      *>  --------------------------------------------------------------
       1810-TOTAL-ORIGEM.
      *>  --------------------------------------------------------------
             MOVE WRK-OR-VALOR(WRK-IDX-OR) TO WRK-VALOR-ED.
             MOVE SPACES TO RELAT-PAGTO-REG.
             STRING WRK-NOME-ORIGEM(WRK-IDX-OR)
                    '   QTDE=' WRK-OR-QT(WRK-IDX-OR)
                    ' VALOR=' WRK-VALOR-ED
                    DELIMITED BY SIZE INTO RELAT-PAGTO-REG.
             WRITE RELAT-PAGTO-REG.
      *>  --------------------------------------------------------------
      *>  1900-GRAVA-CREDITO - SO VAI PARA O BANCO O FAVORECIDO COM
      *>  BANCO, AGENCIA E CONTA PREENCHIDOS; O RESTO FICA EM ABERTO NA
      *>  ORIGEM E SAI NO RELATORIO PARA O CADASTRO SER COMPLETADO.
      *>  --------------------------------------------------------------
       1900-GRAVA-CREDITO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ENVIADO.
             ADD 1 TO WRK-CT-LIDOS.
             ADD WRK-VALOR TO WRK-CT-VALOR-IN.
             IF WRK-MOTIVO-RETEM = SPACES
               IF WRK-FAV-BANCO NOT NUMERIC OR WRK-FAV-BANCO = 0
                  OR WRK-FAV-AGENCIA NOT NUMERIC
                  OR WRK-FAV-AGENCIA = 0
                  OR WRK-FAV-CONTA = SPACES
                 MOVE 'SEM DADOS BANCARIOS' TO WRK-MOTIVO-RETEM
               END-IF
             END-IF.
             IF WRK-MOTIVO-RETEM = SPACES
               IF WRK-FAV-DOC NOT NUMERIC OR WRK-FAV-DOC = 0
                 MOVE 'SEM CPF/CNPJ DO FAVORECIDO' TO WRK-MOTIVO-RETEM
               END-IF
             END-IF.
             IF WRK-MOTIVO-RETEM NOT = SPACES
               ADD 1 TO WRK-QT-RETIDOS
               MOVE WRK-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO RELAT-PAGTO-REG
               STRING WRK-ORIGEM ' ' WRK-CHAVE-PAGTO ' '
                      WRK-FAV-NOME ' ' WRK-VALOR-ED ' '
                      WRK-MOTIVO-RETEM
                      DELIMITED BY SIZE INTO RELAT-PAGTO-REG
               WRITE RELAT-PAGTO-REG
             ELSE
               MOVE WRK-ORIGEM      TO PR-ORIGEM
               MOVE WRK-CHAVE-PAGTO TO PR-CHAVE
               MOVE WRK-FAV-NOME    TO PR-FAVORECIDO
               MOVE WRK-FAV-DOC     TO PR-CPF-CNPJ
               MOVE WRK-FAV-BANCO   TO PR-BANCO
               MOVE WRK-FAV-AGENCIA TO PR-AGENCIA
               MOVE WRK-FAV-CONTA   TO PR-CONTA
               MOVE WRK-DATA-HOJE   TO PR-DT-PAGAMENTO
               MOVE WRK-VALOR       TO PR-VALOR
               WRITE PAG-REMESSA-REG
               ADD 1 TO WRK-QT-ENVIADOS
               ADD WRK-VALOR TO WRK-CT-VALOR-OUT
               ADD 1 TO WRK-OR-QT(WRK-IDX-OR)
               ADD WRK-VALOR TO WRK-OR-VALOR(WRK-IDX-OR)
               MOVE 'S' TO WRK-ENVIADO
             END-IF.
      *>  --------------------------------------------------------------
       1950-FAVORECIDO-CLIENTE.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-FAVORECIDO.
             MOVE SPACES TO WRK-MOTIVO-RETEM.
             IF WRK-CLI-OK = 'N'
               MOVE 'SEM CADASTRO DE CLIENTES' TO WRK-MOTIVO-RETEM
             ELSE
               READ CLIENTE-MASTER
                 INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO-RETEM
                 NOT INVALID KEY
                   MOVE CLI-NOME    TO WRK-FAV-NOME
                   MOVE CLI-CPF     TO WRK-FAV-DOC
                   MOVE CLI-BANCO   TO WRK-FAV-BANCO
                   MOVE CLI-AGENCIA TO WRK-FAV-AGENCIA
                   MOVE CLI-CONTA   TO WRK-FAV-CONTA
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-PROCESSA-RETORNO - CADA ITEM DO RETORNO PRECISA ESTAR
      *>  ENVIADO (E) NA ORIGEM: OCORRENCIA 00 BAIXA COMO PAGO NA DATA
      *>  DE HOJE (O RAZAODIA LANCA O PAGAMENTO DE FORNECEDOR NO PASSO
      *>  NOTURNO); QUALQUER OUTRA MARCA O ITEM COMO DEVOLVIDO (D) E
      *>  MANDA PARA O SUSPENSE. ITEM QUE NAO CASA TAMBEM VAI PARA O
      *>  SUSPENSE.
      *>  --------------------------------------------------------------
       2000-PROCESSA-RETORNO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-BAIXADOS WRK-QT-DEVOLVIDOS
                       WRK-QT-SUSPENSOS.
             OPEN INPUT PAG-RETORNO.
             IF RETORNO-STATUS NOT = 0
               DISPLAY 'SEM ARQUIVO DE RETORNO DO BANCO'
               MOVE 0 TO RETORNO-STATUS
             ELSE
               READ PAG-RETORNO
                 AT END MOVE 10 TO RETORNO-STATUS
               END-READ
               PERFORM 2100-PROCESSA-ITEM
                 UNTIL RETORNO-STATUS = 10
               CLOSE PAG-RETORNO
               MOVE 0 TO RETORNO-STATUS
             END-IF.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'PAGAMENTOS BAIXADOS..: ' WRK-QT-BAIXADOS.
             DISPLAY 'PAGAMENTOS DEVOLVIDOS: ' WRK-QT-DEVOLVIDOS.
             DISPLAY 'ITENS PARA SUSPENSE..: ' WRK-QT-SUSPENSOS.
      *>  --------------------------------------------------------------
       2100-PROCESSA-ITEM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             ADD RT-VALOR TO WRK-CT-VALOR-IN.
             MOVE RT-ORIGEM TO WRK-ORIGEM.
             MOVE RT-CHAVE TO WRK-CHAVE-PAGTO.
             MOVE 'E' TO WRK-SIT-DE.
             IF RT-PAGO
               MOVE 'P' TO WRK-SIT-PARA
             ELSE
               MOVE 'D' TO WRK-SIT-PARA
             END-IF.
             PERFORM 2200-ATUALIZA-ORIGEM.
             EVALUATE TRUE
               WHEN WRK-ACHOU = 'N'
                 MOVE 'PAGTO NAO CASADO' TO WRK-SU-MOTIVO
                 PERFORM 9975-GRAVA-SUSPENSE
               WHEN RT-PAGO
                 ADD 1 TO WRK-QT-BAIXADOS
                 ADD RT-VALOR TO WRK-CT-VALOR-OUT
               WHEN OTHER
                 ADD 1 TO WRK-QT-DEVOLVIDOS
                 MOVE SPACES TO WRK-SU-MOTIVO
                 STRING 'PAGTO DEVOLVIDO OCORR ' RT-OCORRENCIA
                        DELIMITED BY SIZE INTO WRK-SU-MOTIVO
                 PERFORM 9975-GRAVA-SUSPENSE
             END-EVALUATE.
             READ PAG-RETORNO
               AT END MOVE 10 TO RETORNO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2200-ATUALIZA-ORIGEM - PASSA O ITEM DE WRK-ORIGEM E
      *>  WRK-CHAVE-PAGTO DA SITUACAO WRK-SIT-DE PARA WRK-SIT-PARA NO
      *>  ARQUIVO DE ORIGEM. SERVE AO RETORNO (E PARA P OU D) E AO
      *>  REPROCESSO DA CORRECAO (D PARA A).
      *>  --------------------------------------------------------------
       2200-ATUALIZA-ORIGEM.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             EVALUATE WRK-ORIGEM
               WHEN 'F'
                 PERFORM 2300-ATUALIZA-FORNECEDOR
               WHEN 'C'
                 PERFORM 2400-ATUALIZA-COMISSAO
               WHEN 'S'
                 PERFORM 2500-ATUALIZA-SINISTRO
               WHEN 'B'
                 PERFORM 2600-ATUALIZA-BENEFICIO
             END-EVALUATE.
      *>  --------------------------------------------------------------
       2300-ATUALIZA-FORNECEDOR.
      *>  --------------------------------------------------------------
             OPEN I-O CONTAS-PAGAR.
             IF CPAGAR-STATUS NOT = 0
               MOVE 0 TO CPAGAR-STATUS
             ELSE
               MOVE WRK-CF-FORN-COD TO CP-FORN-COD
               MOVE WRK-CF-NF-NUMERO TO CP-NF-NUMERO
               READ CONTAS-PAGAR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CP-SITUACAO = WRK-SIT-DE
                     MOVE WRK-SIT-PARA TO CP-SITUACAO
                     IF CP-PAGO
                       MOVE WRK-DATA-HOJE TO CP-DT-PAGAMENTO
                       MOVE 'PAGLOTE' TO CP-OPERADOR
                     END-IF
                     REWRITE CPAGAR-MASTER-REG
                     MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-READ
               CLOSE CONTAS-PAGAR
               IF WRK-ACHOU = 'S' AND WRK-SIT-PARA = 'P'
                 PERFORM 2310-NOTA-PAGA
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2310-NOTA-PAGA.
      *>  --------------------------------------------------------------
             OPEN I-O NOTAS-FORN.
             IF NOTA-STATUS NOT = 0
               MOVE 0 TO NOTA-STATUS
             ELSE
               MOVE WRK-CF-FORN-COD TO NF-FORN-COD
               MOVE WRK-CF-NF-NUMERO TO NF-NUMERO
               READ NOTAS-FORN
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'P' TO NF-SITUACAO
                   REWRITE NOTAFORN-MASTER-REG
               END-READ
               CLOSE NOTAS-FORN
             END-IF.
      *>  --------------------------------------------------------------
       2400-ATUALIZA-COMISSAO.
      *>  --------------------------------------------------------------
             OPEN I-O COMISSAO-PAGAR.
             IF COMIPAG-STATUS NOT = 0
               MOVE 0 TO COMIPAG-STATUS
             ELSE
               MOVE WRK-CC-COR-COD TO CM-COR-COD
               MOVE WRK-CC-MES TO CM-MES
               READ COMISSAO-PAGAR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CM-SITUACAO = WRK-SIT-DE
                     MOVE WRK-SIT-PARA TO CM-SITUACAO
                     IF CM-PAGO
                       MOVE WRK-DATA-HOJE TO CM-DT-PAGAMENTO
                     END-IF
                     REWRITE COMIPAG-MASTER-REG
                     MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-READ
               CLOSE COMISSAO-PAGAR
             END-IF.
      *>  --------------------------------------------------------------
      *>  2500-ATUALIZA-SINISTRO - REGRAVA A ORDEM DE PAGAMENTO VIA
      *>  ARQUIVO DE TRABALHO; INDENIZACAO PAGA TAMBEM FECHA O SINISTRO
      *>  COMO PAGO (G) NO SINDET.
      *>  --------------------------------------------------------------
       2500-ATUALIZA-SINISTRO.
      *>  --------------------------------------------------------------
             OPEN INPUT ORDEM-PAGTO.
             IF ORDEM-STATUS NOT = 0
               MOVE 0 TO ORDEM-STATUS
             ELSE
               OPEN OUTPUT ORDEM-TRABALHO
               READ ORDEM-PAGTO
                 AT END MOVE 10 TO ORDEM-STATUS
               END-READ
               PERFORM 2510-ATUALIZA-UMA-ORDEM
                 UNTIL ORDEM-STATUS = 10
               CLOSE ORDEM-PAGTO ORDEM-TRABALHO
               MOVE 0 TO ORDEM-STATUS
               PERFORM 8100-DEVOLVE-ORDENS
               IF WRK-ACHOU = 'S' AND WRK-SIT-PARA = 'P'
                 PERFORM 2520-SINISTRO-PAGO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2510-ATUALIZA-UMA-ORDEM.
      *>  --------------------------------------------------------------
             IF OP-SINISTRO = WRK-CS-SINISTRO
                AND OP-SITUACAO = WRK-SIT-DE
                AND WRK-ACHOU = 'N'
               MOVE WRK-SIT-PARA TO OP-SITUACAO
               MOVE 'S' TO WRK-ACHOU
             END-IF.
             MOVE ORDEM-PAGTO-REG TO ORDEM-TRABALHO-REG.
             WRITE ORDEM-TRABALHO-REG.
             READ ORDEM-PAGTO
               AT END MOVE 10 TO ORDEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2520-SINISTRO-PAGO.
      *>  --------------------------------------------------------------
             OPEN I-O SINISTROS-DETALHE.
             IF DETALHE-STATUS NOT = 0
               MOVE 0 TO DETALHE-STATUS
             ELSE
               MOVE WRK-CS-SINISTRO TO SD-NUMERO
               READ SINISTROS-DETALHE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SD-APROVADO
                     MOVE 'G' TO SD-SITUACAO
                     REWRITE SINISTROS-DETALHE-REG
                   END-IF
               END-READ
               CLOSE SINISTROS-DETALHE
             END-IF.
      *>  --------------------------------------------------------------
       2600-ATUALIZA-BENEFICIO.
      *>  --------------------------------------------------------------
             OPEN INPUT FOLHA-PAGAMENTO.
             IF FOLHA-STATUS NOT = 0
               MOVE 0 TO FOLHA-STATUS
             ELSE
               OPEN OUTPUT FOLHA-TRABALHO
               READ FOLHA-PAGAMENTO
                 AT END MOVE 10 TO FOLHA-STATUS
               END-READ
               PERFORM 2610-ATUALIZA-UMA-FOLHA
                 UNTIL FOLHA-STATUS = 10
               CLOSE FOLHA-PAGAMENTO FOLHA-TRABALHO
               MOVE 0 TO FOLHA-STATUS
               PERFORM 8200-DEVOLVE-FOLHA
             END-IF.
      *>  --------------------------------------------------------------
       2610-ATUALIZA-UMA-FOLHA.
      *>  --------------------------------------------------------------
             IF FP-MES = WRK-CB-MES AND FP-CLI-ID = WRK-CB-CLI-ID
                AND FP-TIPO = WRK-CB-TIPO AND FP-SEQ-DESC = WRK-CB-SEQ
                AND FP-SITUACAO = WRK-SIT-DE
                AND WRK-ACHOU = 'N'
               MOVE WRK-SIT-PARA TO FP-SITUACAO
               MOVE 'S' TO WRK-ACHOU
             END-IF.
             MOVE FOLHA-PAGAMENTO-REG TO FOLHA-TRABALHO-REG.
             WRITE FOLHA-TRABALHO-REG.
             READ FOLHA-PAGAMENTO
               AT END MOVE 10 TO FOLHA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-REPROCESSA-CORRECOES - CONSOME DO ARQUIVO COMUM DE
      *>  REPROCESSO (REPROCTR.TXT) AS DEVOLUCOES DESTE PROGRAMA QUE O
      *>  SUSPMANT MARCOU COMO CORRIGIDAS (O CADASTRO DO FAVORECIDO JA
      *>  FOI ACERTADO) E REABRE O ITEM DEVOLVIDO NA ORIGEM, QUE ENTRA
      *>  NESTA MESMA REMESSA. AS CORRECOES DOS DEMAIS PROGRAMAS VOLTAM
      *>  AO ARQUIVO.
      *>  --------------------------------------------------------------
       3000-REPROCESSA-CORRECOES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CORRIG.
             OPEN INPUT SUSP-REPROC.
             IF REPROC-STATUS NOT = 0
               MOVE 0 TO REPROC-STATUS
             ELSE
               OPEN OUTPUT REPROC-TRABALHO
               READ SUSP-REPROC
                 AT END MOVE 10 TO REPROC-STATUS
               END-READ
               PERFORM 3100-TRATA-CORRECAO UNTIL REPROC-STATUS = 10
               CLOSE SUSP-REPROC REPROC-TRABALHO
               MOVE 0 TO REPROC-STATUS
               OPEN INPUT REPROC-TRABALHO
               OPEN OUTPUT SUSP-REPROC
               READ REPROC-TRABALHO
                 AT END MOVE 10 TO REPROCWK-STATUS
               END-READ
               PERFORM 3200-DEVOLVE-OUTROS UNTIL REPROCWK-STATUS = 10
               CLOSE REPROC-TRABALHO SUSP-REPROC
               MOVE 0 TO REPROCWK-STATUS
               IF WRK-QT-CORRIG > 0
                 DISPLAY 'PAGAMENTOS REABERTOS: ' WRK-QT-CORRIG
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       3100-TRATA-CORRECAO.
      *>  --------------------------------------------------------------
             IF RP-PROGRAMA = 'PAGLOTE  '
               MOVE RP-IMAGEM(1:1) TO WRK-ORIGEM
               MOVE RP-IMAGEM(2:20) TO WRK-CHAVE-PAGTO
               MOVE 'D' TO WRK-SIT-DE
               IF WRK-ORIGEM = 'B'
                 MOVE SPACE TO WRK-SIT-PARA
               ELSE
                 MOVE 'A' TO WRK-SIT-PARA
               END-IF
               PERFORM 2200-ATUALIZA-ORIGEM
               IF WRK-ACHOU = 'S'
                 ADD 1 TO WRK-QT-CORRIG
               ELSE
                 DISPLAY 'CORRECAO SEM ITEM DEVOLVIDO: ' WRK-ORIGEM
                         ' ' WRK-CHAVE-PAGTO
               END-IF
             ELSE
               MOVE SUSP-REPROC-REG TO REPROC-TRABALHO-REG
               WRITE REPROC-TRABALHO-REG
             END-IF.
             READ SUSP-REPROC
               AT END MOVE 10 TO REPROC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-DEVOLVE-OUTROS.
      *>  --------------------------------------------------------------
             MOVE REPROC-TRABALHO-REG TO SUSP-REPROC-REG.
             WRITE SUSP-REPROC-REG.
             READ REPROC-TRABALHO
               AT END MOVE 10 TO REPROCWK-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8100-DEVOLVE-ORDENS.
      *>  --------------------------------------------------------------
             OPEN INPUT ORDEM-TRABALHO.
             OPEN OUTPUT ORDEM-PAGTO.
             READ ORDEM-TRABALHO
               AT END MOVE 10 TO ORDEMWK-STATUS
             END-READ.
             PERFORM 8110-COPIA-ORDEM UNTIL ORDEMWK-STATUS = 10.
             CLOSE ORDEM-TRABALHO ORDEM-PAGTO.
             MOVE 0 TO ORDEMWK-STATUS.
      *>  --------------------------------------------------------------
       8110-COPIA-ORDEM.
      *>  --------------------------------------------------------------
             MOVE ORDEM-TRABALHO-REG TO ORDEM-PAGTO-REG.
             WRITE ORDEM-PAGTO-REG.
             READ ORDEM-TRABALHO
               AT END MOVE 10 TO ORDEMWK-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8200-DEVOLVE-FOLHA.
      *>  --------------------------------------------------------------
             OPEN INPUT FOLHA-TRABALHO.
             OPEN OUTPUT FOLHA-PAGAMENTO.
             READ FOLHA-TRABALHO
               AT END MOVE 10 TO FOLHAWK-STATUS
             END-READ.
             PERFORM 8210-COPIA-FOLHA UNTIL FOLHAWK-STATUS = 10.
             CLOSE FOLHA-TRABALHO FOLHA-PAGAMENTO.
             MOVE 0 TO FOLHAWK-STATUS.
      *>  --------------------------------------------------------------
       8210-COPIA-FOLHA.
      *>  --------------------------------------------------------------
             MOVE FOLHA-TRABALHO-REG TO FOLHA-PAGAMENTO-REG.
             WRITE FOLHA-PAGAMENTO-REG.
             READ FOLHA-TRABALHO
               AT END MOVE 10 TO FOLHAWK-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'PAGLOTE  ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-QT-BAIXADOS TO CT-PROCESSADOS.
             MOVE WRK-QT-SUSPENSOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
      *>  --------------------------------------------------------------
       9975-GRAVA-SUSPENSE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-SUSPENSOS.
             OPEN EXTEND SUSPENSE.
             IF SUSPENSE-STATUS = 35
               OPEN OUTPUT SUSPENSE
               CLOSE SUSPENSE
               OPEN EXTEND SUSPENSE
             END-IF.
             MOVE 'PAGLOTE  ' TO SU-PROGRAMA.
             MOVE WRK-DATA-HOJE TO SU-DATA.
             MOVE 'P' TO SU-SITUACAO.
             MOVE WRK-SU-MOTIVO TO SU-MOTIVO.
             MOVE SPACES TO SU-IMAGEM.
             MOVE PAG-RETORNO-REG TO SU-IMAGEM(1:42).
             WRITE SUSPENSE-REG.
             CLOSE SUSPENSE.
      *>  --------------------------------------------------------------
