       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCLI.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = BATCH MENSAL DE SEGMENTACAO DE
      ***   CLIENTES: CLASSIFICA CADA CLIENTE ATIVO DO CADASTRO EM
      ***   VAREJO (V), ALTA RENDA (A) OU PRIVATE (P) PELA RENDA
      ***   DECLARADA, PELO SALDO INVESTIDO (INVPOSIC.TXT), PELO
      ***   RELACIONAMENTO DE CREDITO (CONTRATO ATIVO OU CONTA DE
      ***   CARTAO ATIVA) E PELOS TOTAIS DO GRUPO FAMILIAR
      ***   (GRUPOFAM.TXT), COM OS CORTES DE SEGPARAM.TXT. O SEGMENTO
      ***   E A DATA EM QUE PASSOU A VALER FICAM NO CADASTRO
      ***   (CLI-SEGMENTO E CLI-DT-SEGMENTO), LIDOS PELA POLITICA DE
      ***   CARTAO, PELO SIMULADOR DE EMPRESTIMO E PELO PRECOFX. AS
      ***   MUDANCAS DE SEGMENTO SAEM NO RELATORIO RELSEGM.TXT E OS
      ***   TOTAIS NO CTRLTOT.TXT. CADA MUDANCA GRAVA UMA LINHA
      ***   EVENTO=SEGMENT NA TRILHA DO CADASTRO (CLIAUD.TXT).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT CLIENTE-AUDIT ASSIGN TO 'C:\COBOL\CLIAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIAUD-STATUS.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT CARTAO-CONTA ASSIGN TO 'C:\COBOL\CARTCONT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTA-STATUS
             RECORD KEY IS CC-NUMERO.
           SELECT GRUPO-FAMILIAR ASSIGN TO 'C:\COBOL\GRUPOFAM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPO-STATUS
             RECORD KEY IS GF-CLI-ID.
           SELECT SEGMENTO-PARAMS ASSIGN TO 'C:\COBOL\SEGPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEGPARAM-STATUS.
           SELECT RELAT-SEGMENTO ASSIGN TO 'C:\COBOL\RELSEGM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CLIENTE-AUDIT.
       01 CLIENTE-AUDIT-REG    PIC X(200).
       FD INVEST-POSICAO.
       01 INVEST-POSICAO-REG.
            05 IP-CHAVE.
                10 IP-CLI-ID       PIC 9(05).
                10 IP-SEQ          PIC 9(03).
            05 IP-PRODUTO          PIC 9(01).
            05 IP-VL-APLICADO      PIC 9(07)V99.
            05 IP-DT-INICIO        PIC 9(08).
            05 IP-TX-MENSAL        PIC 9V9999.
            05 IP-SALDO            PIC 9(09)V99.
            05 IP-MESES            PIC 9(03).
            05 IP-SITUACAO         PIC X(01).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD CARTAO-CONTA.
       01 CARTAO-CONTA-REG.
            05 CC-NUMERO       PIC 9(06).
            05 CC-CLI-ID       PIC 9(05).
            05 CC-PRODUTO      PIC 9(02).
            05 CC-NUM-MASCARADO PIC X(19).
            05 CC-DT-EMISSAO   PIC 9(08).
            05 CC-DT-ATIVACAO  PIC 9(08).
            05 CC-SITUACAO     PIC X(01).
                88 CC-ATIVADO      VALUE 'A'.
            05 CC-MOTIVO-BLOQ  PIC X(15).
       FD GRUPO-FAMILIAR.
       01 GRUPO-FAMILIAR-REG.
            05 GF-CLI-ID           PIC 9(05).
            05 GF-GRUPO            PIC 9(05).
            05 GF-ORIGEM           PIC X(01).
            05 GF-DT-VINCULO       PIC 9(08).
       FD SEGMENTO-PARAMS.
       COPY 'SEGMENTO-PARAMS.CBL'.
       FD RELAT-SEGMENTO.
       01 RELAT-SEGMENTO-REG       PIC X(120).
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
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CLIAUD-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-AUD     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AUD     PIC 9(08) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTA-STATUS     PIC 9(02) VALUE ZEROS.
       77 GRUPO-STATUS     PIC 9(02) VALUE ZEROS.
       77 SEGPARAM-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-POSICAO-OK   PIC X(01) VALUE 'N'.
       77 WRK-CONTRATO-OK  PIC X(01) VALUE 'N'.
       77 WRK-GRUPO-OK     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-CLIENTES  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-2        PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CARTOES   PIC 9(04) VALUE ZEROS.
       77 WRK-CART-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-IDX-CART     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-SEG      PIC 9(01) VALUE ZEROS.
       77 WRK-TEM-RELAC    PIC X(01) VALUE 'N'.
       77 WRK-SALDO-INVEST PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SEG-NOVO     PIC X(01) VALUE SPACES.
       77 WRK-SEG-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(24) VALUE SPACES.
       77 WRK-QT-MUDANCAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VAREJO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALTA      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PRIVATE   PIC 9(05) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-ED-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
      *>  --------------------------------------------------------------
      *>  CORTES E CONDICOES POR SEGMENTO (1 VAREJO, 2 ALTA RENDA,
      *>  3 PRIVATE), CARREGADOS DE SEGPARAM.TXT.
      *>  --------------------------------------------------------------
       01 WRK-TAB-SEGMENTOS.
            05 WRK-SG-ITEM OCCURS 3 TIMES.
                10 WRK-SG-CODIGO       PIC X(01).
                10 WRK-SG-NOME         PIC X(12).
                10 WRK-SG-RENDA-MIN    PIC 9(07)V99.
                10 WRK-SG-EXIGE-RELAC  PIC X(01).
                10 WRK-SG-INVEST-MIN   PIC 9(09)V99.
                10 WRK-SG-INVEST-GRUPO PIC 9(09)V99.
                10 WRK-SG-RENDA-GRUPO  PIC 9(07)V99.
      *>  --------------------------------------------------------------
      *>  CLIENTES ATIVOS DO MES, COM O QUE PESA NA CLASSIFICACAO, E OS
      *>  TOTAIS DO GRUPO FAMILIAR (SO MEMBROS ATIVOS).
      *>  --------------------------------------------------------------
       01 WRK-TAB-CLIENTES.
            05 WRK-CL-ITEM OCCURS 2000 TIMES.
                10 WRK-CL-ID           PIC 9(05).
                10 WRK-CL-RENDA        PIC 9(07)V99.
                10 WRK-CL-INVEST       PIC 9(11)V99.
                10 WRK-CL-GRUPO        PIC 9(05).
                10 WRK-CL-RELAC        PIC X(01).
                10 WRK-CL-RENDA-GRUPO  PIC 9(09)V99.
                10 WRK-CL-INVEST-GRUPO PIC 9(11)V99.
       01 WRK-TAB-CARTOES.
            05 WRK-CART-CLI-ID OCCURS 2000 TIMES PIC 9(05).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN I-O CLIENTE-MASTER.
             IF CLIENTE-STATUS NOT = 0
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
               GOBACK
             END-IF.
             PERFORM 0100-CARREGA-SEGMENTOS.
             PERFORM 0200-CARREGA-CARTOES.
             PERFORM 0300-ABRE-RELACIONAMENTO.
             PERFORM 1000-CARREGA-CLIENTES.
             PERFORM 2000-TOTAIS-GRUPO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-CLIENTES.
             OPEN OUTPUT RELAT-SEGMENTO.
             MOVE SPACES TO RELAT-SEGMENTO-REG.
             STRING 'SEGMENTACAO DE CLIENTES - MUDANCAS DE SEGMENTO EM '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-SEGMENTO-REG.
             WRITE RELAT-SEGMENTO-REG.
             IF WRK-TAB-CHEIA = 'S'
               MOVE '*** TABELA CHEIA (2000) - CLIENTES RESTANTES NAO'
                 TO RELAT-SEGMENTO-REG
               WRITE RELAT-SEGMENTO-REG
               DISPLAY '*** TABELA DE CLIENTES CHEIA (2000) - CLIENTES'
                       ' RESTANTES NAO SEGMENTADOS ***'
             END-IF.
             PERFORM 3000-SEGMENTA-CLIENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-CLIENTES.
             PERFORM 4000-TOTAIS-RELATORIO.
             CLOSE RELAT-SEGMENTO CLIENTE-MASTER.
             IF WRK-POSICAO-OK = 'S'
               CLOSE INVEST-POSICAO
             END-IF.
             IF WRK-CONTRATO-OK = 'S'
               CLOSE CONTRATOS
             END-IF.
             IF WRK-GRUPO-OK = 'S'
               CLOSE GRUPO-FAMILIAR
             END-IF.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CLIENTES SEGMENTADOS: ' WRK-QT-CLIENTES.
             DISPLAY 'MUDANCAS DE SEGMENTO: ' WRK-QT-MUDANCAS.
             DISPLAY 'RELATORIO GRAVADO EM RELSEGM.TXT'.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0100-CARREGA-SEGMENTOS - LE SEGPARAM.TXT; NA PRIMEIRA
      *>  EXECUCAO O ARQUIVO E CRIADO COM OS CORTES E CONDICOES PADRAO
      *>  DA CASA, PARA O COMERCIAL AJUSTAR.
      *>  --------------------------------------------------------------
       0100-CARREGA-SEGMENTOS.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-SEGMENTOS.
             MOVE 'V' TO WRK-SG-CODIGO(1).
             MOVE 'A' TO WRK-SG-CODIGO(2).
             MOVE 'P' TO WRK-SG-CODIGO(3).
             OPEN INPUT SEGMENTO-PARAMS.
             IF SEGPARAM-STATUS = 35
               PERFORM 0150-CRIA-SEGMENTOS-PADRAO
               OPEN INPUT SEGMENTO-PARAMS
             END-IF.
             IF SEGPARAM-STATUS = 0
               READ SEGMENTO-PARAMS
                 AT END MOVE 10 TO SEGPARAM-STATUS
               END-READ
               PERFORM 0110-GUARDA-SEGMENTO
                 UNTIL SEGPARAM-STATUS = 10
               CLOSE SEGMENTO-PARAMS
             END-IF.
             MOVE 0 TO SEGPARAM-STATUS.
      *>  --------------------------------------------------------------
       0110-GUARDA-SEGMENTO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN SGP-VAREJO     MOVE 1 TO WRK-IDX-SEG
               WHEN SGP-ALTA-RENDA MOVE 2 TO WRK-IDX-SEG
               WHEN SGP-PRIVATE    MOVE 3 TO WRK-IDX-SEG
               WHEN OTHER          MOVE 0 TO WRK-IDX-SEG
             END-EVALUATE.
             IF WRK-IDX-SEG > 0
               MOVE SGP-NOME        TO WRK-SG-NOME(WRK-IDX-SEG)
               MOVE SGP-RENDA-MIN   TO WRK-SG-RENDA-MIN(WRK-IDX-SEG)
               MOVE SGP-EXIGE-RELAC TO WRK-SG-EXIGE-RELAC(WRK-IDX-SEG)
               MOVE SGP-INVEST-MIN  TO WRK-SG-INVEST-MIN(WRK-IDX-SEG)
               MOVE SGP-INVEST-GRUPO
                 TO WRK-SG-INVEST-GRUPO(WRK-IDX-SEG)
               MOVE SGP-RENDA-GRUPO TO WRK-SG-RENDA-GRUPO(WRK-IDX-SEG)
             END-IF.
             READ SEGMENTO-PARAMS
               AT END MOVE 10 TO SEGPARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0150-CRIA-SEGMENTOS-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT SEGMENTO-PARAMS.
             INITIALIZE SEGMENTO-PARAMS-REG.
             MOVE WRK-DATA-HOJE TO SGP-DT-ATUALIZACAO.
             MOVE 'V' TO SGP-SEGMENTO.
             MOVE 'VAREJO' TO SGP-NOME.
             MOVE 'N' TO SGP-EXIGE-RELAC.
             WRITE SEGMENTO-PARAMS-REG.
             MOVE 'A' TO SGP-SEGMENTO.
             MOVE 'ALTA RENDA' TO SGP-NOME.
             MOVE 20000,00 TO SGP-RENDA-MIN.
             MOVE 'N' TO SGP-EXIGE-RELAC.
             MOVE 300000,00 TO SGP-INVEST-MIN.
             MOVE 600000,00 TO SGP-INVEST-GRUPO.
             MOVE 40000,00 TO SGP-RENDA-GRUPO.
             MOVE 10 TO SGP-CARTAO-PONTOS.
             MOVE 50 TO SGP-CARTAO-DESC.
             MOVE 5,00 TO SGP-EMP-DESC-TAXA.
             WRITE SEGMENTO-PARAMS-REG.
             MOVE 'P' TO SGP-SEGMENTO.
             MOVE 'PRIVATE' TO SGP-NOME.
             MOVE 100000,00 TO SGP-RENDA-MIN.
             MOVE 'S' TO SGP-EXIGE-RELAC.
             MOVE 1000000,00 TO SGP-INVEST-MIN.
             MOVE 3000000,00 TO SGP-INVEST-GRUPO.
             MOVE 0 TO SGP-RENDA-GRUPO.
             MOVE 20 TO SGP-CARTAO-PONTOS.
             MOVE 100 TO SGP-CARTAO-DESC.
             MOVE 10,00 TO SGP-EMP-DESC-TAXA.
             WRITE SEGMENTO-PARAMS-REG.
             CLOSE SEGMENTO-PARAMS.
      *>  --------------------------------------------------------------
      *>  0200-CARREGA-CARTOES - CLIENTES COM CONTA DE CARTAO ATIVA
      *>  (CARTCONT.TXT), LIDOS UMA VEZ SO NO INICIO DO LOTE.
      *>  --------------------------------------------------------------
       0200-CARREGA-CARTOES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CARTOES.
             OPEN INPUT CARTAO-CONTA.
             IF CONTA-STATUS NOT = 0
               MOVE 0 TO CONTA-STATUS
             ELSE
               MOVE 0 TO CC-NUMERO
               START CARTAO-CONTA KEY IS NOT LESS THAN CC-NUMERO
                 INVALID KEY MOVE 10 TO CONTA-STATUS
               END-START
               IF CONTA-STATUS NOT = 10
                 READ CARTAO-CONTA NEXT
                   AT END MOVE 10 TO CONTA-STATUS
                 END-READ
               END-IF
               PERFORM 0210-GUARDA-CARTAO UNTIL CONTA-STATUS = 10
               CLOSE CARTAO-CONTA
               MOVE 0 TO CONTA-STATUS
             END-IF.
             IF WRK-CART-CHEIA = 'S'
               DISPLAY '*** TABELA DE CARTOES CHEIA (2000) - CARTOES'
                       ' RESTANTES NAO CONTAM COMO RELACIONAMENTO ***'
             END-IF.
      *>  --------------------------------------------------------------
       0210-GUARDA-CARTAO.
      *>  --------------------------------------------------------------
             IF CC-ATIVADO
               IF WRK-QT-CARTOES < 2000
                 ADD 1 TO WRK-QT-CARTOES
                 MOVE CC-CLI-ID TO WRK-CART-CLI-ID(WRK-QT-CARTOES)
               ELSE
                 MOVE 'S' TO WRK-CART-CHEIA
               END-IF
             END-IF.
             READ CARTAO-CONTA NEXT
               AT END MOVE 10 TO CONTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0300-ABRE-RELACIONAMENTO - POSICOES, CONTRATOS E GRUPOS SAO
      *>  OPCIONAIS: ARQUIVO AUSENTE SO NAO SOMA NADA AO CLIENTE.
      *>  --------------------------------------------------------------
       0300-ABRE-RELACIONAMENTO.
      *>  --------------------------------------------------------------
             OPEN INPUT INVEST-POSICAO.
             IF POSICAO-STATUS = 0
               MOVE 'S' TO WRK-POSICAO-OK
             END-IF.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 'S' TO WRK-CONTRATO-OK
             END-IF.
             OPEN INPUT GRUPO-FAMILIAR.
             IF GRUPO-STATUS = 0
               MOVE 'S' TO WRK-GRUPO-OK
             END-IF.
             MOVE 0 TO POSICAO-STATUS CONTRATOS-STATUS GRUPO-STATUS.
      *>  --------------------------------------------------------------
       1000-CARREGA-CLIENTES.
      *>  --------------------------------------------------------------
             MOVE 0 TO CLI-ID.
             START CLIENTE-MASTER KEY IS NOT LESS THAN CLI-ID
               INVALID KEY
                 MOVE 10 TO CLIENTE-STATUS
             END-START.
             IF CLIENTE-STATUS NOT = 10
               READ CLIENTE-MASTER NEXT
                 AT END MOVE 10 TO CLIENTE-STATUS
               END-READ
             END-IF.
             PERFORM 1100-GUARDA-CLIENTE UNTIL CLIENTE-STATUS = 10.
             MOVE 0 TO CLIENTE-STATUS.
      *>  --------------------------------------------------------------
       1100-GUARDA-CLIENTE.
      *>  --------------------------------------------------------------
             IF CLI-ATIVO
               ADD 1 TO WRK-CT-LIDOS
               IF WRK-QT-CLIENTES < 2000
                 ADD 1 TO WRK-QT-CLIENTES
                 MOVE WRK-QT-CLIENTES TO WRK-IDX
                 MOVE CLI-ID    TO WRK-CL-ID(WRK-IDX)
                 MOVE CLI-RENDA TO WRK-CL-RENDA(WRK-IDX)
                 PERFORM 1200-SOMA-INVESTIMENTOS
                 MOVE WRK-SALDO-INVEST TO WRK-CL-INVEST(WRK-IDX)
                 PERFORM 1300-CONFERE-RELACIONAMENTO
                 MOVE WRK-TEM-RELAC TO WRK-CL-RELAC(WRK-IDX)
                 MOVE 0 TO WRK-CL-GRUPO(WRK-IDX)
                 IF WRK-GRUPO-OK = 'S'
                   MOVE CLI-ID TO GF-CLI-ID
                   READ GRUPO-FAMILIAR
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE GF-GRUPO TO WRK-CL-GRUPO(WRK-IDX)
                   END-READ
                 END-IF
               ELSE
                 MOVE 'S' TO WRK-TAB-CHEIA
                 ADD 1 TO WRK-CT-REJEITADOS
               END-IF
             END-IF.
             READ CLIENTE-MASTER NEXT
               AT END MOVE 10 TO CLIENTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1200-SOMA-INVESTIMENTOS - SALDO DAS POSICOES ATIVAS DO
      *>  CLIENTE (CHAVE CLIENTE + SEQUENCIA).
      *>  --------------------------------------------------------------
       1200-SOMA-INVESTIMENTOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-SALDO-INVEST.
             IF WRK-POSICAO-OK = 'S'
               MOVE CLI-ID TO IP-CLI-ID
               MOVE 0 TO IP-SEQ
               START INVEST-POSICAO KEY IS NOT LESS THAN IP-CHAVE
                 INVALID KEY
                   MOVE 10 TO POSICAO-STATUS
               END-START
               IF POSICAO-STATUS NOT = 10
                 READ INVEST-POSICAO NEXT
                   AT END MOVE 10 TO POSICAO-STATUS
                 END-READ
               END-IF
               PERFORM 1210-SOMA-POSICAO
                 UNTIL POSICAO-STATUS = 10 OR IP-CLI-ID NOT = CLI-ID
               MOVE 0 TO POSICAO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1210-SOMA-POSICAO.
      *>  --------------------------------------------------------------
             IF IP-SITUACAO = 'A'
               ADD IP-SALDO TO WRK-SALDO-INVEST
             END-IF.
             READ INVEST-POSICAO NEXT
               AT END MOVE 10 TO POSICAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1300-CONFERE-RELACIONAMENTO - CONTRATO DE EMPRESTIMO ATIVO
      *>  OU CONTA DE CARTAO ATIVA.
      *>  --------------------------------------------------------------
       1300-CONFERE-RELACIONAMENTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-TEM-RELAC.
             PERFORM 1310-CONFERE-CARTAO
               VARYING WRK-IDX-CART FROM 1 BY 1
               UNTIL WRK-IDX-CART > WRK-QT-CARTOES
                  OR WRK-TEM-RELAC = 'S'.
             IF WRK-TEM-RELAC = 'N' AND WRK-CONTRATO-OK = 'S'
               MOVE CLI-ID TO CTR-CLI-ID
               START CONTRATOS KEY IS = CTR-CLI-ID
                 INVALID KEY
                   MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 READ CONTRATOS NEXT
                   AT END MOVE 10 TO CONTRATOS-STATUS
                 END-READ
               END-IF
               PERFORM 1320-CONFERE-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
                    OR CTR-CLI-ID NOT = CLI-ID
                    OR WRK-TEM-RELAC = 'S'
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1310-CONFERE-CARTAO.
      *>  --------------------------------------------------------------
             IF WRK-CART-CLI-ID(WRK-IDX-CART) = CLI-ID
               MOVE 'S' TO WRK-TEM-RELAC
             END-IF.
      *>  --------------------------------------------------------------
       1320-CONFERE-CONTRATO.
      *>  --------------------------------------------------------------
             IF CTR-ATIVO
               MOVE 'S' TO WRK-TEM-RELAC
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-TOTAIS-GRUPO - RENDA E INVESTIMENTOS SOMADOS DOS MEMBROS
      *>  ATIVOS DO GRUPO; CLIENTE SEM GRUPO FICA COM OS PROPRIOS.
      *>  --------------------------------------------------------------
       2000-TOTAIS-GRUPO.
      *>  --------------------------------------------------------------
             IF WRK-CL-GRUPO(WRK-IDX) = 0
               MOVE WRK-CL-RENDA(WRK-IDX)
                 TO WRK-CL-RENDA-GRUPO(WRK-IDX)
               MOVE WRK-CL-INVEST(WRK-IDX)
                 TO WRK-CL-INVEST-GRUPO(WRK-IDX)
             ELSE
               MOVE 0 TO WRK-CL-RENDA-GRUPO(WRK-IDX)
                         WRK-CL-INVEST-GRUPO(WRK-IDX)
               PERFORM 2100-SOMA-MEMBRO
                 VARYING WRK-IDX-2 FROM 1 BY 1
                 UNTIL WRK-IDX-2 > WRK-QT-CLIENTES
             END-IF.
      *>  --------------------------------------------------------------
       2100-SOMA-MEMBRO.
      *>  --------------------------------------------------------------
             IF WRK-CL-GRUPO(WRK-IDX-2) = WRK-CL-GRUPO(WRK-IDX)
               ADD WRK-CL-RENDA(WRK-IDX-2)
                 TO WRK-CL-RENDA-GRUPO(WRK-IDX)
               ADD WRK-CL-INVEST(WRK-IDX-2)
                 TO WRK-CL-INVEST-GRUPO(WRK-IDX)
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-SEGMENTA-CLIENTE - PRIVATE ANTES DE ALTA RENDA; QUEM NAO
      *>  ATINGE NENHUM CORTE E VAREJO. SO A MUDANCA REGRAVA O CLIENTE,
      *>  PARA A DATA DO SEGMENTO SER A DATA EM QUE ELE PASSOU A VALER.
      *>  --------------------------------------------------------------
       3000-SEGMENTA-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE 'V' TO WRK-SEG-NOVO.
             MOVE 'ABAIXO DOS CORTES' TO WRK-MOTIVO.
             MOVE 3 TO WRK-IDX-SEG.
             PERFORM 3100-CONFERE-CORTES.
             IF WRK-SEG-NOVO = 'V'
               MOVE 2 TO WRK-IDX-SEG
               PERFORM 3100-CONFERE-CORTES
             END-IF.
             EVALUATE WRK-SEG-NOVO
               WHEN 'P' ADD 1 TO WRK-QT-PRIVATE
               WHEN 'A' ADD 1 TO WRK-QT-ALTA
               WHEN OTHER ADD 1 TO WRK-QT-VAREJO
             END-EVALUATE.
             MOVE WRK-CL-ID(WRK-IDX) TO CLI-ID.
             READ CLIENTE-MASTER
               INVALID KEY
                 ADD 1 TO WRK-CT-REJEITADOS
               NOT INVALID KEY
                 IF CLI-SEGMENTO NOT = WRK-SEG-NOVO
                   MOVE CLI-SEGMENTO TO WRK-SEG-ANTERIOR
                   MOVE WRK-SEG-NOVO TO CLI-SEGMENTO
                   MOVE WRK-DATA-HOJE TO CLI-DT-SEGMENTO
                   REWRITE CLIENTE-MASTER-REG
                   PERFORM 9775-GRAVA-AUD-CLIENTE
                   PERFORM 3200-LINHA-MUDANCA
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       3100-CONFERE-CORTES.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN WRK-SG-INVEST-MIN(WRK-IDX-SEG) > 0
                AND WRK-CL-INVEST(WRK-IDX)
                    >= WRK-SG-INVEST-MIN(WRK-IDX-SEG)
                 MOVE 'SALDO INVESTIDO' TO WRK-MOTIVO
                 MOVE WRK-SG-CODIGO(WRK-IDX-SEG) TO WRK-SEG-NOVO
               WHEN WRK-SG-INVEST-GRUPO(WRK-IDX-SEG) > 0
                AND WRK-CL-GRUPO(WRK-IDX) > 0
                AND WRK-CL-INVEST-GRUPO(WRK-IDX)
                    >= WRK-SG-INVEST-GRUPO(WRK-IDX-SEG)
                 MOVE 'INVESTIDO DO GRUPO' TO WRK-MOTIVO
                 MOVE WRK-SG-CODIGO(WRK-IDX-SEG) TO WRK-SEG-NOVO
               WHEN WRK-SG-RENDA-GRUPO(WRK-IDX-SEG) > 0
                AND WRK-CL-GRUPO(WRK-IDX) > 0
                AND WRK-CL-RENDA-GRUPO(WRK-IDX)
                    >= WRK-SG-RENDA-GRUPO(WRK-IDX-SEG)
                 MOVE 'RENDA DO GRUPO' TO WRK-MOTIVO
                 MOVE WRK-SG-CODIGO(WRK-IDX-SEG) TO WRK-SEG-NOVO
               WHEN WRK-SG-RENDA-MIN(WRK-IDX-SEG) > 0
                AND WRK-CL-RENDA(WRK-IDX)
                    >= WRK-SG-RENDA-MIN(WRK-IDX-SEG)
                AND (WRK-SG-EXIGE-RELAC(WRK-IDX-SEG) NOT = 'S'
                     OR WRK-CL-RELAC(WRK-IDX) = 'S')
                 MOVE 'RENDA DECLARADA' TO WRK-MOTIVO
                 MOVE WRK-SG-CODIGO(WRK-IDX-SEG) TO WRK-SEG-NOVO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
       3200-LINHA-MUDANCA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-MUDANCAS.
             MOVE WRK-CL-INVEST(WRK-IDX) TO WRK-ED-VALOR.
             MOVE SPACES TO RELAT-SEGMENTO-REG.
             STRING 'CLIENTE=' CLI-ID ' ' CLI-NOME
                    ' DE=' WRK-SEG-ANTERIOR
                    ' PARA=' WRK-SEG-NOVO
                    ' MOTIVO=' WRK-MOTIVO
                    ' INVESTIDO=' WRK-ED-VALOR
                    DELIMITED BY SIZE INTO RELAT-SEGMENTO-REG.
             WRITE RELAT-SEGMENTO-REG.
      *>  --------------------------------------------------------------
       4000-TOTAIS-RELATORIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-SEGMENTO-REG.
             STRING 'CLIENTES POR SEGMENTO: VAREJO=' WRK-QT-VAREJO
                    ' ALTA RENDA=' WRK-QT-ALTA
                    ' PRIVATE=' WRK-QT-PRIVATE
                    ' MUDANCAS NO MES=' WRK-QT-MUDANCAS
                    DELIMITED BY SIZE INTO RELAT-SEGMENTO-REG.
             WRITE RELAT-SEGMENTO-REG.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'SEGCLI   ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             COMPUTE CT-PROCESSADOS =
                     WRK-CT-LIDOS - WRK-CT-REJEITADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE 0 TO CT-VALOR-IN CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
      *>  --------------------------------------------------------------
      *>  9775-GRAVA-AUD-CLIENTE - REGISTRA EM CLIAUD.TXT A MUDANCA DE
      *>  SEGMENTO COM O SEGMENTO ANTERIOR, O NOVO E A DATA EM QUE
      *>  PASSOU A VALER, PARA A RECUPERACAO DO BKPMAST REAPLICAR A
      *>  MUDANCA.
      *>  --------------------------------------------------------------
       9775-GRAVA-AUD-CLIENTE.
      *>  --------------------------------------------------------------
             OPEN EXTEND CLIENTE-AUDIT.
             IF CLIAUD-STATUS = 35
               OPEN OUTPUT CLIENTE-AUDIT
               CLOSE CLIENTE-AUDIT
               OPEN EXTEND CLIENTE-AUDIT
             END-IF.
             CALL 'DATAPROC' USING WRK-DATA-AUD.
             ACCEPT WRK-HORA-AUD FROM TIME.
             MOVE SPACES TO CLIENTE-AUDIT-REG.
             STRING WRK-DATA-AUD ' ' WRK-HORA-AUD
                    ' PROGRAMA=SEGCLI'
                    ' OPERADOR=' 'SEGCLI  '
                    ' EVENTO=SEGMENT'
                    ' CLIENTE=' CLI-ID
                    ' VALOR-ANT=' WRK-SEG-ANTERIOR
                    ' VALOR-NOVO=' CLI-SEGMENTO
                    ' DATA-VALOR=' CLI-DT-SEGMENTO
                    DELIMITED BY SIZE INTO CLIENTE-AUDIT-REG.
             WRITE CLIENTE-AUDIT-REG.
             CLOSE CLIENTE-AUDIT.
