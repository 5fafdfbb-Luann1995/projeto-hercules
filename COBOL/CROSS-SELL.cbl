      ***   SEM PERFIL DE INVESTIMENTO, FAIXA DE RENDA DO CARTAO
      ***   DEFASADA - E GRAVA A LISTA DE PROSPECTS ORDENADA POR
      ***   PRIORIDADE (PROSPECT.TXT) PARA A MESA DE ASSESSORIA.
      ***   A OFERTA PASSA PELA FILA DE COMUNICACAO (COMUNFIL) COMO
      ***   MARKETING: CLIENTE SEM CONSENTIMENTO FICA FORA DA LISTA.
      ***   OFERTAS PRE-APROVADAS DA NOITE (PREAPROV.TXT) AINDA
      ***   DISPONIVEIS ENTRAM NA LISTA COM PRIORIDADE MAIOR.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             FILE STATUS IS PERFIL-STATUS
             RECORD KEY IS CP-CLI-ID.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT CARTAO-CONTA ASSIGN TO 'C:\COBOL\CARTCONT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTA-STATUS
             RECORD KEY IS CC-NUMERO.
           SELECT PRE-APROVADOS ASSIGN TO 'C:\COBOL\PREAPROV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PREAPROV-STATUS
             RECORD KEY IS PA-CLI-ID.
           SELECT PROSPECTS ASSIGN TO 'C:\COBOL\PROSPECT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROSPECT-STATUS.
            05 CC-SITUACAO     PIC X(01).
            05 CC-MOTIVO-BLOQ  PIC X(15).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD PRE-APROVADOS.
       COPY 'PREAPROV-MASTER.CBL'.
       FD PROSPECTS.
       01 PROSPECTS-REG            PIC X(80).
      *>  --------------------------------------------------------------
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 PROSPECT-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-TEM-CONTRATO PIC X(01) VALUE 'N'.
       77 WRK-TEM-APOLICE  PIC X(01) VALUE 'N'.
       77 WRK-FAIXA-ATUAL  PIC 9(01) VALUE ZEROS.
       77 CONTA-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-CARTAO   PIC X(01) VALUE 'N'.
       77 WRK-TMP-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-TMP-PONTOS   PIC 9(03) VALUE ZEROS.
       77 WRK-TMP-OFERTA   PIC X(30) VALUE SPACES.
       77 WRK-QT-SUPRIMIDOS PIC 9(03) VALUE ZEROS.
       77 PREAPROV-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-PA-CARTAO PIC X(01) VALUE 'N'.
       77 WRK-ED-VALOR     PIC ZZZ.ZZ9.
       01 WRK-COMUNICA.
            05 WRK-CM-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-CM-FINALIDADE   PIC X(01)    VALUE 'M'.
            05 WRK-CM-ORIGEM       PIC X(08)    VALUE 'CROSSELL'.
            05 WRK-CM-TEXTO        PIC X(80)    VALUE SPACES.
            05 WRK-CM-RESULTADO    PIC X(01)    VALUE SPACES.
            05 WRK-CM-NUMERO       PIC 9(08)    VALUE ZEROS.
       01 WRK-TAB-PROSPECTS.
            05 WRK-PROSPECT OCCURS 500 TIMES.
                10 WRK-PRO-CLI-ID  PIC 9(05).
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS NOT = 0
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
               GOBACK
             END-IF.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE 0 TO CLI-ID.
             PERFORM 3000-ORDENA-PROSPECTS.
             PERFORM 4000-GRAVA-PROSPECTS.
             DISPLAY 'PROSPECTS GERADOS: ' WRK-QT-PROSPECTS.
             DISPLAY 'SEM CONSENTIMENTO (FORA DA LISTA): '
                     WRK-QT-SUPRIMIDOS.
           GOBACK.
      *>  --------------------------------------------------------------
       1000-AVALIA-CLIENTE.
      *>  --------------------------------------------------------------
             IF CLI-ATIVO
               IF WRK-QT-PROSPECTS < 496
                 PERFORM 1100-CONFERE-CONTRATO
                 PERFORM 1200-CONFERE-APOLICE
                 PERFORM 2000-DERIVA-OFERTAS
       1100-CONFERE-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-TEM-CONTRATO.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE CLI-ID TO CTR-CLI-ID
               START CONTRATOS KEY IS = CTR-CLI-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-CONTRATO
               END-START
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
      *>  --------------------------------------------------------------
       1200-CONFERE-APOLICE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-TEM-APOLICE.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE CLI-ID TO APL-CLI-ID
               START APOLICES KEY IS = APL-CLI-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-APOLICE
               END-START
               CLOSE APOLICES
             END-IF.
             MOVE 0 TO APOLICES-STATUS.
      *>  --------------------------------------------------------------
      *>  2000-DERIVA-OFERTAS - AS REGRAS DA MESA: QUEM TEM EMPRESTIMO
      *>  E NAO TEM SEGURO E PROSPECT DE SEGURO; QUEM DECLAROU BENS
      *>  ALTOS E PROSPECT DE INVESTIMENTO; QUEM SUBIU DE FAIXA DE
      *>  RENDA DESDE A ULTIMA AVALIACAO DE CARTAO E PROSPECT DE
      *>  UPGRADE DE CARTAO, A MENOS QUE JA TENHA CARTAO PRE-APROVADO.
      *>  --------------------------------------------------------------
       2000-DERIVA-OFERTAS.
      *>  --------------------------------------------------------------
             PERFORM 2300-CONFERE-PRE-APROVADO.
             IF WRK-TEM-CONTRATO = 'S' AND WRK-TEM-APOLICE = 'N'
               MOVE 30 TO WRK-TMP-PONTOS
               MOVE 'SEGURO PARA QUEM TEM CREDITO' TO WRK-TMP-OFERTA
               MOVE 'INVESTIMENTOS (BENS ALTOS)' TO WRK-TMP-OFERTA
               PERFORM 2900-GUARDA-PROSPECT
             END-IF.
             IF WRK-TEM-PA-CARTAO = 'N'
               PERFORM 2100-CONFERE-FAIXA-CARTAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  2100-CONFERE-FAIXA-CARTAO - DERIVA A FAIXA DE RENDA ATUAL DO
      *>  CLIENTE (MESMOS CORTES DO INDICA-CARTAO) E COMPARA COM A
               WHEN OTHER
                 MOVE 5 TO WRK-FAIXA-ATUAL
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  2300-CONFERE-PRE-APROVADO - EMPRESTIMO E CARTAO PRE-APROVADOS
      *>  NA NOITE PELO PREAPROV, AINDA DISPONIVEIS E DENTRO DA
      *>  VALIDADE, VIRAM PROSPECT COM O VALOR/PRODUTO DA OFERTA.
      *>  --------------------------------------------------------------
       2300-CONFERE-PRE-APROVADO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-TEM-PA-CARTAO.
             OPEN INPUT PRE-APROVADOS.
             IF PREAPROV-STATUS = 0
               MOVE CLI-ID TO PA-CLI-ID
               READ PRE-APROVADOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF PA-DT-VALIDADE NOT < WRK-DATA-HOJE
                     PERFORM 2310-OFERTAS-PRE-APROVADAS
                   END-IF
               END-READ
               CLOSE PRE-APROVADOS
             END-IF.
             MOVE 0 TO PREAPROV-STATUS.
      *>  --------------------------------------------------------------
       2310-OFERTAS-PRE-APROVADAS.
      *>  --------------------------------------------------------------
             IF PA-EMP-DISPONIVEL
               MOVE 35 TO WRK-TMP-PONTOS
               MOVE PA-VL-EMPRESTIMO TO WRK-ED-VALOR
               MOVE SPACES TO WRK-TMP-OFERTA
               STRING 'EMPRESTIMO PRE-APROV. ' WRK-ED-VALOR
                      DELIMITED BY SIZE INTO WRK-TMP-OFERTA
               PERFORM 2900-GUARDA-PROSPECT
             END-IF.
             IF PA-CART-DISPONIVEL
               MOVE 'S' TO WRK-TEM-PA-CARTAO
               MOVE 28 TO WRK-TMP-PONTOS
               MOVE SPACES TO WRK-TMP-OFERTA
               STRING 'CARTAO PRE-APROVADO ' PA-CARTAO-NOME
                      DELIMITED BY SIZE INTO WRK-TMP-OFERTA
               PERFORM 2900-GUARDA-PROSPECT
             END-IF.
      *>  --------------------------------------------------------------
       2900-GUARDA-PROSPECT.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
       4100-GRAVA-UM-PROSPECT.
      *>  --------------------------------------------------------------
             MOVE WRK-PRO-CLI-ID(WRK-IDX) TO WRK-CM-CLI-ID.
             MOVE SPACES TO WRK-CM-TEXTO.
             STRING 'OFERTA: ' WRK-PRO-OFERTA(WRK-IDX)
                    DELIMITED BY SIZE INTO WRK-CM-TEXTO.
             CALL 'COMUNFIL' USING WRK-COMUNICA.
             IF WRK-CM-RESULTADO = 'S'
               ADD 1 TO WRK-QT-SUPRIMIDOS
             ELSE
               MOVE SPACES TO PROSPECTS-REG
               STRING 'PRIORIDADE=' WRK-PRO-PONTOS(WRK-IDX)
                      ' CLIENTE=' WRK-PRO-CLI-ID(WRK-IDX)
                      ' OFERTA=' WRK-PRO-OFERTA(WRK-IDX)
                      DELIMITED BY SIZE INTO PROSPECTS-REG
               WRITE PROSPECTS-REG
             END-IF.
      *>  --------------------------------------------------------------
