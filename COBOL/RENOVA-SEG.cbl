      ***   O PREMIO COM A MESMA REGRA DE PONTOS DO PREMIO-SEG E
      ***   EMITE OS AVISOS DE RENOVACAO (RENOVSD.TXT), GRAVANDO
      ***   A APOLICE RENOVADA COM NUMERO NOVO. AS APOLICES
      ***   RESIDENCIAIS (RAMO R) RENOVAM JUNTO, COM REGRA
      ***   PROPRIA: O BONUS-MALUS E SO DO AUTOMOVEL, ENTAO O
      ***   PREMIO RESIDENCIAL PARTE DO PREMIO VIGENTE COM 5% DE
      ***   DESCONTO NO ANO SEM SINISTRO E 10% DE AGRAVO COM
      ***   SINISTRO. A APOLICE DE FROTA (APL-FROTA S) RENOVA PELOS
      ***   VEICULOS ATIVOS (VEICULOS.TXT) COM O FATOR DE FROTA
      ***   RECALCULADO, E OS VEICULOS PASSAM PARA A APOLICE NOVA.
      ***   O AVISO TAMBEM ENTRA NA FILA DE COMUNICACAO (COMUNFIL).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT SINISTROS-MASTER ASSIGN TO 'C:\COBOL\SINISTROS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             ACCESS MODE IS RANDOM
             FILE STATUS IS CANC-STATUS
             RECORD KEY IS CA-APOLICE.
           SELECT VEICULOS ASSIGN TO 'C:\COBOL\VEICULOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VEICULOS-STATUS
             RECORD KEY IS VE-CHAVE.
           SELECT APOLICE-SUSP ASSIGN TO 'C:\COBOL\APOLSUSP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD SINISTROS-MASTER.
       COPY 'SINISTROS-MASTER.CBL'.
       FD BONUS-MALUS.
            05 CA-VALOR-DEVOLVER   PIC 9(07)V99.
            05 CA-DEBITO-RESIDUAL  PIC 9(07)V99.
            05 CA-SITUACAO         PIC X(01).
       FD VEICULOS.
       COPY 'VEICULO-MASTER.CBL'.
       FD APOLICE-SUSP.
       01 APOLICE-SUSP-REG.
            05 SS-APOLICE        PIC 9(08).
       77 WRK-ANO-APOLICE  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-CLI-DUP      PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-DUP      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SCAN     PIC 9(03) VALUE ZEROS.
       77 CONT-PARAM       PIC 9(1)  VALUE 5.
       77 WRK-SUSP-OK      PIC X(01) VALUE 'N'.
       77 WRK-RAMO         PIC X(01) VALUE 'V'.
       77 WRK-PREMIO-ANT   PIC 9(5)V99 VALUE ZEROS.
       77 WRK-FATOR-RESID  PIC 9(1)V99 VALUE ZEROS.
       77 VEICULOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-FRT-QTD      PIC 9(03) VALUE ZEROS.
       77 WRK-FRT-PCT-SIN  PIC 9(05) VALUE ZEROS.
       77 WRK-FRT-TOTAL-BASE PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRT-PREMIO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FATOR-QTD-FROTA PIC 9(1)V99 VALUE ZEROS.
       77 WRK-FATOR-SIN-FROTA PIC 9(1)V99 VALUE ZEROS.
       77 WRK-FATOR-FROTA  PIC 9(1)V99 VALUE ZEROS.
       01 WRK-COMUNICA.
            05 WRK-CM-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-CM-FINALIDADE   PIC X(01)    VALUE 'S'.
            05 WRK-CM-ORIGEM       PIC X(08)    VALUE 'SEGRENOV'.
            05 WRK-CM-TEXTO        PIC X(80)    VALUE SPACES.
            05 WRK-CM-RESULTADO    PIC X(01)    VALUE SPACES.
            05 WRK-CM-NUMERO       PIC 9(08)    VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  TABELA DAS APOLICES QUE FAZEM ANIVERSARIO NO MES. A LEITURA E
      *>  SEPARADA DA GRAVACAO PARA A APOLICE RENOVADA, GRAVADA COM
      *>  NUMERO NOVO EM APOLICES.TXT, NAO SER RENOVADA DE NOVO NA
      *>  MESMA PASSADA.
      *>  --------------------------------------------------------------
       01 WRK-TAB-RENOVACAO.
            05 WRK-RENOVA OCCURS 200 TIMES.
                10 WRK-REN-PONTOS    PIC 9(02).
                10 WRK-REN-RAMO      PIC X(01).
                10 WRK-REN-PREMIO    PIC 9(5)V99.
                10 WRK-REN-APOLICE   PIC 9(08).
      *>  --------------------------------------------------------------
      *>  VEICULOS ATIVOS DA FROTA EM RENOVACAO (REGISTRO INTEIRO DO
      *>  VEICULO-MASTER.CBL, REGRAVADO COM A APOLICE NOVA).
      *>  --------------------------------------------------------------
       01 WRK-TAB-FROTA.
            05 WRK-FRT-ITEM OCCURS 100 TIMES PIC X(105).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
                       ' CICLO PARCIAL ***'
             END-IF.
             CLOSE RENOVACAO-SAIDA SINISTROS-MASTER BONUS-MALUS
                   APOLICE-CTRL APOLICES VEICULOS.
             DISPLAY 'APOLICES RENOVADAS: ' WRK-QT-RENOVADAS.
           STOP RUN.
      *>  --------------------------------------------------------------
      *>  1000-SELECIONA-ANIVERSARIOS - LE APOLICES.TXT E GUARDA NA
      *>  TABELA AS APOLICES DE AUTOMOVEL (RAMO V) E RESIDENCIAIS
      *>  (RAMO R) CUJO MES
      *>  DE EMISSAO E O MES CORRENTE E CUJO ANO JA PASSOU (APOLICE
      *>  EMITIDA NESTE MES/ANO NAO RENOVA NO PROPRIO MES DE VIDA).
      *>  CADA CLIENTE ENTRA UMA SO VEZ: COMO AS RENOVACOES DE ANOS
      *>  ANTERIORES TAMBEM FICAM NO ARQUIVO, A LINHA MAIS RECENTE DO
      *>  CLIENTE SUBSTITUI A ANTERIOR NA TABELA, SENAO O MESMO CLIENTE
      *>  SERIA RENOVADO UMA VEZ POR APOLICE ACUMULADA. A APOLICE
      *>  PRESTAMISTA (RAMO P) E DE PREMIO UNICO E NAO RENOVA. A
      *>  FROTA ENTRA NA TABELA COMO RAMO F, SEPARADA DO AUTO
      *>  INDIVIDUAL DO MESMO CLIENTE.
      *>  --------------------------------------------------------------
       1000-SELECIONA-ANIVERSARIOS.
      *>  --------------------------------------------------------------
             IF APOLICES-STATUS NOT = 0
               DISPLAY 'SEM APOLICES PARA RENOVAR'
             ELSE
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 1100-AVALIA-APOLICE UNTIL APOLICES-STATUS = 10
      *>  --------------------------------------------------------------
       1100-AVALIA-APOLICE.
      *>  --------------------------------------------------------------
             MOVE APL-RAMO TO WRK-RAMO.
             IF APL-E-FROTA
               MOVE 'F' TO WRK-RAMO
             END-IF.
             IF APL-AUTO OR APL-RESIDENCIAL
               PERFORM 1120-CONFERE-CANCELADA
               DIVIDE APL-DT-EMISSAO BY 10000
                 GIVING WRK-ANO-APOLICE REMAINDER WRK-MESDIA-AUX
               DIVIDE WRK-MESDIA-AUX BY 100
                 GIVING WRK-MES-APOLICE REMAINDER WRK-DIA-AUX
               IF WRK-APOL-CANCELADA = 'N'
                  AND WRK-MES-APOLICE = WRK-MES-HOJE
                  AND WRK-ANO-APOLICE < WRK-ANO-AUX
                 MOVE APL-CLI-ID TO WRK-CLI-DUP
                 MOVE 0 TO WRK-IDX-DUP
                 PERFORM 1150-PROCURA-CANDIDATO
                   VARYING WRK-IDX-SCAN FROM 1 BY 1
                   UNTIL WRK-IDX-SCAN > WRK-QT-CANDS
                 IF WRK-IDX-DUP = 0
                   IF WRK-QT-CANDS < 200
                     ADD 1 TO WRK-QT-CANDS
                     MOVE WRK-QT-CANDS TO WRK-IDX-DUP
                     MOVE WRK-CLI-DUP TO
                          WRK-REN-CLI-ID(WRK-IDX-DUP)
                   ELSE
                     MOVE 'S' TO WRK-TAB-CHEIA
                   END-IF
                 END-IF
                 IF WRK-IDX-DUP > 0
                   MOVE APL-VL-BEM TO WRK-REN-VEICULO(WRK-IDX-DUP)
                   MOVE APL-PONTOS TO WRK-REN-PONTOS(WRK-IDX-DUP)
                   MOVE WRK-RAMO   TO WRK-REN-RAMO(WRK-IDX-DUP)
                   MOVE APL-PREMIO TO WRK-REN-PREMIO(WRK-IDX-DUP)
                   MOVE APL-NUMERO TO WRK-REN-APOLICE(WRK-IDX-DUP)
                 END-IF
               END-IF
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-APOL-CANCELADA.
             IF WRK-CANC-OK = 'S'
               MOVE APL-NUMERO TO CA-APOLICE
               READ APOLICE-CANC
                 INVALID KEY
                   CONTINUE
             END-IF.
             IF WRK-APOL-CANCELADA = 'N'
                AND WRK-SUSP-OK = 'S'
               MOVE APL-NUMERO TO SS-APOLICE
               READ APOLICE-SUSP
                 INVALID KEY
                   CONTINUE
               CLOSE APOLICE-CTRL
               OPEN I-O APOLICE-CTRL
             END-IF.
             OPEN I-O APOLICES.
             IF APOLICES-STATUS = 35
               OPEN OUTPUT APOLICES
               CLOSE APOLICES
               OPEN I-O APOLICES
             END-IF.
             OPEN I-O VEICULOS.
             IF VEICULOS-STATUS = 35
               OPEN OUTPUT VEICULOS
               CLOSE VEICULOS
               OPEN I-O VEICULOS
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-RENOVA-UMA - RECLASSIFICA O CLIENTE NO BONUS-MALUS (ANO
             MOVE WRK-REN-PONTOS(WRK-IDX) TO WRK-PONTOS.
             MOVE WRK-REN-RAMO(WRK-IDX) TO WRK-RAMO.
             MOVE WRK-REN-PREMIO(WRK-IDX) TO WRK-PREMIO-ANT.
             EVALUATE WRK-RAMO
               WHEN 'V'
                 PERFORM 3100-CLASSE-BONUS-MALUS
                 PERFORM 3200-RECALCULA-PREMIO
               WHEN 'F'
                 PERFORM 3400-PREMIO-FROTA
               WHEN OTHER
                 PERFORM 3250-PREMIO-RESIDENCIAL
             END-EVALUATE.
             IF WRK-RAMO = 'F' AND WRK-FRT-QTD = 0
               DISPLAY '*** FROTA SEM VEICULO ATIVO NAO RENOVADA: '
                       WRK-REN-APOLICE(WRK-IDX)
             ELSE
               PERFORM 3300-GRAVA-RENOVACAO
               ADD 1 TO WRK-QT-RENOVADAS
             END-IF.
      *>  --------------------------------------------------------------
       3100-CLASSE-BONUS-MALUS.
      *>  --------------------------------------------------------------
       3300-GRAVA-RENOVACAO.
      *>  --------------------------------------------------------------
             PERFORM 9720-PROX-NUM-APOLICE.
             MOVE SPACES TO APOLICE-MASTER-REG.
             INITIALIZE APOLICE-MASTER-REG.
             MOVE WRK-NUM-APOLICE TO APL-NUMERO.
             MOVE WRK-CLI-ID      TO APL-CLI-ID.
             MOVE WRK-DATA-HOJE   TO APL-DT-EMISSAO.
             MOVE WRK-RAMO        TO APL-RAMO.
             MOVE WRK-VL-VEICULO  TO APL-VL-BEM.
             MOVE WRK-PONTOS      TO APL-PONTOS.
             MOVE WRK-PREMIO-NOVO TO APL-PREMIO.
             MOVE WRK-REN-APOLICE(WRK-IDX) TO APL-ORIGEM.
             IF WRK-RAMO = 'F'
               MOVE 'V' TO APL-RAMO
               MOVE 'S' TO APL-FROTA
               MOVE WRK-FATOR-FROTA TO APL-FATOR-FROTA
               MOVE WRK-FRT-PREMIO TO APL-PREMIO
               PERFORM 3450-GRAVA-ITENS-FROTA
                 VARYING WRK-IDX-SCAN FROM 1 BY 1
                 UNTIL WRK-IDX-SCAN > WRK-FRT-QTD
             END-IF.
             WRITE APOLICE-MASTER-REG
               INVALID KEY
                 DISPLAY '*** APOLICE JA EXISTE NO CADASTRO: '
                         APL-NUMERO
             END-WRITE.
             MOVE SPACES TO RENOVACAO-SAIDA-REG.
             EVALUATE WRK-RAMO
               WHEN 'V'
                 STRING 'AVISO DE RENOVACAO CLIENTE=' WRK-CLI-ID
                        ' APOLICE-NOVA=' WRK-NUM-APOLICE
                        ' CLASSE-BM=' BM-CLASSE
                        ' SINISTROS=' SIN-QTD-SINISTROS
                        ' PREMIO=' WRK-PREMIO-NOVO
                        DELIMITED BY SIZE INTO RENOVACAO-SAIDA-REG
               WHEN 'F'
                 STRING 'AVISO DE RENOVACAO CLIENTE=' WRK-CLI-ID
                        ' APOLICE-NOVA=' WRK-NUM-APOLICE
                        ' RAMO=FROTA VEICULOS=' WRK-FRT-QTD
                        ' SINISTROS=' SIN-QTD-SINISTROS
                        ' PREMIO=' WRK-FRT-PREMIO
                        DELIMITED BY SIZE INTO RENOVACAO-SAIDA-REG
               WHEN OTHER
                 STRING 'AVISO DE RENOVACAO CLIENTE=' WRK-CLI-ID
                        ' APOLICE-NOVA=' WRK-NUM-APOLICE
                        ' RAMO=RESIDENCIAL'
                        ' SINISTROS=' SIN-QTD-SINISTROS
                        ' PREMIO=' WRK-PREMIO-NOVO
                        DELIMITED BY SIZE INTO RENOVACAO-SAIDA-REG
             END-EVALUATE.
             WRITE RENOVACAO-SAIDA-REG.
             MOVE WRK-CLI-ID TO WRK-CM-CLI-ID.
             MOVE SPACES TO WRK-CM-TEXTO.
             IF WRK-RAMO = 'F'
               STRING 'SEU SEGURO FOI RENOVADO - APOLICE '
                      WRK-NUM-APOLICE ' PREMIO ' WRK-FRT-PREMIO
                      DELIMITED BY SIZE INTO WRK-CM-TEXTO
             ELSE
               STRING 'SEU SEGURO FOI RENOVADO - APOLICE '
                      WRK-NUM-APOLICE ' PREMIO ' WRK-PREMIO-NOVO
                      DELIMITED BY SIZE INTO WRK-CM-TEXTO
             END-IF.
             CALL 'COMUNFIL' USING WRK-COMUNICA.
      *>  --------------------------------------------------------------
      *>  3400-PREMIO-FROTA - A FROTA NAO TEM BONUS-MALUS POR CLIENTE
      *>  PESSOA FISICA: O PREMIO NOVO E A SOMA DO PREMIO TARIFADO DOS
      *>  VEICULOS ATIVOS DA APOLICE (VEICULOS.TXT) COM O FATOR DE
      *>  FROTA RECALCULADO PELA QUANTIDADE ATUAL DE VEICULOS E PELO
      *>  HISTORICO DE SINISTROS DO CLIENTE (MESMA ESCALA DA EMISSAO
      *>  NO PREMIO-SEG). OS VEICULOS ATIVOS FICAM NA TABELA PARA
      *>  VIRAREM OS ITENS DA APOLICE RENOVADA.
      *>  --------------------------------------------------------------
       3400-PREMIO-FROTA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-FRT-QTD.
             MOVE ZEROS TO WRK-FRT-TOTAL-BASE WRK-VL-VEICULO.
             MOVE WRK-REN-APOLICE(WRK-IDX) TO VE-APOLICE.
             MOVE 0 TO VE-ITEM.
             START VEICULOS KEY IS NOT LESS THAN VE-CHAVE
               INVALID KEY MOVE 10 TO VEICULOS-STATUS
             END-START.
             IF VEICULOS-STATUS NOT = 10
               READ VEICULOS NEXT
                 AT END MOVE 10 TO VEICULOS-STATUS
               END-READ
             END-IF.
             PERFORM 3410-GUARDA-VEICULO UNTIL VEICULOS-STATUS = 10.
             MOVE 0 TO VEICULOS-STATUS.
             MOVE WRK-CLI-ID TO SIN-CLI-ID.
             READ SINISTROS-MASTER
               INVALID KEY
                 MOVE ZEROS TO SIN-QTD-SINISTROS
             END-READ.
             IF WRK-FRT-QTD > 0
               PERFORM 3420-FATOR-FROTA
               COMPUTE WRK-FRT-PREMIO ROUNDED =
                       WRK-FRT-TOTAL-BASE * WRK-FATOR-FROTA
             END-IF.
      *>  --------------------------------------------------------------
       3410-GUARDA-VEICULO.
      *>  --------------------------------------------------------------
             IF VE-APOLICE NOT = WRK-REN-APOLICE(WRK-IDX)
               MOVE 10 TO VEICULOS-STATUS
             ELSE
               IF VE-ATIVO
                 IF WRK-FRT-QTD < 100
                   ADD 1 TO WRK-FRT-QTD
                   MOVE VEICULO-MASTER-REG TO WRK-FRT-ITEM(WRK-FRT-QTD)
                   ADD VE-PREMIO TO WRK-FRT-TOTAL-BASE
                   IF VE-VALOR > WRK-VL-VEICULO
                     MOVE VE-VALOR TO WRK-VL-VEICULO
                   END-IF
                 ELSE
                   DISPLAY '*** FROTA ACIMA DE 100 VEICULOS - ITEM '
                           VE-ITEM ' NAO RENOVADO ***'
                 END-IF
               END-IF
               READ VEICULOS NEXT
                 AT END MOVE 10 TO VEICULOS-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       3420-FATOR-FROTA.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN WRK-FRT-QTD <= 5
                 MOVE 0,95 TO WRK-FATOR-QTD-FROTA
               WHEN WRK-FRT-QTD <= 10
                 MOVE 0,90 TO WRK-FATOR-QTD-FROTA
               WHEN WRK-FRT-QTD <= 25
                 MOVE 0,85 TO WRK-FATOR-QTD-FROTA
               WHEN OTHER
                 MOVE 0,80 TO WRK-FATOR-QTD-FROTA
             END-EVALUATE.
             IF SIN-QTD-SINISTROS = 0
               MOVE 0,95 TO WRK-FATOR-SIN-FROTA
             ELSE
               COMPUTE WRK-FRT-PCT-SIN =
                       SIN-QTD-SINISTROS * 100 / WRK-FRT-QTD
               EVALUATE TRUE
                 WHEN WRK-FRT-PCT-SIN > 50
                   MOVE 1,20 TO WRK-FATOR-SIN-FROTA
                 WHEN WRK-FRT-PCT-SIN > 20
                   MOVE 1,10 TO WRK-FATOR-SIN-FROTA
                 WHEN OTHER
                   MOVE 1,00 TO WRK-FATOR-SIN-FROTA
               END-EVALUATE
             END-IF.
             COMPUTE WRK-FATOR-FROTA ROUNDED =
                     WRK-FATOR-QTD-FROTA * WRK-FATOR-SIN-FROTA.
      *>  --------------------------------------------------------------
      *>  3450-GRAVA-ITENS-FROTA - OS VEICULOS ATIVOS DA FROTA VENCIDA
      *>  VIRAM OS ITENS 001 EM DIANTE DA APOLICE RENOVADA.
      *>  --------------------------------------------------------------
       3450-GRAVA-ITENS-FROTA.
      *>  --------------------------------------------------------------
             MOVE WRK-FRT-ITEM(WRK-IDX-SCAN) TO VEICULO-MASTER-REG.
             MOVE WRK-NUM-APOLICE TO VE-APOLICE.
             MOVE WRK-IDX-SCAN    TO VE-ITEM.
             MOVE WRK-DATA-HOJE   TO VE-DT-INCLUSAO.
             WRITE VEICULO-MASTER-REG
               INVALID KEY
                 REWRITE VEICULO-MASTER-REG
             END-WRITE.
      *>  --------------------------------------------------------------
       9720-PROX-NUM-APOLICE.
      *>  --------------------------------------------------------------
