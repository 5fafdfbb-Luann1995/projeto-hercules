       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQMOVTO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = ARQUIVAMENTO ANUAL DOS LEDGERS
      ***   QUE SO CRESCEM: PAGAMENTOS DE EMPRESTIMO (EMPPAGOS.TXT),
      ***   PARCELAS DE SEGURO (SEGPARC.TXT) E LOG DE CAMBIO
      ***   (MOEDASLOG.TXT). COM PARM BATCH (PASSO DO ULTIMO DIA
      ***   UTIL DO ANO NA GRADE DO JOBSCHED) RETIRA DO ARQUIVO VIVO
      ***   E GRAVA NO ARQUIVO MORTO (MOVARQ.TXT, MOVARQ-MASTER.CBL)
      ***   OS PAGAMENTOS DE CONTRATO QUITADO OU RENEGOCIADO ANTES DO
      ***   CORTE, AS PARCELAS DE APOLICE SEM PARCELA EM ABERTO E COM
      ***   TODO O MOVIMENTO ANTES DO CORTE E AS LINHAS DO LOG DE
      ***   CAMBIO ANTERIORES AO CORTE DA RETENCAO. O CORTE E 01/01
      ***   DE N ANOS ATRAS (ARQPARM.TXT: 1 ANO PARA OS LEDGERS DE
      ***   EMPRESTIMO E SEGURO - O INFORMIR DE JANEIRO SEMPRE ACHA O
      ***   ANO-BASE NO ARQUIVO VIVO - E 2 PARA O CAMBIO). NO LUGAR
      ***   DO MOVIMENTO ARQUIVADO FICA UM REGISTRO DE TRANSPORTE:
      ***   PARCELA 00 POR CONTRATO (TOTAL PAGO, MORA E MULTA) E POR
      ***   APOLICE (PREMIO PAGO MENOS DEVOLVIDO, SITUACAO P) E UMA
      ***   LINHA TRANSPORTE POR MOEDA NO LOG (QUANTIDADE E VALOR),
      ***   PARA OS SALDOS E OS INFORMES CONTINUAREM FECHANDO. A
      ***   PARCELA 99 (QUITACAO/RENEGOCIACAO) NUNCA SAI DO VIVO: E ELA
      ***   QUE MOSTRA O CONTRATO ENCERRADO A QUEM PERCORRE O
      ***   CRONOGRAMA (COBRANCA, PDD, EXPOSICAO...). CONTRATO QUITADO
      ***   PELA ULTIMA PARCELA NAO TEM 99 E GANHA UMA, DE VALOR ZERO,
      ***   DATADA DO ENCERRAMENTO, AO LADO DO TRANSPORTE. CADA
      ***   LEDGER GANHA NO ARQUIVO MORTO UM SEGMENTO DATADO COM
      ***   CABECALHO E TRAILER DE TOTAIS DE CONTROLE (LIDOS =
      ***   ARQUIVADOS + MANTIDOS, VALOR ARQUIVADO = VALOR
      ***   TRANSPORTADO); DIVERGENCIA DEVOLVE RC 8. RELATORIO DA
      ***   RODADA EM RELARQMV.TXT.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT PAGAMENTOS-TRABALHO ASSIGN TO 'C:\COBOL\EMPPAGOW.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGTRAB-STATUS.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT PARCELAS-TRABALHO ASSIGN TO 'C:\COBOL\SEGPARCW.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCTRAB-STATUS.
           SELECT LOG-CONVERSAO ASSIGN TO 'C:\COBOL\MOEDASLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT LOG-TRABALHO ASSIGN TO 'C:\COBOL\MOEDASLW.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOGTRAB-STATUS.
           SELECT MOVIMENTO-ARQUIVO ASSIGN TO 'C:\COBOL\MOVARQ.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOVARQ-STATUS.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT ARQ-PARAM ASSIGN TO 'C:\COBOL\ARQPARM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.
           SELECT RELAT-ARQUIVO ASSIGN TO 'C:\COBOL\RELARQMV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-PARCELA      PIC 9(02).
            05 EP-DT-PAGAMENTO PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD PAGAMENTOS-TRABALHO.
       01 PAGAMENTOS-TRABALHO-REG.
            05 PW-CONTRATO     PIC 9(08).
            05 PW-PARCELA      PIC 9(02).
            05 PW-DT-PAGAMENTO PIC 9(08).
            05 PW-VL-PAGO      PIC 9(07)V99.
            05 PW-JUROS-MORA   PIC 9(05)V99.
            05 PW-MULTA        PIC 9(05)V99.
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
            05 SP-PARCELA      PIC 9(02).
            05 SP-VENCIMENTO   PIC 9(08).
            05 SP-VALOR        PIC 9(06)V99.
            05 SP-SITUACAO     PIC X(01).
            05 SP-DT-PAGAMENTO PIC 9(08).
       FD PARCELAS-TRABALHO.
       01 PARCELAS-TRABALHO-REG.
            05 SW-APOLICE      PIC 9(08).
            05 SW-PARCELA      PIC 9(02).
            05 SW-VENCIMENTO   PIC 9(08).
            05 SW-VALOR        PIC 9(06)V99.
            05 SW-SITUACAO     PIC X(01).
            05 SW-DT-PAGAMENTO PIC 9(08).
       FD LOG-CONVERSAO.
       01 LOG-CONVERSAO-REG    PIC X(160).
       FD LOG-TRABALHO.
       01 LOG-TRABALHO-REG     PIC X(160).
       FD MOVIMENTO-ARQUIVO.
       COPY 'MOVARQ-MASTER.CBL'.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD ARQ-PARAM.
       01 ARQ-PARAM-REG.
            05 APM-ANOS-LEDGER PIC 9(02).
            05 APM-ANOS-CAMBIO PIC 9(02).
       FD RELAT-ARQUIVO.
       01 RELAT-ARQUIVO-REG       PIC X(120).
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
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGTRAB-STATUS   PIC 9(02) VALUE ZEROS.
       77 PARCELAS-STATUS  PIC 9(02) VALUE ZEROS.
       77 PARCTRAB-STATUS  PIC 9(02) VALUE ZEROS.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 LOGTRAB-STATUS   PIC 9(02) VALUE ZEROS.
       77 MOVARQ-STATUS    PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-HOJE     PIC 9(04) VALUE ZEROS.
       77 WRK-ANOS-LEDGER  PIC 9(02) VALUE 1.
       77 WRK-ANOS-CAMBIO  PIC 9(02) VALUE 2.
       77 WRK-CORTE-LEDGER PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-CAMBIO PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-SEGMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM       PIC X(08) VALUE SPACES.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-ARQUIVA      PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-DIVERGENCIA  PIC X(01) VALUE 'N'.
       77 WRK-CONTRATO-BUSCA PIC 9(08) VALUE ZEROS.
       77 WRK-APOLICE-BUSCA PIC 9(08) VALUE ZEROS.
       77 WRK-MOEDA-BUSCA  PIC X(05) VALUE SPACES.
       77 WRK-DATA-LINHA   PIC 9(08) VALUE ZEROS.
       77 WRK-P-VALOR-INT  PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VL-LIQUIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-CONTRATOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-APOLICES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-MOEDAS    PIC 9(02) VALUE ZEROS.
      *>  CONTADORES DO LEDGER EM ARQUIVAMENTO (ZERADOS A CADA UM) E
      *>  DA RODADA INTEIRA (CTRLTOT.TXT).
       77 WRK-QT-LIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-QT-ARQUIVADOS PIC 9(09) VALUE ZEROS.
       77 WRK-QT-MANTIDOS  PIC 9(09) VALUE ZEROS.
       77 WRK-QT-TRANSPORTE PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MARCA-99  PIC 9(07) VALUE ZEROS.
       77 WRK-VL-ARQUIVADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VL-TRANSPORTE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-CT-ARQUIVADOS PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-ARQUIVADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-TRANSPORTE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ARQ-ED   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOT-TRA-ED   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA        PIC X(160) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  CONTRATOS VISTOS NO EMPPAGOS.TXT, COM A MARCA DE APTO (QUITADO
      *>  OU RENEGOCIADO ANTES DO CORTE E SEM PAGAMENTO A PARTIR DELE)
      *>  E OS TOTAIS QUE VAO PARA O REGISTRO DE TRANSPORTE.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CONTRATOS.
            05 WRK-CO-ITEM OCCURS 2000 TIMES.
                10 WRK-CO-CONTRATO PIC 9(08).
                10 WRK-CO-APTO     PIC X(01).
                10 WRK-CO-QTDE     PIC 9(05).
                10 WRK-CO-VL-PAGO  PIC 9(09)V99.
                10 WRK-CO-MORA     PIC 9(07)V99.
                10 WRK-CO-MULTA    PIC 9(07)V99.
                10 WRK-CO-DT-ULT   PIC 9(08).
                10 WRK-CO-TEM-99   PIC X(01).
                10 WRK-CO-DT-ENC   PIC 9(08).
      *>  --------------------------------------------------------------
      *>  APOLICES VISTAS NO SEGPARC.TXT: APTA QUANDO NENHUMA PARCELA
      *>  ESTA EM ABERTO E TODO VENCIMENTO E PAGAMENTO E ANTERIOR AO
      *>  CORTE; PREMIO PAGO (P) E DEVOLVIDO (D) PARA O TRANSPORTE.
      *>  --------------------------------------------------------------
       01 WRK-TAB-APOLICES.
            05 WRK-AP-ITEM OCCURS 2000 TIMES.
                10 WRK-AP-APOLICE  PIC 9(08).
                10 WRK-AP-APTA     PIC X(01).
                10 WRK-AP-QTDE     PIC 9(05).
                10 WRK-AP-VL-PAGO  PIC 9(09)V99.
                10 WRK-AP-VL-DEVOL PIC 9(09)V99.
                10 WRK-AP-DT-VENC  PIC 9(08).
                10 WRK-AP-DT-PAGTO PIC 9(08).
      *>  --------------------------------------------------------------
      *>  LINHAS DO LOG DE CAMBIO ARQUIVADAS POR MOEDA DE ORIGEM.
      *>  --------------------------------------------------------------
       01 WRK-TAB-MOEDAS.
            05 WRK-MD-ITEM OCCURS 50 TIMES.
                10 WRK-MD-CODIGO   PIC X(05).
                10 WRK-MD-QTDE     PIC 9(09).
                10 WRK-MD-VALOR    PIC 9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 10000 GIVING WRK-ANO-HOJE.
             EVALUATE WRK-PARM-EXEC
               WHEN 'BATCH'
                 PERFORM 0200-CARREGA-PARAMETRO
                 PERFORM 0300-ABRE-RELATORIO
                 PERFORM 1000-ARQUIVA-PAGAMENTOS
                 PERFORM 2000-ARQUIVA-PARCELAS
                 PERFORM 3000-ARQUIVA-CAMBIO
                 PERFORM 9900-FECHA-RELATORIO
                 PERFORM 9970-GRAVA-CTRL-TOTAIS
                 DISPLAY 'REGISTROS ARQUIVADOS: ' WRK-CT-ARQUIVADOS
                         ' (MOVARQ.TXT, RELARQMV.TXT)'
                 IF WRK-DIVERGENCIA = 'S'
                   DISPLAY '*** TOTAIS DE CONTROLE DIVERGENTES ***'
                   MOVE 8 TO RETURN-CODE
                 END-IF
               WHEN OTHER
                 DISPLAY 'USO: ARQMOVTO BATCH'
             END-EVALUATE.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0200-CARREGA-PARAMETRO - ANOS MANTIDOS NO ARQUIVO VIVO ALEM DO
      *>  CORRENTE (ARQPARM.TXT); NA PRIMEIRA EXECUCAO O ARQUIVO E
      *>  CRIADO COM 1 ANO PARA EMPRESTIMO E SEGURO E 2 PARA O CAMBIO.
      *>  ZERO NAO E ACEITO: O ANO ANTERIOR FICA SEMPRE NO VIVO PARA O
      *>  INFORME DE RENDIMENTOS DE JANEIRO.
      *>  --------------------------------------------------------------
       0200-CARREGA-PARAMETRO.
      *>  --------------------------------------------------------------
             OPEN INPUT ARQ-PARAM.
             IF PARAM-STATUS = 35
               PERFORM 0250-CRIA-PARAM-PADRAO
               OPEN INPUT ARQ-PARAM
             END-IF.
             READ ARQ-PARAM
               AT END MOVE 10 TO PARAM-STATUS
             END-READ.
             IF PARAM-STATUS = 0
               IF APM-ANOS-LEDGER IS NUMERIC
                  AND APM-ANOS-LEDGER > 0
                 MOVE APM-ANOS-LEDGER TO WRK-ANOS-LEDGER
               END-IF
               IF APM-ANOS-CAMBIO IS NUMERIC
                  AND APM-ANOS-CAMBIO > 0
                 MOVE APM-ANOS-CAMBIO TO WRK-ANOS-CAMBIO
               END-IF
             END-IF.
             CLOSE ARQ-PARAM.
             MOVE 0 TO PARAM-STATUS.
             COMPUTE WRK-CORTE-LEDGER =
                     (WRK-ANO-HOJE - WRK-ANOS-LEDGER) * 10000 + 101.
             COMPUTE WRK-CORTE-CAMBIO =
                     (WRK-ANO-HOJE - WRK-ANOS-CAMBIO) * 10000 + 101.
      *>  --------------------------------------------------------------
       0250-CRIA-PARAM-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT ARQ-PARAM.
             MOVE 1 TO APM-ANOS-LEDGER.
             MOVE 2 TO APM-ANOS-CAMBIO.
             WRITE ARQ-PARAM-REG.
             CLOSE ARQ-PARAM.
      *>  --------------------------------------------------------------
       0300-ABRE-RELATORIO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT RELAT-ARQUIVO.
             MOVE SPACES TO RELAT-ARQUIVO-REG.
             STRING 'ARQUIVAMENTO ANUAL DOS LEDGERS - ' WRK-DATA-HOJE
                    '  CORTE EMPRESTIMO/SEGURO=' WRK-CORTE-LEDGER
                    '  CORTE CAMBIO=' WRK-CORTE-CAMBIO
                    DELIMITED BY SIZE INTO RELAT-ARQUIVO-REG.
             WRITE RELAT-ARQUIVO-REG.
             MOVE ALL '-' TO RELAT-ARQUIVO-REG.
             WRITE RELAT-ARQUIVO-REG.
      *>  --------------------------------------------------------------
      *>  1000-ARQUIVA-PAGAMENTOS - DOIS PASSOS NO EMPPAGOS.TXT: O
      *>  PRIMEIRO MONTA A TABELA DE CONTRATOS (SITUACAO NO CADASTRO E
      *>  TOTAIS), O SEGUNDO SEPARA O QUE VAI PARA O ARQUIVO MORTO DO
      *>  QUE FICA. OS REGISTROS DE TRANSPORTE (PARCELA 00) DE RODADAS
      *>  ANTERIORES FICAM SEMPRE NO VIVO.
      *>  --------------------------------------------------------------
       1000-ARQUIVA-PAGAMENTOS.
      *>  --------------------------------------------------------------
             MOVE 'EMPPAGOS' TO WRK-ORIGEM.
             MOVE WRK-CORTE-LEDGER TO WRK-CORTE-SEGMENTO.
             MOVE 0 TO WRK-QT-CONTRATOS.
             MOVE 'N' TO WRK-TAB-CHEIA.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS NOT = 0
               DISPLAY 'SEM PAGAMENTOS DE EMPRESTIMO (EMPPAGOS.TXT)'
               MOVE 0 TO PAGAMENTOS-STATUS
             ELSE
               OPEN INPUT CONTRATOS
               IF CONTRATOS-STATUS NOT = 0
                 DISPLAY 'CADASTRO DE CONTRATOS INDISPONIVEL -'
                         ' EMPPAGOS.TXT NAO ARQUIVADO'
                 CLOSE PAGAMENTOS
                 MOVE 0 TO PAGAMENTOS-STATUS
               ELSE
                 READ PAGAMENTOS
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
                 END-READ
                 PERFORM 1100-AVALIA-PAGAMENTO
                   UNTIL PAGAMENTOS-STATUS = 10
                 CLOSE PAGAMENTOS CONTRATOS
                 MOVE 0 TO PAGAMENTOS-STATUS
                 PERFORM 1200-CONFERE-LIMITES
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-CONTRATOS
                 PERFORM 1300-SEPARA-PAGAMENTOS
               END-IF
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1100-AVALIA-PAGAMENTO.
      *>  --------------------------------------------------------------
             IF EP-PARCELA NOT = 00
               MOVE EP-CONTRATO TO WRK-CONTRATO-BUSCA
               PERFORM 8100-LOCALIZA-CONTRATO
               IF WRK-IDX-ACHADO = 0
                 PERFORM 1110-INCLUI-CONTRATO
               END-IF
               IF WRK-IDX-ACHADO > 0
                 IF EP-PARCELA = 99
                   MOVE 'S' TO WRK-CO-TEM-99(WRK-IDX-ACHADO)
                 ELSE
                   PERFORM 1120-SOMA-PAGAMENTO
                 END-IF
               END-IF
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1110-INCLUI-CONTRATO - PRIMEIRA VEZ QUE O CONTRATO APARECE:
      *>  APTO SO SE QUITADO OU RENEGOCIADO COM ENCERRAMENTO ANTES DO
      *>  CORTE. BAIXADO PARA PREJUIZO (P) NAO SAI DO VIVO - A
      *>  RECUPERACAO CONTINUA SENDO ACOMPANHADA PELO EMPPREJU.
      *>  --------------------------------------------------------------
       1110-INCLUI-CONTRATO.
      *>  --------------------------------------------------------------
             IF WRK-QT-CONTRATOS < 2000
               ADD 1 TO WRK-QT-CONTRATOS
               MOVE WRK-QT-CONTRATOS TO WRK-IDX-ACHADO
               MOVE EP-CONTRATO TO WRK-CO-CONTRATO(WRK-IDX-ACHADO)
               MOVE 'N' TO WRK-CO-APTO(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-CO-QTDE(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-CO-VL-PAGO(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-CO-MORA(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-CO-MULTA(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-CO-DT-ULT(WRK-IDX-ACHADO)
               MOVE 'N' TO WRK-CO-TEM-99(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-CO-DT-ENC(WRK-IDX-ACHADO)
               MOVE EP-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF (CTR-QUITADO OR CTR-RENEGOCIADO)
                      AND CTR-DT-ENCERRAMENTO > 0
                      AND CTR-DT-ENCERRAMENTO < WRK-CORTE-LEDGER
                     MOVE 'S' TO WRK-CO-APTO(WRK-IDX-ACHADO)
                     MOVE CTR-DT-ENCERRAMENTO
                       TO WRK-CO-DT-ENC(WRK-IDX-ACHADO)
                   END-IF
               END-READ
             ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
             END-IF.
      *>  --------------------------------------------------------------
       1120-SOMA-PAGAMENTO.
      *>  --------------------------------------------------------------
             IF EP-DT-PAGAMENTO NOT < WRK-CORTE-LEDGER
               MOVE 'N' TO WRK-CO-APTO(WRK-IDX-ACHADO)
             END-IF.
             ADD 1 TO WRK-CO-QTDE(WRK-IDX-ACHADO).
             ADD EP-VL-PAGO TO WRK-CO-VL-PAGO(WRK-IDX-ACHADO).
             ADD EP-JUROS-MORA TO WRK-CO-MORA(WRK-IDX-ACHADO).
             ADD EP-MULTA TO WRK-CO-MULTA(WRK-IDX-ACHADO).
             IF EP-DT-PAGAMENTO > WRK-CO-DT-ULT(WRK-IDX-ACHADO)
               MOVE EP-DT-PAGAMENTO TO WRK-CO-DT-ULT(WRK-IDX-ACHADO)
             END-IF.
      *>  --------------------------------------------------------------
      *>  1200-CONFERE-LIMITES - CONTRATO CUJO TOTAL NAO CABE NO
      *>  REGISTRO DE TRANSPORTE (LAYOUT DO EMPPAGOS) FICA NO VIVO.
      *>  --------------------------------------------------------------
       1200-CONFERE-LIMITES.
      *>  --------------------------------------------------------------
             IF WRK-CO-APTO(WRK-IDX) = 'S'
               IF WRK-CO-VL-PAGO(WRK-IDX) > 9999999,99
                  OR WRK-CO-MORA(WRK-IDX) > 99999,99
                  OR WRK-CO-MULTA(WRK-IDX) > 99999,99
                 MOVE 'N' TO WRK-CO-APTO(WRK-IDX)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1300-SEPARA-PAGAMENTOS - SEGUNDO PASSO: PAGAMENTO DE CONTRATO
      *>  APTO VAI PARA O ARQUIVO MORTO, O RESTO PARA O ARQUIVO DE
      *>  TRABALHO, QUE RECEBE NO FIM UM TRANSPORTE POR CONTRATO
      *>  ARQUIVADO E VOLTA A SER O EMPPAGOS.TXT.
      *>  --------------------------------------------------------------
       1300-SEPARA-PAGAMENTOS.
      *>  --------------------------------------------------------------
             PERFORM 8400-ZERA-CONTADORES.
             OPEN INPUT PAGAMENTOS.
             OPEN OUTPUT PAGAMENTOS-TRABALHO.
             PERFORM 8500-ABRE-ARQUIVO-MORTO.
             PERFORM 8510-GRAVA-CABECALHO.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
             PERFORM 1310-SEPARA-UM-PAGAMENTO
               UNTIL PAGAMENTOS-STATUS = 10.
             PERFORM 1320-GRAVA-TRANSPORTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-CONTRATOS.
             PERFORM 8520-GRAVA-TRAILER.
             CLOSE PAGAMENTOS PAGAMENTOS-TRABALHO MOVIMENTO-ARQUIVO.
             MOVE 0 TO PAGAMENTOS-STATUS.
             IF WRK-QT-ARQUIVADOS > 0
               PERFORM 1400-DEVOLVE-PAGAMENTOS
             END-IF.
             PERFORM 8600-RELATA-LEDGER.
             IF WRK-QT-MARCA-99 > 0
               MOVE SPACES TO RELAT-ARQUIVO-REG
               STRING '         MARCAS DE QUITACAO (PARC 99)='
                      WRK-QT-MARCA-99
                      DELIMITED BY SIZE INTO RELAT-ARQUIVO-REG
               WRITE RELAT-ARQUIVO-REG
             END-IF.
      *>  --------------------------------------------------------------
       1310-SEPARA-UM-PAGAMENTO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS.
             MOVE 'N' TO WRK-ARQUIVA.
             IF EP-PARCELA NOT = 00 AND EP-PARCELA NOT = 99
               MOVE EP-CONTRATO TO WRK-CONTRATO-BUSCA
               PERFORM 8100-LOCALIZA-CONTRATO
               IF WRK-IDX-ACHADO > 0
                 MOVE WRK-CO-APTO(WRK-IDX-ACHADO) TO WRK-ARQUIVA
               END-IF
             END-IF.
             IF WRK-ARQUIVA = 'S'
               MOVE SPACES TO MOVARQ-REG
               MOVE EP-DT-PAGAMENTO TO MA-DT-MOVIMENTO
               MOVE PAGAMENTOS-REG TO MA-DADOS
               PERFORM 8530-GRAVA-DETALHE
               ADD EP-VL-PAGO TO WRK-VL-ARQUIVADO
             ELSE
               MOVE PAGAMENTOS-REG TO PAGAMENTOS-TRABALHO-REG
               WRITE PAGAMENTOS-TRABALHO-REG
               ADD 1 TO WRK-QT-MANTIDOS
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1320-GRAVA-TRANSPORTE - PARCELA 00 DATADA DO ULTIMO PAGAMENTO
      *>  ARQUIVADO, COM O TOTAL PAGO, A MORA E A MULTA DO CONTRATO.
      *>  SEM PARCELA 99 NO VIVO, GRAVA TAMBEM A MARCA DE ENCERRAMENTO
      *>  (PARCELA 99 DE VALOR ZERO), COMO NA LIQUIDACAO DO CONTRATO
      *>  RENEGOCIADO NO SIMU-EMPRES. CONTRATO SO COM A 99 (OU JA
      *>  TRANSPORTADO) NAO TEM O QUE ARQUIVAR.
      *>  --------------------------------------------------------------
       1320-GRAVA-TRANSPORTE.
      *>  --------------------------------------------------------------
             IF WRK-CO-APTO(WRK-IDX) = 'S'
                AND WRK-CO-QTDE(WRK-IDX) > 0
               MOVE WRK-CO-CONTRATO(WRK-IDX) TO PW-CONTRATO
               MOVE 00 TO PW-PARCELA
               MOVE WRK-CO-DT-ULT(WRK-IDX) TO PW-DT-PAGAMENTO
               MOVE WRK-CO-VL-PAGO(WRK-IDX) TO PW-VL-PAGO
               MOVE WRK-CO-MORA(WRK-IDX) TO PW-JUROS-MORA
               MOVE WRK-CO-MULTA(WRK-IDX) TO PW-MULTA
               WRITE PAGAMENTOS-TRABALHO-REG
               ADD 1 TO WRK-QT-TRANSPORTE
               ADD WRK-CO-VL-PAGO(WRK-IDX) TO WRK-VL-TRANSPORTE
               IF WRK-CO-TEM-99(WRK-IDX) = 'N'
                 MOVE WRK-CO-CONTRATO(WRK-IDX) TO PW-CONTRATO
                 MOVE 99 TO PW-PARCELA
                 MOVE WRK-CO-DT-ENC(WRK-IDX) TO PW-DT-PAGAMENTO
                 MOVE ZEROS TO PW-VL-PAGO
                 MOVE ZEROS TO PW-JUROS-MORA
                 MOVE ZEROS TO PW-MULTA
                 WRITE PAGAMENTOS-TRABALHO-REG
                 ADD 1 TO WRK-QT-MARCA-99
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1400-DEVOLVE-PAGAMENTOS.
      *>  --------------------------------------------------------------
             OPEN INPUT PAGAMENTOS-TRABALHO.
             OPEN OUTPUT PAGAMENTOS.
             READ PAGAMENTOS-TRABALHO
               AT END MOVE 10 TO PAGTRAB-STATUS
             END-READ.
             PERFORM 1410-DEVOLVE-UM-PAGAMENTO
               UNTIL PAGTRAB-STATUS = 10.
             CLOSE PAGAMENTOS-TRABALHO PAGAMENTOS.
             MOVE 0 TO PAGTRAB-STATUS.
      *>  --------------------------------------------------------------
       1410-DEVOLVE-UM-PAGAMENTO.
      *>  --------------------------------------------------------------
             MOVE PAGAMENTOS-TRABALHO-REG TO PAGAMENTOS-REG.
             WRITE PAGAMENTOS-REG.
             READ PAGAMENTOS-TRABALHO
               AT END MOVE 10 TO PAGTRAB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-ARQUIVA-PARCELAS - MESMOS DOIS PASSOS NO SEGPARC.TXT,
      *>  POR APOLICE. NAO HA CADASTRO A CONSULTAR: A APOLICE SAI DO
      *>  VIVO QUANDO NENHUMA PARCELA ESTA EM ABERTO (A) E TODO O
      *>  MOVIMENTO E ANTERIOR AO CORTE. CANCELADA POR ENDOSSO (X) E
      *>  DEVOLUCAO (D) CONTAM COMO ENCERRADAS.
      *>  --------------------------------------------------------------
       2000-ARQUIVA-PARCELAS.
      *>  --------------------------------------------------------------
             MOVE 'SEGPARC ' TO WRK-ORIGEM.
             MOVE WRK-CORTE-LEDGER TO WRK-CORTE-SEGMENTO.
             MOVE 0 TO WRK-QT-APOLICES.
             MOVE 'N' TO WRK-TAB-CHEIA.
             OPEN INPUT SEGURO-PARCELAS.
             IF PARCELAS-STATUS NOT = 0
               DISPLAY 'SEM PARCELAS DE SEGURO (SEGPARC.TXT)'
               MOVE 0 TO PARCELAS-STATUS
             ELSE
               READ SEGURO-PARCELAS
                 AT END MOVE 10 TO PARCELAS-STATUS
               END-READ
               PERFORM 2100-AVALIA-PARCELA
                 UNTIL PARCELAS-STATUS = 10
               CLOSE SEGURO-PARCELAS
               MOVE 0 TO PARCELAS-STATUS
               PERFORM 2200-CONFERE-LIMITES
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-APOLICES
               PERFORM 2300-SEPARA-PARCELAS
             END-IF.
      *>  --------------------------------------------------------------
       2100-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             IF SP-PARCELA NOT = 00
               MOVE SP-APOLICE TO WRK-APOLICE-BUSCA
               PERFORM 8200-LOCALIZA-APOLICE
               IF WRK-IDX-ACHADO = 0
                 PERFORM 2110-INCLUI-APOLICE
               END-IF
               IF WRK-IDX-ACHADO > 0
                 PERFORM 2120-SOMA-PARCELA
               END-IF
             END-IF.
             READ SEGURO-PARCELAS
               AT END MOVE 10 TO PARCELAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2110-INCLUI-APOLICE.
      *>  --------------------------------------------------------------
             IF WRK-QT-APOLICES < 2000
               ADD 1 TO WRK-QT-APOLICES
               MOVE WRK-QT-APOLICES TO WRK-IDX-ACHADO
               MOVE SP-APOLICE TO WRK-AP-APOLICE(WRK-IDX-ACHADO)
               MOVE 'S' TO WRK-AP-APTA(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-AP-QTDE(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-AP-VL-PAGO(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-AP-VL-DEVOL(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-AP-DT-VENC(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-AP-DT-PAGTO(WRK-IDX-ACHADO)
             ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
             END-IF.
      *>  --------------------------------------------------------------
       2120-SOMA-PARCELA.
      *>  --------------------------------------------------------------
             IF SP-SITUACAO = 'A'
                OR SP-VENCIMENTO NOT < WRK-CORTE-LEDGER
                OR SP-DT-PAGAMENTO NOT < WRK-CORTE-LEDGER
               MOVE 'N' TO WRK-AP-APTA(WRK-IDX-ACHADO)
             END-IF.
             ADD 1 TO WRK-AP-QTDE(WRK-IDX-ACHADO).
             EVALUATE SP-SITUACAO
               WHEN 'P'
                 ADD SP-VALOR TO WRK-AP-VL-PAGO(WRK-IDX-ACHADO)
               WHEN 'D'
                 ADD SP-VALOR TO WRK-AP-VL-DEVOL(WRK-IDX-ACHADO)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             IF SP-VENCIMENTO > WRK-AP-DT-VENC(WRK-IDX-ACHADO)
               MOVE SP-VENCIMENTO TO WRK-AP-DT-VENC(WRK-IDX-ACHADO)
             END-IF.
             IF SP-DT-PAGAMENTO > WRK-AP-DT-PAGTO(WRK-IDX-ACHADO)
               MOVE SP-DT-PAGAMENTO
                 TO WRK-AP-DT-PAGTO(WRK-IDX-ACHADO)
             END-IF.
      *>  --------------------------------------------------------------
      *>  2200-CONFERE-LIMITES - O TRANSPORTE LEVA O PREMIO LIQUIDO
      *>  (PAGO MENOS DEVOLVIDO); APOLICE COM DEVOLUCAO MAIOR QUE O
      *>  PAGO OU LIQUIDO QUE NAO CABE EM SP-VALOR FICA NO VIVO.
      *>  --------------------------------------------------------------
       2200-CONFERE-LIMITES.
      *>  --------------------------------------------------------------
             IF WRK-AP-APTA(WRK-IDX) = 'S'
               IF WRK-AP-VL-DEVOL(WRK-IDX) > WRK-AP-VL-PAGO(WRK-IDX)
                 MOVE 'N' TO WRK-AP-APTA(WRK-IDX)
               ELSE
                 COMPUTE WRK-VL-LIQUIDO = WRK-AP-VL-PAGO(WRK-IDX)
                                        - WRK-AP-VL-DEVOL(WRK-IDX)
                 IF WRK-VL-LIQUIDO > 999999,99
                   MOVE 'N' TO WRK-AP-APTA(WRK-IDX)
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2300-SEPARA-PARCELAS.
      *>  --------------------------------------------------------------
             PERFORM 8400-ZERA-CONTADORES.
             OPEN INPUT SEGURO-PARCELAS.
             OPEN OUTPUT PARCELAS-TRABALHO.
             PERFORM 8500-ABRE-ARQUIVO-MORTO.
             PERFORM 8510-GRAVA-CABECALHO.
             READ SEGURO-PARCELAS
               AT END MOVE 10 TO PARCELAS-STATUS
             END-READ.
             PERFORM 2310-SEPARA-UMA-PARCELA
               UNTIL PARCELAS-STATUS = 10.
             PERFORM 2320-GRAVA-TRANSPORTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-APOLICES.
             PERFORM 8520-GRAVA-TRAILER.
             CLOSE SEGURO-PARCELAS PARCELAS-TRABALHO MOVIMENTO-ARQUIVO.
             MOVE 0 TO PARCELAS-STATUS.
             IF WRK-QT-ARQUIVADOS > 0
               PERFORM 2400-DEVOLVE-PARCELAS
             END-IF.
             PERFORM 8600-RELATA-LEDGER.
      *>  --------------------------------------------------------------
       2310-SEPARA-UMA-PARCELA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS.
             MOVE 'N' TO WRK-ARQUIVA.
             IF SP-PARCELA NOT = 00
               MOVE SP-APOLICE TO WRK-APOLICE-BUSCA
               PERFORM 8200-LOCALIZA-APOLICE
               IF WRK-IDX-ACHADO > 0
                 MOVE WRK-AP-APTA(WRK-IDX-ACHADO) TO WRK-ARQUIVA
               END-IF
             END-IF.
             IF WRK-ARQUIVA = 'S'
               MOVE SPACES TO MOVARQ-REG
               MOVE SP-VENCIMENTO TO MA-DT-MOVIMENTO
               IF SP-DT-PAGAMENTO > 0
                 MOVE SP-DT-PAGAMENTO TO MA-DT-MOVIMENTO
               END-IF
               MOVE SEGURO-PARCELAS-REG TO MA-DADOS
               PERFORM 8530-GRAVA-DETALHE
               EVALUATE SP-SITUACAO
                 WHEN 'P'
                   ADD SP-VALOR TO WRK-VL-ARQUIVADO
                 WHEN 'D'
                   SUBTRACT SP-VALOR FROM WRK-VL-ARQUIVADO
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             ELSE
               MOVE SEGURO-PARCELAS-REG TO PARCELAS-TRABALHO-REG
               WRITE PARCELAS-TRABALHO-REG
               ADD 1 TO WRK-QT-MANTIDOS
             END-IF.
             READ SEGURO-PARCELAS
               AT END MOVE 10 TO PARCELAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2320-GRAVA-TRANSPORTE - PARCELA 00 PAGA (P) COM O PREMIO
      *>  LIQUIDO DA APOLICE, O ULTIMO VENCIMENTO E O ULTIMO PAGAMENTO.
      *>  --------------------------------------------------------------
       2320-GRAVA-TRANSPORTE.
      *>  --------------------------------------------------------------
             IF WRK-AP-APTA(WRK-IDX) = 'S'
               COMPUTE WRK-VL-LIQUIDO = WRK-AP-VL-PAGO(WRK-IDX)
                                      - WRK-AP-VL-DEVOL(WRK-IDX)
               MOVE WRK-AP-APOLICE(WRK-IDX) TO SW-APOLICE
               MOVE 00 TO SW-PARCELA
               MOVE WRK-AP-DT-VENC(WRK-IDX) TO SW-VENCIMENTO
               MOVE WRK-VL-LIQUIDO TO SW-VALOR
               MOVE 'P' TO SW-SITUACAO
               MOVE WRK-AP-DT-PAGTO(WRK-IDX) TO SW-DT-PAGAMENTO
               WRITE PARCELAS-TRABALHO-REG
               ADD 1 TO WRK-QT-TRANSPORTE
               ADD WRK-VL-LIQUIDO TO WRK-VL-TRANSPORTE
             END-IF.
      *>  --------------------------------------------------------------
       2400-DEVOLVE-PARCELAS.
      *>  --------------------------------------------------------------
             OPEN INPUT PARCELAS-TRABALHO.
             OPEN OUTPUT SEGURO-PARCELAS.
             READ PARCELAS-TRABALHO
               AT END MOVE 10 TO PARCTRAB-STATUS
             END-READ.
             PERFORM 2410-DEVOLVE-UMA-PARCELA
               UNTIL PARCTRAB-STATUS = 10.
             CLOSE PARCELAS-TRABALHO SEGURO-PARCELAS.
             MOVE 0 TO PARCTRAB-STATUS.
      *>  --------------------------------------------------------------
       2410-DEVOLVE-UMA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE PARCELAS-TRABALHO-REG TO SEGURO-PARCELAS-REG.
             WRITE SEGURO-PARCELAS-REG.
             READ PARCELAS-TRABALHO
               AT END MOVE 10 TO PARCTRAB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-ARQUIVA-CAMBIO - UM PASSO SO NO MOEDASLOG.TXT: LINHA
      *>  DATADA ANTES DO CORTE DO CAMBIO VAI PARA O ARQUIVO MORTO E
      *>  SOMA NA MOEDA DE ORIGEM (COLUNAS 26-30); O VALOR E O DA
      *>  CONVERSAO COMUM (VALOR= NA COLUNA 31), O MESMO QUE O
      *>  CONTABIL, O KPI E A POSICAO SOMAM. LINHA SEM DATA NA FRENTE
      *>  (TRANSPORTE DE RODADA ANTERIOR) FICA NO VIVO.
      *>  --------------------------------------------------------------
       3000-ARQUIVA-CAMBIO.
      *>  --------------------------------------------------------------
             MOVE 'MOEDALOG' TO WRK-ORIGEM.
             MOVE WRK-CORTE-CAMBIO TO WRK-CORTE-SEGMENTO.
             MOVE 0 TO WRK-QT-MOEDAS.
             MOVE 'N' TO WRK-TAB-CHEIA.
             OPEN INPUT LOG-CONVERSAO.
             IF LOG-STATUS NOT = 0
               DISPLAY 'SEM LOG DE CAMBIO (MOEDASLOG.TXT)'
               MOVE 0 TO LOG-STATUS
             ELSE
               PERFORM 8400-ZERA-CONTADORES
               OPEN OUTPUT LOG-TRABALHO
               PERFORM 8500-ABRE-ARQUIVO-MORTO
               PERFORM 8510-GRAVA-CABECALHO
               READ LOG-CONVERSAO
                 AT END MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 3100-SEPARA-UMA-LINHA
                 UNTIL LOG-STATUS = 10
               PERFORM 3200-GRAVA-TRANSPORTE
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-MOEDAS
               PERFORM 8520-GRAVA-TRAILER
               CLOSE LOG-CONVERSAO LOG-TRABALHO MOVIMENTO-ARQUIVO
               MOVE 0 TO LOG-STATUS
               IF WRK-QT-ARQUIVADOS > 0
                 PERFORM 3400-DEVOLVE-LOG
               END-IF
               PERFORM 8600-RELATA-LEDGER
             END-IF.
      *>  --------------------------------------------------------------
       3100-SEPARA-UMA-LINHA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS.
             MOVE 'N' TO WRK-ARQUIVA.
             MOVE LOG-CONVERSAO-REG TO WRK-LINHA.
             IF WRK-LINHA(1:8) IS NUMERIC
               MOVE WRK-LINHA(1:8) TO WRK-DATA-LINHA
               IF WRK-DATA-LINHA < WRK-CORTE-CAMBIO
                 MOVE WRK-LINHA(26:5) TO WRK-MOEDA-BUSCA
                 PERFORM 8300-LOCALIZA-MOEDA
                 IF WRK-IDX-ACHADO = 0
                   PERFORM 3110-INCLUI-MOEDA
                 END-IF
                 IF WRK-IDX-ACHADO > 0
                   MOVE 'S' TO WRK-ARQUIVA
                 END-IF
               END-IF
             END-IF.
             IF WRK-ARQUIVA = 'S'
               MOVE 0 TO WRK-VALOR
               IF WRK-LINHA(31:7) = ' VALOR='
                  AND WRK-LINHA(38:7) IS NUMERIC
                 MOVE WRK-LINHA(38:7) TO WRK-P-VALOR-INT
                 COMPUTE WRK-VALOR = WRK-P-VALOR-INT / 100
               END-IF
               ADD 1 TO WRK-MD-QTDE(WRK-IDX-ACHADO)
               ADD WRK-VALOR TO WRK-MD-VALOR(WRK-IDX-ACHADO)
               ADD WRK-VALOR TO WRK-VL-ARQUIVADO
               MOVE SPACES TO MOVARQ-REG
               MOVE WRK-DATA-LINHA TO MA-DT-MOVIMENTO
               MOVE WRK-LINHA TO MA-DADOS
               PERFORM 8530-GRAVA-DETALHE
             ELSE
               MOVE LOG-CONVERSAO-REG TO LOG-TRABALHO-REG
               WRITE LOG-TRABALHO-REG
               ADD 1 TO WRK-QT-MANTIDOS
             END-IF.
             READ LOG-CONVERSAO
               AT END MOVE 10 TO LOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3110-INCLUI-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-QT-MOEDAS < 50
               ADD 1 TO WRK-QT-MOEDAS
               MOVE WRK-QT-MOEDAS TO WRK-IDX-ACHADO
               MOVE WRK-MOEDA-BUSCA TO WRK-MD-CODIGO(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-MD-QTDE(WRK-IDX-ACHADO)
               MOVE 0 TO WRK-MD-VALOR(WRK-IDX-ACHADO)
             ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
             END-IF.
      *>  --------------------------------------------------------------
      *>  3200-GRAVA-TRANSPORTE - UMA LINHA POR MOEDA, SEM DATA NA
      *>  FRENTE (NENHUM LEITOR DO LOG A CONFUNDE COM CONVERSAO DO DIA
      *>  OU DO MES): CORTE, MOEDA, QUANTIDADE E VALOR ARQUIVADOS.
      *>  --------------------------------------------------------------
       3200-GRAVA-TRANSPORTE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO LOG-TRABALHO-REG.
             STRING 'TRANSPORTE CORTE=' WRK-CORTE-CAMBIO
                    ' ORIGEM=' WRK-MD-CODIGO(WRK-IDX)
                    ' QTDE=' WRK-MD-QTDE(WRK-IDX)
                    ' VALOR=' WRK-MD-VALOR(WRK-IDX)
                    ' ARQUIVADO-EM=' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO LOG-TRABALHO-REG.
             WRITE LOG-TRABALHO-REG.
             ADD 1 TO WRK-QT-TRANSPORTE.
             ADD WRK-MD-VALOR(WRK-IDX) TO WRK-VL-TRANSPORTE.
      *>  --------------------------------------------------------------
       3400-DEVOLVE-LOG.
      *>  --------------------------------------------------------------
             OPEN INPUT LOG-TRABALHO.
             OPEN OUTPUT LOG-CONVERSAO.
             READ LOG-TRABALHO
               AT END MOVE 10 TO LOGTRAB-STATUS
             END-READ.
             PERFORM 3410-DEVOLVE-UMA-LINHA
               UNTIL LOGTRAB-STATUS = 10.
             CLOSE LOG-TRABALHO LOG-CONVERSAO.
             MOVE 0 TO LOGTRAB-STATUS.
      *>  --------------------------------------------------------------
       3410-DEVOLVE-UMA-LINHA.
      *>  --------------------------------------------------------------
             MOVE LOG-TRABALHO-REG TO LOG-CONVERSAO-REG.
             WRITE LOG-CONVERSAO-REG.
             READ LOG-TRABALHO
               AT END MOVE 10 TO LOGTRAB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8100-LOCALIZA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHADO.
             PERFORM 8110-COMPARA-CONTRATO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-CONTRATOS
                  OR WRK-IDX-ACHADO > 0.
      *>  --------------------------------------------------------------
       8110-COMPARA-CONTRATO.
      *>  --------------------------------------------------------------
             IF WRK-CO-CONTRATO(WRK-IDX) = WRK-CONTRATO-BUSCA
               MOVE WRK-IDX TO WRK-IDX-ACHADO
             END-IF.
      *>  --------------------------------------------------------------
       8200-LOCALIZA-APOLICE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHADO.
             PERFORM 8210-COMPARA-APOLICE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-APOLICES
                  OR WRK-IDX-ACHADO > 0.
      *>  --------------------------------------------------------------
       8210-COMPARA-APOLICE.
      *>  --------------------------------------------------------------
             IF WRK-AP-APOLICE(WRK-IDX) = WRK-APOLICE-BUSCA
               MOVE WRK-IDX TO WRK-IDX-ACHADO
             END-IF.
      *>  --------------------------------------------------------------
       8300-LOCALIZA-MOEDA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHADO.
             PERFORM 8310-COMPARA-MOEDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-MOEDAS
                  OR WRK-IDX-ACHADO > 0.
      *>  --------------------------------------------------------------
       8310-COMPARA-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-MD-CODIGO(WRK-IDX) = WRK-MOEDA-BUSCA
               MOVE WRK-IDX TO WRK-IDX-ACHADO
             END-IF.
      *>  --------------------------------------------------------------
       8400-ZERA-CONTADORES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LIDOS.
             MOVE 0 TO WRK-QT-ARQUIVADOS.
             MOVE 0 TO WRK-QT-MANTIDOS.
             MOVE 0 TO WRK-QT-TRANSPORTE.
             MOVE 0 TO WRK-QT-MARCA-99.
             MOVE 0 TO WRK-VL-ARQUIVADO.
             MOVE 0 TO WRK-VL-TRANSPORTE.
      *>  --------------------------------------------------------------
       8500-ABRE-ARQUIVO-MORTO.
      *>  --------------------------------------------------------------
             OPEN EXTEND MOVIMENTO-ARQUIVO.
             IF MOVARQ-STATUS = 35
               OPEN OUTPUT MOVIMENTO-ARQUIVO
               CLOSE MOVIMENTO-ARQUIVO
               OPEN EXTEND MOVIMENTO-ARQUIVO
             END-IF.
      *>  --------------------------------------------------------------
       8510-GRAVA-CABECALHO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO MOVARQ-REG.
             MOVE WRK-ORIGEM TO MA-ORIGEM.
             MOVE 'H' TO MA-TIPO-REG.
             MOVE WRK-DATA-HOJE TO MA-DT-ARQUIVO.
             MOVE WRK-CORTE-SEGMENTO TO MA-DT-CORTE.
             MOVE 0 TO MA-DT-MOVIMENTO.
             STRING 'ARQUIVAMENTO ANUAL ARQMOVTO - ' WRK-ORIGEM
                    ' - MOVIMENTO ANTERIOR A ' WRK-CORTE-SEGMENTO
                    DELIMITED BY SIZE INTO MA-DADOS.
             WRITE MOVARQ-REG.
      *>  --------------------------------------------------------------
      *>  8530-GRAVA-DETALHE - O CHAMADOR JA MOVEU A IMAGEM ORIGINAL
      *>  PARA MA-DADOS E A DATA DO MOVIMENTO PARA MA-DT-MOVIMENTO.
      *>  --------------------------------------------------------------
       8530-GRAVA-DETALHE.
      *>  --------------------------------------------------------------
             MOVE WRK-ORIGEM TO MA-ORIGEM.
             MOVE 'D' TO MA-TIPO-REG.
             MOVE WRK-DATA-HOJE TO MA-DT-ARQUIVO.
             MOVE WRK-CORTE-SEGMENTO TO MA-DT-CORTE.
             WRITE MOVARQ-REG.
             ADD 1 TO WRK-QT-ARQUIVADOS.
      *>  --------------------------------------------------------------
      *>  8520-GRAVA-TRAILER - TOTAIS DE CONTROLE DO SEGMENTO; CONFERE
      *>  LIDOS = ARQUIVADOS + MANTIDOS E VALOR ARQUIVADO = VALOR
      *>  TRANSPORTADO E ACUMULA OS TOTAIS DA RODADA.
      *>  --------------------------------------------------------------
       8520-GRAVA-TRAILER.
      *>  --------------------------------------------------------------
             MOVE SPACES TO MOVARQ-REG.
             MOVE WRK-ORIGEM TO MA-ORIGEM.
             MOVE 'T' TO MA-TIPO-REG.
             MOVE WRK-DATA-HOJE TO MA-DT-ARQUIVO.
             MOVE WRK-CORTE-SEGMENTO TO MA-DT-CORTE.
             MOVE 0 TO MA-DT-MOVIMENTO.
             MOVE WRK-QT-LIDOS TO MA-T-QT-LIDOS.
             MOVE WRK-QT-ARQUIVADOS TO MA-T-QT-ARQUIVADOS.
             MOVE WRK-QT-MANTIDOS TO MA-T-QT-MANTIDOS.
             MOVE WRK-QT-TRANSPORTE TO MA-T-QT-TRANSPORTE.
             MOVE WRK-VL-ARQUIVADO TO MA-T-VL-ARQUIVADO.
             MOVE WRK-VL-TRANSPORTE TO MA-T-VL-TRANSPORTE.
             MOVE 0 TO MA-T-QT-EXPURGADOS.
             WRITE MOVARQ-REG.
             IF WRK-QT-LIDOS NOT = WRK-QT-ARQUIVADOS + WRK-QT-MANTIDOS
                OR WRK-VL-ARQUIVADO NOT = WRK-VL-TRANSPORTE
               MOVE 'S' TO WRK-DIVERGENCIA
             END-IF.
             ADD WRK-QT-LIDOS TO WRK-CT-LIDOS.
             ADD WRK-QT-ARQUIVADOS TO WRK-CT-ARQUIVADOS.
             ADD WRK-VL-ARQUIVADO TO WRK-TOT-ARQUIVADO.
             ADD WRK-VL-TRANSPORTE TO WRK-TOT-TRANSPORTE.
      *>  --------------------------------------------------------------
       8600-RELATA-LEDGER.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-ARQUIVO-REG.
             STRING WRK-ORIGEM ' CORTE=' WRK-CORTE-SEGMENTO
                    ' LIDOS=' WRK-QT-LIDOS
                    ' ARQUIVADOS=' WRK-QT-ARQUIVADOS
                    ' MANTIDOS=' WRK-QT-MANTIDOS
                    ' TRANSPORTE=' WRK-QT-TRANSPORTE
                    DELIMITED BY SIZE INTO RELAT-ARQUIVO-REG.
             WRITE RELAT-ARQUIVO-REG.
             MOVE WRK-VL-ARQUIVADO TO WRK-TOT-ARQ-ED.
             MOVE WRK-VL-TRANSPORTE TO WRK-TOT-TRA-ED.
             MOVE SPACES TO RELAT-ARQUIVO-REG.
             STRING '         VALOR ARQUIVADO=' WRK-TOT-ARQ-ED
                    ' VALOR TRANSPORTADO=' WRK-TOT-TRA-ED
                    DELIMITED BY SIZE INTO RELAT-ARQUIVO-REG.
             IF WRK-QT-LIDOS NOT = WRK-QT-ARQUIVADOS + WRK-QT-MANTIDOS
                OR WRK-VL-ARQUIVADO NOT = WRK-VL-TRANSPORTE
               MOVE '*** DIVERGENTE ***' TO RELAT-ARQUIVO-REG(95:18)
             ELSE
               MOVE 'CONFERE' TO RELAT-ARQUIVO-REG(95:7)
             END-IF.
             WRITE RELAT-ARQUIVO-REG.
             IF WRK-TAB-CHEIA = 'S'
               MOVE SPACES TO RELAT-ARQUIVO-REG
               STRING '         *** TABELA CHEIA - O RESTANTE FICA NO'
                      ' VIVO ATE A PROXIMA RODADA ***'
                      DELIMITED BY SIZE INTO RELAT-ARQUIVO-REG
               WRITE RELAT-ARQUIVO-REG
             END-IF.
             DISPLAY WRK-ORIGEM ': ' WRK-QT-ARQUIVADOS
                     ' ARQUIVADOS, ' WRK-QT-MANTIDOS ' MANTIDOS'.
      *>  --------------------------------------------------------------
       9900-FECHA-RELATORIO.
      *>  --------------------------------------------------------------
             MOVE ALL '-' TO RELAT-ARQUIVO-REG.
             WRITE RELAT-ARQUIVO-REG.
             MOVE SPACES TO RELAT-ARQUIVO-REG.
             STRING 'TOTAL DA RODADA: LIDOS=' WRK-CT-LIDOS
                    ' ARQUIVADOS=' WRK-CT-ARQUIVADOS
                    DELIMITED BY SIZE INTO RELAT-ARQUIVO-REG.
             WRITE RELAT-ARQUIVO-REG.
             CLOSE RELAT-ARQUIVO.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'ARQMOVTO ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-ARQUIVADOS TO CT-PROCESSADOS.
             MOVE 0 TO CT-REJEITADOS.
             MOVE WRK-TOT-ARQUIVADO TO CT-VALOR-IN.
             MOVE WRK-TOT-TRANSPORTE TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
      *>  --------------------------------------------------------------
