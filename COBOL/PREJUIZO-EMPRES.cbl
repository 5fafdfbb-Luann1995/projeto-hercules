       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPREJU.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = BAIXA PARA PREJUIZO DA CARTEIRA
      ***   DE EMPRESTIMOS E ACOMPANHAMENTO DA RECUPERACAO.
      ***   COM PARM BAIXA, TODO CONTRATO CLASSIFICADO NA BANDA H
      ***   (EMPRATIN.TXT, GRAVADO PELO EMPPDD) COM ATRASO IGUAL OU
      ***   MAIOR QUE O PARAMETRO (PREJPARM.TXT) PASSA A SITUACAO P
      ***   EM CONTRATO.TXT, ENTRA NO CADASTRO DE BAIXADOS
      ***   (EMPPREJU.TXT) COM O SALDO E A PROVISAO DO DIA E SAI DO
      ***   RATING - A PROVISAO E REVERTIDA E O PROXIMO EMPPDD MOSTRA
      ***   A REVERSAO NA BANDA H. A PARTIR DAI O CONTRATO NAO
      ***   APROPRIA JUROS (EMPACCR), NAO RECEBE CARTA DA REGUA
      ***   (EMPREGUA) NEM VAI PARA A REMESSA DO BANCO (BANCOCOB). O
      ***   RAZAODIA LANCA A BAIXA CONTRA A PROVISAO E A PERDA DO
      ***   SALDO EXCEDENTE. RELATORIO DA BAIXA EM RELPREJU.TXT.
      ***   COM PARM RECUP, EMITE O RELATORIO MENSAL DE RECUPERACAO
      ***   DE CREDITO BAIXADO PARA O COMITE DE CREDITO
      ***   (RELRECPJ.TXT): PAGAMENTOS DO MES NO LEDGER EMPPAGOS.TXT
      ***   EM CONTRATO BAIXADO, DATADOS A PARTIR DA BAIXA, CONTRA O
      ***   SALDO BAIXADO E O RECUPERADO ACUMULADO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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
           SELECT RATING-EMP ASSIGN TO 'C:\COBOL\EMPRATIN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RATING-STATUS
             RECORD KEY IS RT-CONTRATO.
           SELECT PREJUIZOS ASSIGN TO 'C:\COBOL\EMPPREJU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREJUIZO-STATUS
             RECORD KEY IS PJ-CONTRATO.
           SELECT PREJ-PARAM ASSIGN TO 'C:\COBOL\PREJPARM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-STATUS.
           SELECT RELAT-BAIXA ASSIGN TO 'C:\COBOL\RELPREJU.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT RELAT-RECUP ASSIGN TO 'C:\COBOL\RELRECPJ.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
            05 EP-CONTRATO     PIC 9(08).
            05 EP-PARCELA      PIC 9(02).
            05 EP-DT-PAGAMENTO PIC 9(08).
            05 EP-VL-PAGO      PIC 9(07)V99.
            05 EP-JUROS-MORA   PIC 9(05)V99.
            05 EP-MULTA        PIC 9(05)V99.
       FD RATING-EMP.
       01 RATING-EMP-REG.
            05 RT-CONTRATO     PIC 9(08).
            05 RT-CLIENTE      PIC 9(05).
            05 RT-BANDA        PIC X(02).
            05 RT-DIAS-ATRASO  PIC 9(05).
            05 RT-SALDO        PIC 9(09)V99.
            05 RT-PROVISAO     PIC 9(09)V99.
            05 RT-DT-AVALIACAO PIC 9(08).
       FD PREJUIZOS.
       COPY 'PREJUIZO-MASTER.CBL'.
       FD PREJ-PARAM.
       01 PREJ-PARAM-REG.
            05 PPJ-DIAS-MINIMO PIC 9(05).
       FD RELAT-BAIXA.
       01 RELAT-BAIXA-REG         PIC X(120).
       FD RELAT-RECUP.
       01 RELAT-RECUP-REG         PIC X(120).
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
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RATING-STATUS    PIC 9(02) VALUE ZEROS.
       77 PREJUIZO-STATUS  PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-PAGTO    PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-MINIMO  PIC 9(05) VALUE 360.
       77 WRK-QT-CANDIDATOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-CHECA-CONTR  PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(25) VALUE SPACES.
       77 WRK-QT-BAIXADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-PERDA        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-BAIXADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PROVISAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PERDA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-RECUP     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ESTOQUE   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUP-MES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RECUP-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECUP-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PCT-RECUP    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  CONTRATOS DA BANDA H QUE ATINGIRAM O ATRASO MINIMO, SEPARADOS
      *>  NA LEITURA DO RATING PARA A BAIXA NAO APAGAR REGISTRO NO MEIO
      *>  DA LEITURA SEQUENCIAL.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CANDIDATOS.
            05 WRK-CD-ITEM OCCURS 300 TIMES.
                10 WRK-CD-CONTRATO PIC 9(08).
                10 WRK-CD-CLIENTE  PIC 9(05).
                10 WRK-CD-ATRASO   PIC 9(05).
                10 WRK-CD-SALDO    PIC 9(09)V99.
                10 WRK-CD-PROVISAO PIC 9(09)V99.
      *>  --------------------------------------------------------------
      *>  RECUPERACAO DO MES POR CONTRATO BAIXADO (PAGAMENTOS DO LEDGER
      *>  NO MES CORRENTE, A PARTIR DA DATA DA BAIXA).
      *>  --------------------------------------------------------------
       01 WRK-TAB-RECUPERACAO.
            05 WRK-RC-ITEM OCCURS 300 TIMES.
                10 WRK-RC-CONTRATO PIC 9(08).
                10 WRK-RC-VALOR    PIC 9(09)V99.
                10 WRK-RC-QTDE     PIC 9(03).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             EVALUATE WRK-PARM-EXEC
               WHEN 'BAIXA'
                 PERFORM 0200-CARREGA-PARAMETRO
                 PERFORM 1000-SELECIONA-CANDIDATOS
                 PERFORM 2000-BAIXA-CONTRATOS
                 PERFORM 9970-GRAVA-CTRL-TOTAIS
                 DISPLAY 'CONTRATOS BAIXADOS PARA PREJUIZO: '
                         WRK-QT-BAIXADOS ' (RELPREJU.TXT)'
               WHEN 'RECUP'
                 PERFORM 3000-SOMA-RECUPERACAO-MES
                 PERFORM 4000-RELATORIO-RECUPERACAO
                 DISPLAY 'RECUPERADO NO MES ' WRK-MES-ATUAL ': '
                         WRK-TOT-RECUP-MES ' (RELRECPJ.TXT)'
               WHEN OTHER
                 DISPLAY 'USO: EMPPREJU BAIXA OU EMPPREJU RECUP'
             END-EVALUATE.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0200-CARREGA-PARAMETRO - ATRASO MINIMO EM DIAS PARA A BAIXA
      *>  (PREJPARM.TXT); NA PRIMEIRA EXECUCAO O ARQUIVO E CRIADO COM
      *>  360 DIAS (SEIS MESES NA BANDA H, QUE COMECA APOS 180).
      *>  --------------------------------------------------------------
       0200-CARREGA-PARAMETRO.
      *>  --------------------------------------------------------------
             OPEN INPUT PREJ-PARAM.
             IF PARAM-STATUS = 35
               PERFORM 0250-CRIA-PARAM-PADRAO
               OPEN INPUT PREJ-PARAM
             END-IF.
             READ PREJ-PARAM
               AT END MOVE 10 TO PARAM-STATUS
             END-READ.
             IF PARAM-STATUS = 0
                AND PPJ-DIAS-MINIMO IS NUMERIC
                AND PPJ-DIAS-MINIMO > 180
               MOVE PPJ-DIAS-MINIMO TO WRK-DIAS-MINIMO
             END-IF.
             CLOSE PREJ-PARAM.
             MOVE 0 TO PARAM-STATUS.
      *>  --------------------------------------------------------------
       0250-CRIA-PARAM-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT PREJ-PARAM.
             MOVE 360 TO PPJ-DIAS-MINIMO.
             WRITE PREJ-PARAM-REG.
             CLOSE PREJ-PARAM.
      *>  --------------------------------------------------------------
      *>  1000-SELECIONA-CANDIDATOS - PERCORRE O RATING DO ULTIMO
      *>  EMPPDD E SEPARA OS CONTRATOS DA BANDA H COM ATRASO IGUAL OU
      *>  MAIOR QUE O MINIMO DO PARAMETRO.
      *>  --------------------------------------------------------------
       1000-SELECIONA-CANDIDATOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CANDIDATOS.
             OPEN INPUT RATING-EMP.
             IF RATING-STATUS NOT = 0
               DISPLAY 'SEM RATING DA CARTEIRA (EMPRATIN.TXT)'
               MOVE 0 TO RATING-STATUS
             ELSE
               READ RATING-EMP NEXT
                 AT END MOVE 10 TO RATING-STATUS
               END-READ
               PERFORM 1100-CONFERE-RATING UNTIL RATING-STATUS = 10
               CLOSE RATING-EMP
               MOVE 0 TO RATING-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1100-CONFERE-RATING.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             ADD RT-SALDO TO WRK-TOT-SALDO.
             IF RT-BANDA = 'H '
                AND RT-DIAS-ATRASO NOT < WRK-DIAS-MINIMO
                AND WRK-QT-CANDIDATOS < 300
               ADD 1 TO WRK-QT-CANDIDATOS
               MOVE RT-CONTRATO
                 TO WRK-CD-CONTRATO(WRK-QT-CANDIDATOS)
               MOVE RT-CLIENTE TO WRK-CD-CLIENTE(WRK-QT-CANDIDATOS)
               MOVE RT-DIAS-ATRASO
                 TO WRK-CD-ATRASO(WRK-QT-CANDIDATOS)
               MOVE RT-SALDO TO WRK-CD-SALDO(WRK-QT-CANDIDATOS)
               MOVE RT-PROVISAO
                 TO WRK-CD-PROVISAO(WRK-QT-CANDIDATOS)
             END-IF.
             READ RATING-EMP NEXT
               AT END MOVE 10 TO RATING-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-BAIXA-CONTRATOS - PARA CADA CANDIDATO: CONTRATO ATIVO
      *>  PASSA A P (DATA E SALDO BAIXADO NO ENCERRAMENTO), GRAVA O
      *>  CADASTRO DE BAIXADOS E APAGA O RATING (REVERSAO DA PROVISAO).
      *>  CONTRATO QUE NAO ESTA MAIS ATIVO OU JA BAIXADO E REJEITADO.
      *>  --------------------------------------------------------------
       2000-BAIXA-CONTRATOS.
      *>  --------------------------------------------------------------
             OPEN OUTPUT RELAT-BAIXA.
             MOVE SPACES TO RELAT-BAIXA-REG.
             STRING 'BAIXA PARA PREJUIZO - ' WRK-DATA-HOJE
                    ' (BANDA H COM ATRASO MINIMO DE ' WRK-DIAS-MINIMO
                    ' DIAS)'
                    DELIMITED BY SIZE INTO RELAT-BAIXA-REG.
             WRITE RELAT-BAIXA-REG.
             MOVE 'CONTRATO CLIENTE ATRASO SALDO BAIXADO  PROVISAO
      -        '     PERDA        SITUACAO' TO RELAT-BAIXA-REG.
             WRITE RELAT-BAIXA-REG.
             IF WRK-QT-CANDIDATOS > 0
               OPEN I-O CONTRATOS
               OPEN I-O RATING-EMP
               PERFORM 2050-ABRE-PREJUIZOS
               PERFORM 2100-BAIXA-UM
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-CANDIDATOS
               CLOSE CONTRATOS RATING-EMP PREJUIZOS
               MOVE 0 TO CONTRATOS-STATUS RATING-STATUS
                         PREJUIZO-STATUS
             END-IF.
             MOVE SPACES TO RELAT-BAIXA-REG.
             STRING 'TOTAL: BAIXADOS=' WRK-QT-BAIXADOS
                    ' SALDO=' WRK-TOT-BAIXADO
                    ' PROVISAO REVERTIDA=' WRK-TOT-PROVISAO
                    ' PERDA=' WRK-TOT-PERDA
                    ' REJEITADOS=' WRK-QT-REJEITADOS
                    DELIMITED BY SIZE INTO RELAT-BAIXA-REG.
             WRITE RELAT-BAIXA-REG.
             CLOSE RELAT-BAIXA.
      *>  --------------------------------------------------------------
       2050-ABRE-PREJUIZOS.
      *>  --------------------------------------------------------------
             OPEN I-O PREJUIZOS.
             IF PREJUIZO-STATUS = 35
               OPEN OUTPUT PREJUIZOS
               CLOSE PREJUIZOS
               OPEN I-O PREJUIZOS
             END-IF.
      *>  --------------------------------------------------------------
       2100-BAIXA-UM.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MOTIVO.
             MOVE ZEROS TO WRK-PERDA.
             MOVE WRK-CD-CONTRATO(WRK-IDX) TO CTR-NUMERO.
             READ CONTRATOS
               INVALID KEY
                 MOVE 'CONTRATO NAO EXISTE' TO WRK-MOTIVO
             END-READ.
             IF WRK-MOTIVO = SPACES AND NOT CTR-ATIVO
               MOVE 'CONTRATO NAO ESTA ATIVO' TO WRK-MOTIVO
             END-IF.
             IF WRK-MOTIVO = SPACES
               PERFORM 2200-GRAVA-PREJUIZO
             END-IF.
             IF WRK-MOTIVO = SPACES
               MOVE 'P' TO CTR-SITUACAO
               MOVE WRK-DATA-HOJE TO CTR-DT-ENCERRAMENTO
               MOVE WRK-CD-SALDO(WRK-IDX) TO CTR-VL-ENCERRAMENTO
               REWRITE CONTRATO-MASTER-REG
               MOVE WRK-CD-CONTRATO(WRK-IDX) TO RT-CONTRATO
               DELETE RATING-EMP
                 INVALID KEY
                   CONTINUE
               END-DELETE
               ADD 1 TO WRK-QT-BAIXADOS
               ADD WRK-CD-SALDO(WRK-IDX) TO WRK-TOT-BAIXADO
               ADD WRK-CD-PROVISAO(WRK-IDX) TO WRK-TOT-PROVISAO
               ADD WRK-PERDA TO WRK-TOT-PERDA
               MOVE 'BAIXADO' TO WRK-MOTIVO
             ELSE
               ADD 1 TO WRK-QT-REJEITADOS
             END-IF.
             MOVE SPACES TO RELAT-BAIXA-REG.
             STRING WRK-CD-CONTRATO(WRK-IDX) ' '
                    WRK-CD-CLIENTE(WRK-IDX) '   '
                    WRK-CD-ATRASO(WRK-IDX) ' '
                    WRK-CD-SALDO(WRK-IDX) ' '
                    WRK-CD-PROVISAO(WRK-IDX) ' '
                    WRK-PERDA ' '
                    WRK-MOTIVO
                    DELIMITED BY SIZE INTO RELAT-BAIXA-REG.
             WRITE RELAT-BAIXA-REG.
      *>  --------------------------------------------------------------
      *>  2200-GRAVA-PREJUIZO - PERDA E O SALDO BAIXADO QUE A PROVISAO
      *>  NAO COBRIA (BANDA H COM PERCENTUAL MENOR QUE 100).
      *>  --------------------------------------------------------------
       2200-GRAVA-PREJUIZO.
      *>  --------------------------------------------------------------
             IF WRK-CD-SALDO(WRK-IDX) > WRK-CD-PROVISAO(WRK-IDX)
               COMPUTE WRK-PERDA = WRK-CD-SALDO(WRK-IDX)
                                 - WRK-CD-PROVISAO(WRK-IDX)
             END-IF.
             INITIALIZE PREJUIZO-MASTER-REG.
             MOVE WRK-CD-CONTRATO(WRK-IDX) TO PJ-CONTRATO.
             MOVE WRK-CD-CLIENTE(WRK-IDX) TO PJ-CLIENTE.
             MOVE WRK-DATA-HOJE TO PJ-DT-BAIXA.
             MOVE WRK-CD-ATRASO(WRK-IDX) TO PJ-DIAS-ATRASO.
             MOVE WRK-CD-SALDO(WRK-IDX) TO PJ-SALDO.
             MOVE WRK-CD-PROVISAO(WRK-IDX) TO PJ-PROVISAO.
             WRITE PREJUIZO-MASTER-REG
               INVALID KEY
                 MOVE 'CONTRATO JA BAIXADO' TO WRK-MOTIVO
                 MOVE ZEROS TO WRK-PERDA
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  3000-SOMA-RECUPERACAO-MES - PAGAMENTO DO MES EM CONTRATO DO
      *>  CADASTRO DE BAIXADOS, DATADO NA BAIXA OU DEPOIS, E
      *>  RECUPERACAO.
      *>  --------------------------------------------------------------
       3000-SOMA-RECUPERACAO-MES.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-RECUPERACAO.
             MOVE 0 TO WRK-QT-RECUP.
             OPEN INPUT PREJUIZOS.
             IF PREJUIZO-STATUS NOT = 0
               MOVE 0 TO PREJUIZO-STATUS
             ELSE
               OPEN INPUT PAGAMENTOS
               IF PAGAMENTOS-STATUS = 0
                 READ PAGAMENTOS
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
                 END-READ
                 PERFORM 3100-CONFERE-PAGAMENTO
                   UNTIL PAGAMENTOS-STATUS = 10
                 CLOSE PAGAMENTOS
               END-IF
               MOVE 0 TO PAGAMENTOS-STATUS
               CLOSE PREJUIZOS
               MOVE 0 TO PREJUIZO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3100-CONFERE-PAGAMENTO.
      *>  --------------------------------------------------------------
             DIVIDE EP-DT-PAGAMENTO BY 100 GIVING WRK-MES-PAGTO.
             IF WRK-MES-PAGTO = WRK-MES-ATUAL
               MOVE EP-CONTRATO TO PJ-CONTRATO
               READ PREJUIZOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF EP-DT-PAGAMENTO NOT < PJ-DT-BAIXA
                     MOVE EP-CONTRATO TO WRK-CHECA-CONTR
                     PERFORM 3200-ACHA-OU-CRIA-RECUP
                     IF WRK-ACHOU = 'S'
                       ADD EP-VL-PAGO TO WRK-RC-VALOR(WRK-IDX)
                       ADD 1 TO WRK-RC-QTDE(WRK-IDX)
                     END-IF
                   END-IF
               END-READ
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-ACHA-OU-CRIA-RECUP.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             PERFORM 3210-CONFERE-RECUP
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-RECUP.
             IF WRK-ACHOU = 'N' AND WRK-QT-RECUP < 300
               ADD 1 TO WRK-QT-RECUP
               MOVE WRK-QT-RECUP TO WRK-IDX
               MOVE WRK-CHECA-CONTR TO WRK-RC-CONTRATO(WRK-IDX)
               MOVE ZEROS TO WRK-RC-VALOR(WRK-IDX)
               MOVE ZEROS TO WRK-RC-QTDE(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       3210-CONFERE-RECUP.
      *>  --------------------------------------------------------------
             IF WRK-RC-CONTRATO(WRK-IDX) = WRK-CHECA-CONTR
               MOVE 'S' TO WRK-ACHOU
             ELSE
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
      *>  4000-RELATORIO-RECUPERACAO - UMA LINHA POR CONTRATO BAIXADO
      *>  COM RECUPERACAO NO MES (SALDO BAIXADO, RECUPERADO NO MES,
      *>  ACUMULADO E PERCENTUAL RECUPERADO) E O TOTAL DO ESTOQUE DE
      *>  CREDITO BAIXADO.
      *>  --------------------------------------------------------------
       4000-RELATORIO-RECUPERACAO.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-QT-ESTOQUE WRK-QT-RECUP-MES
                           WRK-TOT-BAIXADO WRK-TOT-RECUP-MES
                           WRK-TOT-RECUP-ACUM.
             OPEN OUTPUT RELAT-RECUP.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING 'RECUPERACAO DE CREDITO BAIXADO - MES '
                    WRK-MES-ATUAL ' (EMITIDO EM ' WRK-DATA-HOJE ')'
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE 'CONTRATO CLIENTE DT-BAIXA SALDO BAIXADO  RECUP MES
      -        '    PAGTOS RECUP ACUMULADO PCT' TO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             OPEN INPUT PREJUIZOS.
             IF PREJUIZO-STATUS NOT = 0
               MOVE 0 TO PREJUIZO-STATUS
             ELSE
               READ PREJUIZOS NEXT
                 AT END MOVE 10 TO PREJUIZO-STATUS
               END-READ
               PERFORM 4100-LINHA-CONTRATO
                 UNTIL PREJUIZO-STATUS = 10
               CLOSE PREJUIZOS
               MOVE 0 TO PREJUIZO-STATUS
             END-IF.
             MOVE ZEROS TO WRK-PCT-RECUP.
             IF WRK-TOT-BAIXADO > 0
               COMPUTE WRK-PCT-RECUP ROUNDED =
                       WRK-TOT-RECUP-ACUM * 100 / WRK-TOT-BAIXADO
             END-IF.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING 'CONTRATOS COM RECUPERACAO NO MES=' WRK-QT-RECUP-MES
                    ' RECUPERADO NO MES=' WRK-TOT-RECUP-MES
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING 'ESTOQUE BAIXADO: CONTRATOS=' WRK-QT-ESTOQUE
                    ' SALDO=' WRK-TOT-BAIXADO
                    ' RECUPERADO=' WRK-TOT-RECUP-ACUM
                    ' PCT=' WRK-PCT-RECUP
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             CLOSE RELAT-RECUP.
      *>  --------------------------------------------------------------
       4100-LINHA-CONTRATO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-ESTOQUE.
             ADD PJ-SALDO TO WRK-TOT-BAIXADO.
             ADD PJ-VL-RECUPERADO TO WRK-TOT-RECUP-ACUM.
             MOVE 'N' TO WRK-ACHOU.
             MOVE 1 TO WRK-IDX.
             MOVE PJ-CONTRATO TO WRK-CHECA-CONTR.
             PERFORM 3210-CONFERE-RECUP
               UNTIL WRK-ACHOU = 'S' OR WRK-IDX > WRK-QT-RECUP.
             IF WRK-ACHOU = 'S'
               ADD 1 TO WRK-QT-RECUP-MES
               ADD WRK-RC-VALOR(WRK-IDX) TO WRK-TOT-RECUP-MES
               MOVE ZEROS TO WRK-PCT-RECUP
               IF PJ-SALDO > 0
                 COMPUTE WRK-PCT-RECUP ROUNDED =
                         PJ-VL-RECUPERADO * 100 / PJ-SALDO
               END-IF
               MOVE SPACES TO RELAT-RECUP-REG
               STRING PJ-CONTRATO ' ' PJ-CLIENTE '   '
                      PJ-DT-BAIXA ' ' PJ-SALDO ' '
                      WRK-RC-VALOR(WRK-IDX) ' '
                      WRK-RC-QTDE(WRK-IDX) '    '
                      PJ-VL-RECUPERADO ' ' WRK-PCT-RECUP
                      DELIMITED BY SIZE INTO RELAT-RECUP-REG
               WRITE RELAT-RECUP-REG
             END-IF.
             READ PREJUIZOS NEXT
               AT END MOVE 10 TO PREJUIZO-STATUS
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
             MOVE 'EMPPREJU ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-QT-BAIXADOS TO CT-PROCESSADOS.
             MOVE WRK-QT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-TOT-SALDO TO CT-VALOR-IN.
             MOVE WRK-TOT-BAIXADO TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
      *>  --------------------------------------------------------------
