       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGPROV.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PROVISOES TECNICAS DO FECHAMENTO
      ***   MENSAL DA LINHA DE SEGUROS, POR PRODUTO (AUTO/RESID):
      ***   PPNG - PREMIO NAO GANHO PRO-RATA DIA DAS APOLICES EM
      ***   VIGENCIA (APOLICES.TXT), ZERADO PARA AS CANCELADAS
      ***   (APOLCANC.TXT) E ACRESCIDO DA PARTE NAO GANHA DOS
      ***   AJUSTES DE ENDOSSO (ENDOSSOS.TXT);
      ***   IBNR - TRIANGULO DE RUN-OFF DOS ULTIMOS 12 MESES (MES DE
      ***   OCORRENCIA X ATRASO ATE O REGISTRO NO SINDET), PROJETADO
      ***   PELOS FATORES DE DESENVOLVIMENTO (CHAIN-LADDER);
      ***   PSL - SINISTROS EM ABERTO (ABERTOS E APROVADOS AINDA NAO
      ***   PAGOS), PELA INDENIZACAO DO SINLIQ QUANDO JA LIQUIDADOS.
      ***   GRAVA O SALDO DO MES E A VARIACAO DESDE O ULTIMO CALCULO
      ***   EM PROVTEC.TXT (PROVTEC-MASTER.CBL), QUE O RAZAODIA
      ***   CONTABILIZA E O SEGREGUL LEVA AO REGPROD, MAIS O
      ***   RELATORIO RELPROV.TXT. RODA ANTES DO SEGREGUL.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT APOLICE-CANC ASSIGN TO 'C:\COBOL\APOLCANC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CANC-STATUS
             RECORD KEY IS CA-APOLICE.
           SELECT ENDOSSOS ASSIGN TO 'C:\COBOL\ENDOSSOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ENDOSSO-STATUS.
           SELECT SINISTROS-DETALHE ASSIGN TO 'C:\COBOL\SINDET.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DETALHE-STATUS
             RECORD KEY IS SD-NUMERO.
           SELECT LIQUIDACOES ASSIGN TO 'C:\COBOL\SINLIQ.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIQ-STATUS
             RECORD KEY IS LQ-SINISTRO.
           SELECT PROVISOES ASSIGN TO 'C:\COBOL\PROVTEC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PROVTEC-STATUS
             RECORD KEY IS PV-CHAVE.
           SELECT RELAT-PROV ASSIGN TO 'C:\COBOL\RELPROV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD APOLICE-CANC.
       01 APOLICE-CANC-REG.
            05 CA-APOLICE          PIC 9(08).
            05 CA-DT-CANCEL        PIC 9(08).
            05 CA-PREMIO-GANHO     PIC 9(07)V99.
            05 CA-PREMIO-NAOGANHO  PIC 9(07)V99.
            05 CA-VALOR-DEVOLVER   PIC 9(07)V99.
            05 CA-DEBITO-RESIDUAL  PIC 9(07)V99.
            05 CA-SITUACAO         PIC X(01).
       FD ENDOSSOS.
       01 ENDOSSOS-REG             PIC X(130).
       FD SINISTROS-DETALHE.
       01 SINISTROS-DETALHE-REG.
            05 SD-NUMERO           PIC 9(08).
            05 SD-CLI-ID           PIC 9(05).
            05 SD-DATA             PIC 9(08).
            05 SD-TIPO             PIC 9(01).
            05 SD-VALOR-ESTIMADO   PIC 9(07)V99.
            05 SD-CUSTO-REPARO     PIC 9(07)V99.
            05 SD-SITUACAO         PIC X(01).
                88 SD-ABERTO           VALUE 'A'.
                88 SD-APROVADO         VALUE 'P'.
                88 SD-NEGADO           VALUE 'N'.
                88 SD-PAGO             VALUE 'G'.
            05 SD-DT-REGISTRO      PIC 9(08).
       FD LIQUIDACOES.
       COPY 'LIQUIDACAO-MASTER.CBL'.
       FD PROVISOES.
       COPY 'PROVTEC-MASTER.CBL'.
       FD RELAT-PROV.
       01 RELAT-PROV-REG          PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 CANC-STATUS      PIC 9(02) VALUE ZEROS.
       77 ENDOSSO-STATUS   PIC 9(02) VALUE ZEROS.
       77 DETALHE-STATUS   PIC 9(02) VALUE ZEROS.
       77 LIQ-STATUS       PIC 9(02) VALUE ZEROS.
       77 PROVTEC-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-CANC-OK      PIC X(01) VALUE 'N'.
       77 WRK-LIQ-OK       PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-AUX      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MES-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-SIN  PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-PRD      PIC 9(01) VALUE ZEROS.
       77 WRK-PRODUTO      PIC X(01) VALUE 'A'.
       77 WRK-CANCELADA    PIC X(01) VALUE 'N'.
       77 WRK-VL-SINISTRO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-APOLICES  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ABERTOS   PIC 9(07) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  CONTAGEM DE DIAS CORRIDOS: 8900-DIAS-CORRIDOS CONVERTE A
      *>  DATA EM WRK-DC-DATA NO NUMERO DE DIAS EM WRK-DC-DIAS (ANO
      *>  COMECANDO EM MARCO, PARA O 29 DE FEVEREIRO CAIR NO FIM).
      *>  --------------------------------------------------------------
       77 WRK-DC-DATA      PIC 9(08) VALUE ZEROS.
       77 WRK-DC-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MESDIA    PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-AUX       PIC 9(07) VALUE ZEROS.
       77 WRK-DC-DIAS      PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-INICIO  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FIM     PIC 9(07) VALUE ZEROS.
       77 WRK-DT-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-PPNG-APOLICE PIC S9(09)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  AJUSTES DE ENDOSSO CARREGADOS DO ENDOSSOS.TXT (LINHA GRAVADA
      *>  PELO PREMIO-SEG: APOLICE NA POSICAO 21, DATA NA 35 E AJUSTE
      *>  COM SINAL NA 99).
      *>  --------------------------------------------------------------
       77 WRK-QT-ENDOSSOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-END      PIC 9(04) VALUE ZEROS.
       01 WRK-END-LINHA    PIC X(130) VALUE SPACES.
       01 WRK-END-AJUSTE-X PIC X(09) VALUE ZEROS.
       01 WRK-END-AJUSTE-9 REDEFINES WRK-END-AJUSTE-X
                           PIC S9(07)V99.
       01 WRK-TAB-ENDOSSO.
            05 WRK-END-ITEM OCCURS 500 TIMES.
                10 WRK-EN-APOLICE    PIC 9(08).
                10 WRK-EN-DATA       PIC 9(08).
                10 WRK-EN-AJUSTE     PIC S9(07)V99.
      *>  --------------------------------------------------------------
      *>  TRIANGULO DE RUN-OFF: LINHA = IDADE DO MES DE OCORRENCIA + 1
      *>  (LINHA 1 E O MES CORRENTE), COLUNA = MESES ENTRE OCORRENCIA
      *>  E REGISTRO + 1. CADA LINHA SO TEM AS COLUNAS ATE A SUA
      *>  IDADE; DEPOIS DE 2200 OS VALORES FICAM ACUMULADOS.
      *>  --------------------------------------------------------------
       01 WRK-TRIANGULO.
            05 WRK-TRI-LINHA OCCURS 12 TIMES.
                10 WRK-TRI-CEL OCCURS 12 TIMES PIC 9(11)V99.
       01 WRK-TAB-FATOR.
            05 WRK-FATOR OCCURS 11 TIMES     PIC 9(03)V9(06).
       77 WRK-LIN          PIC 9(02) VALUE ZEROS.
       77 WRK-COL          PIC 9(02) VALUE ZEROS.
       77 WRK-FT-NUM       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-FT-DEN       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-FATOR-ACUM   PIC 9(05)V9(06) VALUE ZEROS.
       77 WRK-ULTIMO       PIC 9(13)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  PROVISOES POR PRODUTO: 1 = AUTO, 2 = RESIDENCIAL.
      *>  --------------------------------------------------------------
       01 WRK-TAB-PROVISAO.
            05 WRK-PRV-ITEM OCCURS 2 TIMES.
                10 WRK-PRV-PPNG      PIC S9(11)V99.
                10 WRK-PRV-IBNR      PIC 9(11)V99.
                10 WRK-PRV-PSL       PIC 9(11)V99.
       77 WRK-ANT-PPNG     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ANT-IBNR     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ANT-PSL      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BASE-PPNG    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BASE-IBNR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BASE-PSL     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PV-ACHOU     PIC X(01) VALUE 'N'.
       77 WRK-VAR-EDIT     PIC -ZZZZZZZZZZ9,99.
       77 WRK-FATOR-EDIT   PIC ZZ9,999999.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             DIVIDE WRK-MES-ATUAL BY 100
               GIVING WRK-ANO-AUX REMAINDER WRK-MES-AUX.
             COMPUTE WRK-IDX-MES-ATUAL =
                     (WRK-ANO-AUX * 12) + WRK-MES-AUX.
             MOVE WRK-DATA-HOJE TO WRK-DC-DATA.
             PERFORM 8900-DIAS-CORRIDOS.
             MOVE WRK-DC-DIAS TO WRK-DIAS-HOJE.
             INITIALIZE WRK-TAB-PROVISAO.
             INITIALIZE WRK-TRIANGULO.
             PERFORM 1000-CARREGA-ENDOSSOS.
             MOVE 'N' TO WRK-CANC-OK.
             OPEN INPUT APOLICE-CANC.
             IF CANC-STATUS = 0
               MOVE 'S' TO WRK-CANC-OK
             END-IF.
             PERFORM 1100-VARRE-APOLICES.
             IF WRK-CANC-OK = 'S'
               CLOSE APOLICE-CANC
             END-IF.
             MOVE 'N' TO WRK-LIQ-OK.
             OPEN INPUT LIQUIDACOES.
             IF LIQ-STATUS = 0
               MOVE 'S' TO WRK-LIQ-OK
             END-IF.
             PERFORM 2000-VARRE-SINISTROS.
             IF WRK-LIQ-OK = 'S'
               CLOSE LIQUIDACOES
             END-IF.
             PERFORM 3000-CALCULA-IBNR.
             PERFORM 5000-GRAVA-PROVISOES.
             PERFORM 6000-RELATORIO-PROVISOES.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CARREGA-ENDOSSOS - GUARDA APOLICE, DATA E AJUSTE DE
      *>  CADA ENDOSSO DO HISTORICO PARA A PPNG.
      *>  --------------------------------------------------------------
       1000-CARREGA-ENDOSSOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ENDOSSOS.
             OPEN INPUT ENDOSSOS.
             IF ENDOSSO-STATUS NOT = 0
               MOVE 0 TO ENDOSSO-STATUS
             ELSE
               READ ENDOSSOS
                 AT END MOVE 10 TO ENDOSSO-STATUS
               END-READ
               PERFORM 1010-GUARDA-ENDOSSO
                 UNTIL ENDOSSO-STATUS = 10
               CLOSE ENDOSSOS
               MOVE 0 TO ENDOSSO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       1010-GUARDA-ENDOSSO.
      *>  --------------------------------------------------------------
             MOVE ENDOSSOS-REG TO WRK-END-LINHA.
             IF WRK-END-LINHA(1:8) = 'ENDOSSO='
                AND WRK-QT-ENDOSSOS < 500
               ADD 1 TO WRK-QT-ENDOSSOS
               MOVE WRK-END-LINHA(21:8)
                 TO WRK-EN-APOLICE(WRK-QT-ENDOSSOS)
               MOVE WRK-END-LINHA(35:8)
                 TO WRK-EN-DATA(WRK-QT-ENDOSSOS)
               MOVE WRK-END-LINHA(99:9) TO WRK-END-AJUSTE-X
               MOVE WRK-END-AJUSTE-9
                 TO WRK-EN-AJUSTE(WRK-QT-ENDOSSOS)
             END-IF.
             READ ENDOSSOS
               AT END MOVE 10 TO ENDOSSO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  1100-VARRE-APOLICES - PPNG DAS APOLICES DE AUTO E
      *>  RESIDENCIAL EM VIGENCIA NA DATA DE HOJE.
      *>  --------------------------------------------------------------
       1100-VARRE-APOLICES.
      *>  --------------------------------------------------------------
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS NOT = 0
               MOVE 0 TO APOLICES-STATUS
             ELSE
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
               PERFORM 1200-PPNG-APOLICE
                 UNTIL APOLICES-STATUS = 10
               CLOSE APOLICES
               MOVE 0 TO APOLICES-STATUS
             END-IF.
      *>  --------------------------------------------------------------
      *>  1200-PPNG-APOLICE - VIGENCIA DE UM ANO A PARTIR DA EMISSAO.
      *>  PPNG = PREMIO ANUAL (12 X APL-PREMIO) X DIAS A DECORRER /
      *>  DIAS DA VIGENCIA. APOLICE CANCELADA ATE HOJE NAO TEM PREMIO
      *>  A GANHAR (O NAO GANHO FOI DEVOLVIDO OU COMPENSADO NO
      *>  CANCELAMENTO).
      *>  --------------------------------------------------------------
       1200-PPNG-APOLICE.
      *>  --------------------------------------------------------------
             IF (APL-AUTO OR APL-RESIDENCIAL)
                AND APL-DT-EMISSAO > 0
                AND APL-DT-EMISSAO NOT > WRK-DATA-HOJE
               IF APL-RESIDENCIAL
                 MOVE 2 TO WRK-IDX-PRD
               ELSE
                 MOVE 1 TO WRK-IDX-PRD
               END-IF
               COMPUTE WRK-DT-FIM = APL-DT-EMISSAO + 10000
               PERFORM 1210-CONFERE-CANCELADA
               IF WRK-DT-FIM > WRK-DATA-HOJE
                  AND WRK-CANCELADA = 'N'
                 MOVE APL-DT-EMISSAO TO WRK-DC-DATA
                 PERFORM 8900-DIAS-CORRIDOS
                 MOVE WRK-DC-DIAS TO WRK-DIAS-INICIO
                 MOVE WRK-DT-FIM TO WRK-DC-DATA
                 PERFORM 8900-DIAS-CORRIDOS
                 MOVE WRK-DC-DIAS TO WRK-DIAS-FIM
                 COMPUTE WRK-PPNG-APOLICE ROUNDED =
                         APL-PREMIO * 12
                         * (WRK-DIAS-FIM - WRK-DIAS-HOJE)
                         / (WRK-DIAS-FIM - WRK-DIAS-INICIO)
                 PERFORM 1300-PPNG-ENDOSSO
                   VARYING WRK-IDX-END FROM 1 BY 1
                   UNTIL WRK-IDX-END > WRK-QT-ENDOSSOS
                 ADD WRK-PPNG-APOLICE TO WRK-PRV-PPNG(WRK-IDX-PRD)
                 ADD 1 TO WRK-QT-APOLICES
               END-IF
             END-IF.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1210-CONFERE-CANCELADA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CANCELADA.
             IF WRK-CANC-OK = 'S'
               MOVE APL-NUMERO TO CA-APOLICE
               READ APOLICE-CANC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CA-DT-CANCEL NOT > WRK-DATA-HOJE
                     MOVE 'S' TO WRK-CANCELADA
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  1300-PPNG-ENDOSSO - O AJUSTE DO ENDOSSO (COBRANCA OU
      *>  DEVOLUCAO) VALE DA DATA DO ENDOSSO ATE O FIM DA VIGENCIA; A
      *>  PARTE AINDA NAO DECORRIDA ENTRA NA PPNG COM O SEU SINAL.
      *>  --------------------------------------------------------------
       1300-PPNG-ENDOSSO.
      *>  --------------------------------------------------------------
             IF WRK-EN-APOLICE(WRK-IDX-END) = APL-NUMERO
                AND WRK-EN-DATA(WRK-IDX-END) NOT > WRK-DATA-HOJE
                AND WRK-EN-DATA(WRK-IDX-END) NOT < APL-DT-EMISSAO
               MOVE WRK-EN-DATA(WRK-IDX-END) TO WRK-DC-DATA
               PERFORM 8900-DIAS-CORRIDOS
               IF WRK-DIAS-FIM > WRK-DC-DIAS
                 COMPUTE WRK-PPNG-APOLICE ROUNDED = WRK-PPNG-APOLICE
                         + WRK-EN-AJUSTE(WRK-IDX-END)
                         * (WRK-DIAS-FIM - WRK-DIAS-HOJE)
                         / (WRK-DIAS-FIM - WRK-DC-DIAS)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2000-VARRE-SINISTROS.
      *>  --------------------------------------------------------------
             OPEN INPUT SINISTROS-DETALHE.
             IF DETALHE-STATUS NOT = 0
               MOVE 0 TO DETALHE-STATUS
             ELSE
               MOVE 0 TO SD-NUMERO
               START SINISTROS-DETALHE KEY IS NOT LESS THAN SD-NUMERO
                 INVALID KEY MOVE 10 TO DETALHE-STATUS
               END-START
               IF DETALHE-STATUS NOT = 10
                 READ SINISTROS-DETALHE NEXT
                   AT END MOVE 10 TO DETALHE-STATUS
                 END-READ
               END-IF
               PERFORM 2100-TRATA-SINISTRO UNTIL DETALHE-STATUS = 10
               CLOSE SINISTROS-DETALHE
               MOVE 0 TO DETALHE-STATUS
             END-IF.
             PERFORM 2200-ACUMULA-TRIANGULO
               VARYING WRK-LIN FROM 2 BY 1 UNTIL WRK-LIN > 12
                 AFTER WRK-COL FROM 2 BY 1 UNTIL WRK-COL > WRK-LIN.
      *>  --------------------------------------------------------------
      *>  2100-TRATA-SINISTRO - OS SINISTROS DA SUITE SAO DA LINHA
      *>  AUTO. NEGADOS FICAM FORA. O VALOR SEGUE O SEGLOSS: LIQUIDO
      *>  DO SINLIQ, SENAO CUSTO DE REPARO, SENAO ESTIMATIVA.
      *>  --------------------------------------------------------------
       2100-TRATA-SINISTRO.
      *>  --------------------------------------------------------------
             IF NOT SD-NEGADO
               IF SD-CUSTO-REPARO > 0
                 MOVE SD-CUSTO-REPARO TO WRK-VL-SINISTRO
               ELSE
                 MOVE SD-VALOR-ESTIMADO TO WRK-VL-SINISTRO
               END-IF
               IF SD-ABERTO OR SD-APROVADO
                 PERFORM 2120-SOMA-PSL
               END-IF
               PERFORM 2140-VALOR-LIQUIDADO
               PERFORM 2110-SOMA-TRIANGULO
             END-IF.
             READ SINISTROS-DETALHE NEXT
               AT END MOVE 10 TO DETALHE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2110-SOMA-TRIANGULO - SO OS ULTIMOS 12 MESES DE OCORRENCIA.
      *>  SINISTRO SEM DATA DE REGISTRO (ANTERIOR AO CAMPO) CONTA COMO
      *>  REGISTRADO NO MES DA OCORRENCIA.
      *>  --------------------------------------------------------------
       2110-SOMA-TRIANGULO.
      *>  --------------------------------------------------------------
             MOVE SD-DATA TO WRK-DC-DATA.
             PERFORM 8950-INDICE-MES.
             MOVE WRK-DC-AUX TO WRK-IDX-MES-SIN.
             IF SD-DT-REGISTRO > SD-DATA
               MOVE SD-DT-REGISTRO TO WRK-DC-DATA
               PERFORM 8950-INDICE-MES
               MOVE WRK-DC-AUX TO WRK-IDX-MES-REG
             ELSE
               MOVE WRK-IDX-MES-SIN TO WRK-IDX-MES-REG
             END-IF.
             IF WRK-IDX-MES-SIN NOT > WRK-IDX-MES-ATUAL
                AND WRK-IDX-MES-SIN + 12 > WRK-IDX-MES-ATUAL
               COMPUTE WRK-LIN = WRK-IDX-MES-ATUAL - WRK-IDX-MES-SIN
                                 + 1
               COMPUTE WRK-COL = WRK-IDX-MES-REG - WRK-IDX-MES-SIN
                                 + 1
               IF WRK-COL > WRK-LIN
                 MOVE WRK-LIN TO WRK-COL
               END-IF
               ADD WRK-VL-SINISTRO TO WRK-TRI-CEL(WRK-LIN, WRK-COL)
             END-IF.
      *>  --------------------------------------------------------------
      *>  2120-SOMA-PSL - SINISTRO EM ABERTO: JA LIQUIDADO NO SINLIQ
      *>  ENTRA PELA INDENIZACAO A PAGAR, SENAO PELO VALOR DO SINISTRO.
      *>  --------------------------------------------------------------
       2120-SOMA-PSL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-ABERTOS.
             IF WRK-LIQ-OK = 'S'
               MOVE SD-NUMERO TO LQ-SINISTRO
               READ LIQUIDACOES
                 INVALID KEY
                   ADD WRK-VL-SINISTRO TO WRK-PRV-PSL(1)
                 NOT INVALID KEY
                   ADD LQ-VL-INDENIZACAO TO WRK-PRV-PSL(1)
               END-READ
             ELSE
               ADD WRK-VL-SINISTRO TO WRK-PRV-PSL(1)
             END-IF.
      *>  --------------------------------------------------------------
       2140-VALOR-LIQUIDADO.
      *>  --------------------------------------------------------------
             IF WRK-LIQ-OK = 'S'
               MOVE SD-NUMERO TO LQ-SINISTRO
               READ LIQUIDACOES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE LQ-VL-LIQUIDO TO WRK-VL-SINISTRO
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       2200-ACUMULA-TRIANGULO.
      *>  --------------------------------------------------------------
             ADD WRK-TRI-CEL(WRK-LIN, WRK-COL - 1)
               TO WRK-TRI-CEL(WRK-LIN, WRK-COL).
      *>  --------------------------------------------------------------
      *>  3000-CALCULA-IBNR - FATOR DA COLUNA C PARA C+1 = SOMA DA
      *>  COLUNA C+1 / SOMA DA COLUNA C NAS LINHAS QUE JA TEM AS
      *>  DUAS. O ULTIMO VALOR DE CADA LINHA, PROJETADO PELOS FATORES
      *>  QUE FALTAM, DA O SINISTRO FINAL; O IBNR E A DIFERENCA.
      *>  --------------------------------------------------------------
       3000-CALCULA-IBNR.
      *>  --------------------------------------------------------------
             PERFORM 3100-FATOR-COLUNA
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 11.
             PERFORM 3200-PROJETA-LINHA
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 11.
      *>  --------------------------------------------------------------
       3100-FATOR-COLUNA.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-FT-NUM.
             MOVE ZEROS TO WRK-FT-DEN.
             PERFORM 3110-SOMA-COLUNA
               VARYING WRK-LIN FROM WRK-COL BY 1 UNTIL WRK-LIN > 12.
             IF WRK-FT-DEN > 0 AND WRK-FT-NUM > WRK-FT-DEN
               COMPUTE WRK-FATOR(WRK-COL) ROUNDED =
                       WRK-FT-NUM / WRK-FT-DEN
             ELSE
               MOVE 1 TO WRK-FATOR(WRK-COL)
             END-IF.
      *>  --------------------------------------------------------------
       3110-SOMA-COLUNA.
      *>  --------------------------------------------------------------
             IF WRK-LIN > WRK-COL
               ADD WRK-TRI-CEL(WRK-LIN, WRK-COL + 1) TO WRK-FT-NUM
               ADD WRK-TRI-CEL(WRK-LIN, WRK-COL) TO WRK-FT-DEN
             END-IF.
      *>  --------------------------------------------------------------
       3200-PROJETA-LINHA.
      *>  --------------------------------------------------------------
             MOVE 1 TO WRK-FATOR-ACUM.
             PERFORM 3210-MULTIPLICA-FATOR
               VARYING WRK-COL FROM WRK-LIN BY 1 UNTIL WRK-COL > 11.
             COMPUTE WRK-ULTIMO ROUNDED =
                     WRK-TRI-CEL(WRK-LIN, WRK-LIN) * WRK-FATOR-ACUM.
             COMPUTE WRK-PRV-IBNR(1) = WRK-PRV-IBNR(1)
                     + WRK-ULTIMO - WRK-TRI-CEL(WRK-LIN, WRK-LIN).
      *>  --------------------------------------------------------------
       3210-MULTIPLICA-FATOR.
      *>  --------------------------------------------------------------
             COMPUTE WRK-FATOR-ACUM ROUNDED =
                     WRK-FATOR-ACUM * WRK-FATOR(WRK-COL).
      *>  --------------------------------------------------------------
      *>  5000-GRAVA-PROVISOES - UM REGISTRO POR MES E PRODUTO. A
      *>  VARIACAO E O QUE MUDOU DESDE O ULTIMO CALCULO (O REGISTRO DO
      *>  PROPRIO MES SE O SEGPROV JA RODOU NO MES, SENAO O ULTIMO MES
      *>  CALCULADO); SE JA HOUVE CALCULO HOJE, A VARIACAO AINDA NAO
      *>  CONTABILIZADA DAQUELE CALCULO E SOMADA.
      *>  --------------------------------------------------------------
       5000-GRAVA-PROVISOES.
      *>  --------------------------------------------------------------
             OPEN I-O PROVISOES.
             IF PROVTEC-STATUS = 35
               OPEN OUTPUT PROVISOES
               CLOSE PROVISOES
               OPEN I-O PROVISOES
             END-IF.
             PERFORM 5100-GRAVA-UM-PRODUTO
               VARYING WRK-IDX-PRD FROM 1 BY 1
               UNTIL WRK-IDX-PRD > 2.
             CLOSE PROVISOES.
             MOVE 0 TO PROVTEC-STATUS.
      *>  --------------------------------------------------------------
       5100-GRAVA-UM-PRODUTO.
      *>  --------------------------------------------------------------
             IF WRK-IDX-PRD = 1
               MOVE 'A' TO WRK-PRODUTO
             ELSE
               MOVE 'R' TO WRK-PRODUTO
             END-IF.
             IF WRK-PRV-PPNG(WRK-IDX-PRD) < 0
               MOVE ZEROS TO WRK-PRV-PPNG(WRK-IDX-PRD)
             END-IF.
             PERFORM 5200-BUSCA-ANTERIOR.
             MOVE WRK-MES-ATUAL TO PV-MES.
             MOVE WRK-PRODUTO TO PV-PRODUTO.
             MOVE 'N' TO WRK-PV-ACHOU.
             READ PROVISOES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WRK-PV-ACHOU
                 MOVE PV-PPNG TO WRK-ANT-PPNG
                 MOVE PV-IBNR TO WRK-ANT-IBNR
                 MOVE PV-PSL TO WRK-ANT-PSL
                 IF PV-DT-CALCULO = WRK-DATA-HOJE
                   MOVE PV-VAR-PPNG TO WRK-BASE-PPNG
                   MOVE PV-VAR-IBNR TO WRK-BASE-IBNR
                   MOVE PV-VAR-PSL TO WRK-BASE-PSL
                 END-IF
             END-READ.
             MOVE WRK-DATA-HOJE TO PV-DT-CALCULO.
             MOVE WRK-PRV-PPNG(WRK-IDX-PRD) TO PV-PPNG.
             MOVE WRK-PRV-IBNR(WRK-IDX-PRD) TO PV-IBNR.
             MOVE WRK-PRV-PSL(WRK-IDX-PRD) TO PV-PSL.
             COMPUTE PV-VAR-PPNG = WRK-BASE-PPNG + PV-PPNG
                                   - WRK-ANT-PPNG.
             COMPUTE PV-VAR-IBNR = WRK-BASE-IBNR + PV-IBNR
                                   - WRK-ANT-IBNR.
             COMPUTE PV-VAR-PSL = WRK-BASE-PSL + PV-PSL
                                  - WRK-ANT-PSL.
             IF WRK-PV-ACHOU = 'S'
               REWRITE PROVTEC-MASTER-REG
             ELSE
               WRITE PROVTEC-MASTER-REG
             END-IF.
      *>  --------------------------------------------------------------
      *>  5200-BUSCA-ANTERIOR - SALDOS DO ULTIMO MES CALCULADO ANTES
      *>  DO MES CORRENTE PARA O PRODUTO (ZERO NO PRIMEIRO CALCULO).
      *>  --------------------------------------------------------------
       5200-BUSCA-ANTERIOR.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-ANT-PPNG WRK-ANT-IBNR WRK-ANT-PSL.
             MOVE ZEROS TO WRK-BASE-PPNG WRK-BASE-IBNR WRK-BASE-PSL.
             MOVE ZEROS TO PV-MES.
             MOVE LOW-VALUES TO PV-PRODUTO.
             START PROVISOES KEY IS NOT LESS THAN PV-CHAVE
               INVALID KEY MOVE 10 TO PROVTEC-STATUS
             END-START.
             IF PROVTEC-STATUS NOT = 10
               READ PROVISOES NEXT
                 AT END MOVE 10 TO PROVTEC-STATUS
               END-READ
             END-IF.
             PERFORM 5210-GUARDA-ANTERIOR
               UNTIL PROVTEC-STATUS = 10.
             MOVE 0 TO PROVTEC-STATUS.
      *>  --------------------------------------------------------------
       5210-GUARDA-ANTERIOR.
      *>  --------------------------------------------------------------
             IF PV-MES NOT < WRK-MES-ATUAL
               MOVE 10 TO PROVTEC-STATUS
             ELSE
               IF PV-PRODUTO = WRK-PRODUTO
                 MOVE PV-PPNG TO WRK-ANT-PPNG
                 MOVE PV-IBNR TO WRK-ANT-IBNR
                 MOVE PV-PSL TO WRK-ANT-PSL
               END-IF
               READ PROVISOES NEXT
                 AT END MOVE 10 TO PROVTEC-STATUS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       6000-RELATORIO-PROVISOES.
      *>  --------------------------------------------------------------
             OPEN OUTPUT RELAT-PROV.
             MOVE SPACES TO RELAT-PROV-REG.
             STRING 'PROVISOES TECNICAS DO MES ' WRK-MES-ATUAL
                    ' (CALCULADAS EM ' WRK-DATA-HOJE ')'
                    DELIMITED BY SIZE INTO RELAT-PROV-REG.
             WRITE RELAT-PROV-REG.
             MOVE SPACES TO RELAT-PROV-REG.
             STRING 'APOLICES EM VIGENCIA=' WRK-QT-APOLICES
                    ' ENDOSSOS LIDOS=' WRK-QT-ENDOSSOS
                    ' SINISTROS EM ABERTO=' WRK-QT-ABERTOS
                    DELIMITED BY SIZE INTO RELAT-PROV-REG.
             WRITE RELAT-PROV-REG.
             OPEN INPUT PROVISOES.
             PERFORM 6100-LINHA-PRODUTO
               VARYING WRK-IDX-PRD FROM 1 BY 1
               UNTIL WRK-IDX-PRD > 2.
             CLOSE PROVISOES.
             MOVE 0 TO PROVTEC-STATUS.
             MOVE SPACES TO RELAT-PROV-REG.
             MOVE 'TRIANGULO DE RUN-OFF AUTO (ACUMULADO, LINHA 01 = MES'
               TO RELAT-PROV-REG(1:51).
             MOVE ' CORRENTE)' TO RELAT-PROV-REG(52:10).
             WRITE RELAT-PROV-REG.
             PERFORM 6200-LINHA-TRIANGULO
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 12.
             PERFORM 6300-LINHA-FATOR
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 11.
             CLOSE RELAT-PROV.
             DISPLAY 'PROVISOES DO MES ' WRK-MES-ATUAL
                     ' GRAVADAS - PROVTEC.TXT E RELPROV.TXT'.
      *>  --------------------------------------------------------------
       6100-LINHA-PRODUTO.
      *>  --------------------------------------------------------------
             MOVE WRK-MES-ATUAL TO PV-MES.
             IF WRK-IDX-PRD = 1
               MOVE 'A' TO PV-PRODUTO
             ELSE
               MOVE 'R' TO PV-PRODUTO
             END-IF.
             READ PROVISOES
               INVALID KEY
                 INITIALIZE PROVTEC-MASTER-REG
             END-READ.
             MOVE SPACES TO RELAT-PROV-REG.
             IF WRK-IDX-PRD = 1
               MOVE 'PRODUTO AUTO:' TO RELAT-PROV-REG(1:13)
             ELSE
               MOVE 'PRODUTO RESID:' TO RELAT-PROV-REG(1:14)
             END-IF.
             WRITE RELAT-PROV-REG.
             MOVE SPACES TO RELAT-PROV-REG.
             STRING '  PPNG=' PV-PPNG
                    ' IBNR=' PV-IBNR
                    ' PSL=' PV-PSL
                    DELIMITED BY SIZE INTO RELAT-PROV-REG.
             WRITE RELAT-PROV-REG.
             MOVE SPACES TO RELAT-PROV-REG.
             MOVE PV-VAR-PPNG TO WRK-VAR-EDIT.
             STRING '  VARIACAO PPNG=' WRK-VAR-EDIT
                    DELIMITED BY SIZE INTO RELAT-PROV-REG.
             MOVE PV-VAR-IBNR TO WRK-VAR-EDIT.
             MOVE ' IBNR=' TO RELAT-PROV-REG(32:6).
             MOVE WRK-VAR-EDIT TO RELAT-PROV-REG(38:15).
             MOVE PV-VAR-PSL TO WRK-VAR-EDIT.
             MOVE ' PSL=' TO RELAT-PROV-REG(53:5).
             MOVE WRK-VAR-EDIT TO RELAT-PROV-REG(58:15).
             WRITE RELAT-PROV-REG.
      *>  --------------------------------------------------------------
       6200-LINHA-TRIANGULO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-PROV-REG.
             STRING 'LINHA ' WRK-LIN ':'
                    DELIMITED BY SIZE INTO RELAT-PROV-REG.
             WRITE RELAT-PROV-REG.
             PERFORM 6210-CELULA-TRIANGULO
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > WRK-LIN.
      *>  --------------------------------------------------------------
       6210-CELULA-TRIANGULO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-PROV-REG.
             STRING '  COLUNA ' WRK-COL ' = '
                    WRK-TRI-CEL(WRK-LIN, WRK-COL)
                    DELIMITED BY SIZE INTO RELAT-PROV-REG.
             WRITE RELAT-PROV-REG.
      *>  --------------------------------------------------------------
       6300-LINHA-FATOR.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-PROV-REG.
             MOVE WRK-FATOR(WRK-COL) TO WRK-FATOR-EDIT.
             STRING 'FATOR ' WRK-COL ' PARA ' WRK-COL ' + 1 = '
                    WRK-FATOR-EDIT
                    DELIMITED BY SIZE INTO RELAT-PROV-REG.
             WRITE RELAT-PROV-REG.
      *>  --------------------------------------------------------------
      *>  8900-DIAS-CORRIDOS - NUMERO DE DIAS DA DATA EM WRK-DC-DATA
      *>  (AAAAMMDD), CONTANDO O ANO A PARTIR DE MARCO: 365 POR ANO
      *>  MAIS OS BISSEXTOS, MAIS OS DIAS DOS MESES JA CORRIDOS.
      *>  --------------------------------------------------------------
       8900-DIAS-CORRIDOS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DC-DATA BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-MESDIA.
             DIVIDE WRK-DC-MESDIA BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             IF WRK-DC-MES < 3
               SUBTRACT 1 FROM WRK-DC-ANO
               ADD 12 TO WRK-DC-MES
             END-IF.
             COMPUTE WRK-DC-DIAS = WRK-DC-ANO * 365 + WRK-DC-DIA.
             DIVIDE WRK-DC-ANO BY 4 GIVING WRK-DC-AUX.
             ADD WRK-DC-AUX TO WRK-DC-DIAS.
             DIVIDE WRK-DC-ANO BY 100 GIVING WRK-DC-AUX.
             SUBTRACT WRK-DC-AUX FROM WRK-DC-DIAS.
             DIVIDE WRK-DC-ANO BY 400 GIVING WRK-DC-AUX.
             ADD WRK-DC-AUX TO WRK-DC-DIAS.
             COMPUTE WRK-DC-AUX = (WRK-DC-MES - 3) * 153 + 2.
             DIVIDE WRK-DC-AUX BY 5 GIVING WRK-DC-AUX.
             ADD WRK-DC-AUX TO WRK-DC-DIAS.
      *>  --------------------------------------------------------------
      *>  8950-INDICE-MES - INDICE DO MES (ANO X 12 + MES) DA DATA EM
      *>  WRK-DC-DATA, DEVOLVIDO EM WRK-DC-AUX.
      *>  --------------------------------------------------------------
       8950-INDICE-MES.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DC-DATA BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-MESDIA.
             DIVIDE WRK-DC-MESDIA BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             COMPUTE WRK-DC-AUX = (WRK-DC-ANO * 12) + WRK-DC-MES.
      *>  --------------------------------------------------------------
