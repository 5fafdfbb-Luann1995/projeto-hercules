      ***   BENEFICIO (BENEFHIS.TXT) PARA O EXTRATO DO BENEFICIARIO.
      ***   BENEFICIO CESSADO (LINHA CESSA= DO APOSDEP) E PENSAO POR
      ***   MORTE (MARCA TIPO=PENSAO) SAO TRATADOS EM SEPARADO. A
      ***   FOLHA RECUSA RODAR DUAS VEZES NO MESMO MES. A RENDA DA
      ***   PREVIDENCIA PRIVADA (CERTIFICADOS CONVERTIDOS EM
      ***   PREVPRIV.TXT) ENTRA NA MESMA FOLHA COMO TIPO V, SEM 13,
      ***   COM O IR RETIDO PELO REGIME DO CERTIFICADO: ALIQUOTA FIXA
      ***   NO REGRESSIVO, TABELA MENSAL NO PROGRESSIVO.
      ***   PROVA DE VIDA ANUAL (PROVVIDA.TXT, APOSVIDA): BENEFICIO
      ***   COM A PROVA VENCIDA HA MAIS DE 60 DIAS FICA SUSPENSO, COM
      ***   O VALOR DO MES RETIDO E LISTADO EM SEPARADO NO REGISTRO DA
      ***   FOLHA; REGISTRADA A PROVA, A FOLHA SEGUINTE PAGA O RETIDO
      ***   COMO ATRASADOS. BENEFICIARIO SEM PROVA E INSCRITO NO
      ***   PRIMEIRO PAGAMENTO.
      ***   DO BRUTO SAEM, NESTA ORDEM: A PENSAO ALIMENTICIA JUDICIAL
      ***   (DESCBENF.TXT), O IRRF PELA TABELA COM VIGENCIA DE
      ***   IRRFTAB.TXT (DEDUCAO POR DEPENDENTE DE DEPENDEN.TXT E
      ***   PARCELA ISENTA DOS 65 ANOS; 13 E ATRASADOS TRIBUTADOS EM
      ***   SEPARADO), A DEVOLUCAO DE PAGAMENTO INDEVIDO DE TITULAR
      ***   FALECIDO (APOSINDV) E OS EMPRESTIMOS DESCONTADOS DO
      ***   BENEFICIO (PROXIMA PARCELA DO CONTRATO, DENTRO DA MARGEM
      ***   DE 35%, BAIXADA EM EMPPAGOS.TXT - A ULTIMA PARCELA EM
      ***   ABERTO QUITA O CONTRATO E LIBERA O GRAVAME DA GARANTIA
      ***   PELO EMPENCER, COM LINHA NO REGISTRO DA FOLHA). O ARQUIVO
      ***   DE PAGAMENTO LEVA O BRUTO, O IR, OS DESCONTOS E O
      ***   LIQUIDO, A PENSAO ALIMENTICIA SAI COMO PAGAMENTO TIPO J AO
      ***   FAVORECIDO E O CONTRACHEQUE DE CADA BENEFICIARIO VAI PARA
      ***   CONTRACH.TXT.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT BENEF-HISTORICO ASSIGN TO 'C:\COBOL\BENEFHIS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HISTORICO-STATUS.
           SELECT PREV-PRIVADA ASSIGN TO 'C:\COBOL\PREVPRIV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREVPRIV-STATUS
             RECORD KEY IS PV-CERTIFICADO
             ALTERNATE RECORD KEY IS PV-CLI-ID WITH DUPLICATES.
           SELECT PROVA-VIDA ASSIGN TO 'C:\COBOL\PROVVIDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS VIDA-STATUS
             RECORD KEY IS VD-CLI-ID.
           SELECT IRRF-PARAM ASSIGN TO 'C:\COBOL\IRRFTAB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IRRF-STATUS.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT DEPENDENTES ASSIGN TO 'C:\COBOL\DEPENDEN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DEPEND-STATUS
             RECORD KEY IS DP-CHAVE.
           SELECT DESCONTOS-BENEF ASSIGN TO 'C:\COBOL\DESCBENF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DESCONTO-STATUS
             RECORD KEY IS DB-CHAVE.
           SELECT CONTRATOS ASSIGN TO 'C:\COBOL\CONTRATO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTRATOS-STATUS
             RECORD KEY IS CTR-NUMERO
             ALTERNATE RECORD KEY IS CTR-CLI-ID WITH DUPLICATES.
           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\EMPPAGOS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAGAMENTOS-STATUS.
           SELECT CONTRACHEQUE ASSIGN TO 'C:\COBOL\CONTRACH.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTRACH-STATUS.
           SELECT RELAT-FOLHA ASSIGN TO 'C:\COBOL\RELFOLHA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
            05 FP-TIPO         PIC X(01).
            05 FP-VALOR        PIC 9(07)V99.
            05 FP-VALOR-13     PIC 9(07)V99.
            05 FP-VALOR-ATRASADO PIC 9(07)V99.
            05 FP-VALOR-IR     PIC 9(07)V99.
            05 FP-VALOR-DESCONTO PIC 9(07)V99.
            05 FP-VALOR-LIQUIDO PIC 9(09)V99.
            05 FP-SEQ-DESC     PIC 9(02).
            05 FP-SITUACAO     PIC X(01).
       FD BENEF-HISTORICO.
       01 BENEF-HISTORICO-REG.
            05 BH-MES          PIC 9(06).
            05 BH-TIPO         PIC X(01).
            05 BH-VALOR-PAGO   PIC 9(07)V99.
            05 BH-DT-PAGAMENTO PIC 9(08).
            05 BH-VALOR-BRUTO  PIC 9(09)V99.
            05 BH-VALOR-IR     PIC 9(07)V99.
            05 BH-VALOR-DESCONTO PIC 9(07)V99.
       FD PREV-PRIVADA.
       COPY 'PREVPRIV-MASTER.CBL'.
       FD PROVA-VIDA.
       COPY 'PROVAVIDA-MASTER.CBL'.
       FD IRRF-PARAM.
       COPY 'IRRF-PARAMS.CBL'.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD DEPENDENTES.
       01 DEPENDENTES-REG.
            05 DP-CHAVE.
                10 DP-CLI-ID       PIC 9(05).
                10 DP-SEQ          PIC 9(02).
            05 DP-NOME             PIC X(30).
            05 DP-PARENTESCO       PIC 9(01).
                88 DP-CONJUGE          VALUE 1.
                88 DP-FILHO            VALUE 2.
                88 DP-OUTRO            VALUE 3.
            05 DP-DT-NASCIMENTO    PIC 9(08).
            05 DP-INVALIDEZ        PIC X(01).
            05 DP-CLI-DEP          PIC 9(05).
       FD DESCONTOS-BENEF.
       COPY 'DESCBENF-MASTER.CBL'.
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
       FD CONTRACHEQUE.
       01 CONTRACHEQUE-REG        PIC X(100).
       FD RELAT-FOLHA.
       01 RELAT-FOLHA-REG         PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 BENEF-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-13     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-FOLHA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(05) VALUE ZEROS.
       77 PREVPRIV-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-PV-BRUTO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PV-BASE      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PV-IR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PV-LIQUIDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-PREV      PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PREV   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-IDX-IR       PIC 9(01) VALUE ZEROS.
       77 VIDA-STATUS      PIC 9(02) VALUE ZEROS.
       77 WRK-VIDA-OK      PIC X(01) VALUE 'N'.
       77 WRK-SUSPENDE     PIC X(01) VALUE 'N'.
       77 WRK-TOLERANCIA   PIC 9(03) VALUE 60.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-X       PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-ANO    PIC 9(01) VALUE ZEROS.
       77 WRK-DIF-MESES    PIC S9(03) VALUE ZEROS.
       77 WRK-VL-ATRASADO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MESES-ATRASO PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-RETIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-ATRASADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ATRASO PIC 9(11)V99 VALUE ZEROS.
       77 IRRF-STATUS      PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 DEPEND-STATUS    PIC 9(02) VALUE ZEROS.
       77 DESCONTO-STATUS  PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTRACH-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-CLI-OK       PIC X(01) VALUE 'N'.
       77 WRK-DEP-OK       PIC X(01) VALUE 'N'.
       77 WRK-DESC-OK      PIC X(01) VALUE 'N'.
       77 WRK-CTR-OK       PIC X(01) VALUE 'N'.
       77 WRK-IRF-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-DEDUCAO-DEP  PIC 9(05)V99 VALUE 189,59.
       77 WRK-ISENCAO-65   PIC 9(05)V99 VALUE 1903,98.
       77 WRK-PCT-MARGEM   PIC 9V99 VALUE 0,35.
       77 WRK-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IR-BASE      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-IR-VALOR     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IR-MES       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IR-13        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IR-ATRASO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-IR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-ALIMENTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-DESCONTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-DESC-ITEM PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VL-LIQUIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MARGEM       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DEDUCOES     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-DEPEND    PIC 9(02) VALUE ZEROS.
       77 WRK-IDADE        PIC 9(03) VALUE ZEROS.
       77 WRK-IDADE-DEP    PIC 9(03) VALUE ZEROS.
       77 WRK-MAIOR-65     PIC X(01) VALUE 'N'.
       77 WRK-QT-DESC      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DS       PIC 9(02) VALUE ZEROS.
       77 WRK-ORDEM        PIC 9(02) VALUE ZEROS.
       77 WRK-PARC-DESC    PIC 9(02) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PAGAS     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ENCERRA   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EN       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-CHECA-CONTR  PIC 9(08) VALUE ZEROS.
       77 WRK-CHECA-PARC   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-SEM-MARGEM PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-IR     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESC   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CC-SINAL     PIC X(03) VALUE SPACES.
       77 WRK-CC-DESCR     PIC X(60) VALUE SPACES.
       77 WRK-CC-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CC-EDIT      PIC ZZZ.ZZZ.ZZ9,99.
      *>  --------------------------------------------------------------
      *>  TABELA MENSAL PROGRESSIVA DO IR (LIMITE DA FAIXA, ALIQUOTA E
      *>  PARCELA A DEDUZIR) VIGENTE, CARREGADA DE IRRFTAB.TXT. OS
      *>  VALORES ABAIXO SO VALEM PARA CRIAR O ARQUIVO NA PRIMEIRA
      *>  RODADA.
      *>  --------------------------------------------------------------
       01 WRK-TAB-IR-VALORES.
            05 FILLER  PIC X(22) VALUE '0000225920000000000000'.
            05 FILLER  PIC X(22) VALUE '0000282665075000016944'.
            05 FILLER  PIC X(22) VALUE '0000375105150000038144'.
            05 FILLER  PIC X(22) VALUE '0000466468225000066277'.
            05 FILLER  PIC X(22) VALUE '9999999999275000089600'.
       01 WRK-TAB-IR REDEFINES WRK-TAB-IR-VALORES.
            05 WRK-IR-FAIXA OCCURS 5 TIMES.
                10 WRK-IR-LIMITE   PIC 9(08)V99.
                10 WRK-IR-ALIQ     PIC 9V9999.
                10 WRK-IR-DEDUZIR  PIC 9(05)V99.
      *>  --------------------------------------------------------------
      *>  DESCONTOS ATIVOS DO BENEFICIARIO DA VEZ, COM A ORDEM DE
      *>  APLICACAO (PENSAO ALIMENTICIA 0 A 9, DEVOLUCAO 10 A 19,
      *>  EMPRESTIMO 20 A 29).
      *>  --------------------------------------------------------------
       01 WRK-TAB-DESC.
            05 WRK-DS-ITEM OCCURS 10 TIMES.
                10 WRK-DS-SEQ      PIC 9(02).
                10 WRK-DS-ORDEM    PIC 9(02).
       01 WRK-TAB-PAGAS.
            05 WRK-PAGA OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
                10 WRK-PG-PARCELA  PIC 9(02).
      *>  --------------------------------------------------------------
      *>  CONTRATOS CUJA ULTIMA PARCELA EM ABERTO FOI DESCONTADA NESTA
      *>  FOLHA; O ENCERRAMENTO (EMPENCER) SO RODA DEPOIS DE FECHADOS
      *>  CONTRATO.TXT E EMPPAGOS.TXT.
      *>  --------------------------------------------------------------
       01 WRK-TAB-ENCERRA.
            05 WRK-EC-ITEM OCCURS 300 TIMES.
                10 WRK-EC-CONTRATO PIC 9(08).
                10 WRK-EC-VALOR    PIC 9(07)V99.
       01 WRK-ENCERRA.
            05 WRK-EN-CONTRATO     PIC 9(08)    VALUE ZEROS.
            05 WRK-EN-DATA         PIC 9(08)    VALUE ZEROS.
            05 WRK-EN-VALOR        PIC 9(08)V99 VALUE ZEROS.
            05 WRK-EN-QUITADO      PIC X(01)    VALUE SPACES.
            05 WRK-EN-GRAVAME      PIC X(01)    VALUE SPACES.
            05 WRK-EN-GA-TIPO      PIC X(01)    VALUE SPACES.
            05 WRK-EN-GA-IDENT     PIC X(08)    VALUE SPACES.
       01 WRK-LINHA        PIC X(120) VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  UM BENEFICIO VIGENTE POR CLIENTE: A LINHA MAIS RECENTE DO
                10 WRK-BN-VALOR    PIC 9(07)V99.
                10 WRK-BN-TIPO     PIC X(01).
                10 WRK-BN-ATIVO    PIC X(01).
                10 WRK-BN-SUSPENSO PIC X(01).
                10 WRK-BN-RETIDO   PIC 9(07)V99.
                10 WRK-BN-VENC     PIC 9(08).
                10 WRK-BN-MESES    PIC 9(03).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             DIVIDE WRK-MES-ATUAL BY 100
               GIVING WRK-IDX REMAINDER WRK-MES-NUM.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             PERFORM 0050-CONFERE-SE-JA-RODOU.
             IF WRK-JA-RODOU = 'S'
               DISPLAY '*** FOLHA DO MES ' WRK-MES-ATUAL
                       WRK-QT-PAGOS ' BENEFICIOS, TOTAL '
                       WRK-TOTAL-FOLHA
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-CONFERE-SE-JA-RODOU.
      *>  --------------------------------------------------------------
               CLOSE APOSENTA-PARAM
             END-IF.
             MOVE 0 TO APARAM-STATUS.
             PERFORM 0150-CARREGA-IRRF.
      *>  --------------------------------------------------------------
       0110-GUARDA-PARAM.
      *>  --------------------------------------------------------------
             READ APOSENTA-PARAM
               AT END MOVE 10 TO APARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0150-CARREGA-IRRF - VALE A TABELA COM A MAIOR VIGENCIA ATE
      *>  HOJE. SEM O ARQUIVO, GRAVA A TABELA PADRAO COM VIGENCIA EM
      *>  01/01/2024, COMO O CALC-APOSENTA FAZ COM O APOSPAR.TXT.
      *>  --------------------------------------------------------------
       0150-CARREGA-IRRF.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-IRF-VIGENCIA.
             OPEN INPUT IRRF-PARAM.
             IF IRRF-STATUS = 35
               PERFORM 0160-GRAVA-IRRF-PADRAO
               OPEN INPUT IRRF-PARAM
             END-IF.
             IF IRRF-STATUS = 0
               READ IRRF-PARAM
                 AT END MOVE 10 TO IRRF-STATUS
               END-READ
               PERFORM 0170-GUARDA-IRRF UNTIL IRRF-STATUS = 10
               CLOSE IRRF-PARAM
             END-IF.
             MOVE 0 TO IRRF-STATUS.
      *>  --------------------------------------------------------------
       0160-GRAVA-IRRF-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT IRRF-PARAM.
             MOVE 20240101 TO IRF-DT-VIGENCIA.
             MOVE WRK-DEDUCAO-DEP TO IRF-DEDUCAO-DEP.
             MOVE WRK-ISENCAO-65 TO IRF-ISENCAO-65.
             PERFORM 0165-COPIA-FAIXA-PADRAO
               VARYING WRK-IDX-IR FROM 1 BY 1 UNTIL WRK-IDX-IR > 5.
             WRITE IRRF-PARAMS-REG.
             CLOSE IRRF-PARAM.
      *>  --------------------------------------------------------------
       0165-COPIA-FAIXA-PADRAO.
      *>  --------------------------------------------------------------
             MOVE WRK-IR-LIMITE(WRK-IDX-IR) TO IRF-LIMITE(WRK-IDX-IR).
             MOVE WRK-IR-ALIQ(WRK-IDX-IR) TO IRF-ALIQUOTA(WRK-IDX-IR).
             MOVE WRK-IR-DEDUZIR(WRK-IDX-IR) TO IRF-DEDUZIR(WRK-IDX-IR).
      *>  --------------------------------------------------------------
       0170-GUARDA-IRRF.
      *>  --------------------------------------------------------------
             IF IRF-DT-VIGENCIA <= WRK-DATA-HOJE
                AND IRF-DT-VIGENCIA >= WRK-IRF-VIGENCIA
               MOVE IRF-DT-VIGENCIA TO WRK-IRF-VIGENCIA
               MOVE IRF-DEDUCAO-DEP TO WRK-DEDUCAO-DEP
               MOVE IRF-ISENCAO-65 TO WRK-ISENCAO-65
               PERFORM 0175-GUARDA-FAIXA
                 VARYING WRK-IDX-IR FROM 1 BY 1 UNTIL WRK-IDX-IR > 5
             END-IF.
             READ IRRF-PARAM
               AT END MOVE 10 TO IRRF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0175-GUARDA-FAIXA.
      *>  --------------------------------------------------------------
             MOVE IRF-LIMITE(WRK-IDX-IR) TO WRK-IR-LIMITE(WRK-IDX-IR).
             MOVE IRF-ALIQUOTA(WRK-IDX-IR) TO WRK-IR-ALIQ(WRK-IDX-IR).
             MOVE IRF-DEDUZIR(WRK-IDX-IR) TO WRK-IR-DEDUZIR(WRK-IDX-IR).
      *>  --------------------------------------------------------------
       1000-CARREGA-BENEFICIOS.
      *>  --------------------------------------------------------------
                    ' TETO=' WRK-TETO-INSS ')'
                    DELIMITED BY SIZE INTO RELAT-FOLHA-REG.
             WRITE RELAT-FOLHA-REG.
             OPEN OUTPUT CONTRACHEQUE.
             PERFORM 2050-ABRE-DESCONTOS.
             MOVE 'N' TO WRK-VIDA-OK.
             OPEN I-O PROVA-VIDA.
             IF VIDA-STATUS = 35
               OPEN OUTPUT PROVA-VIDA
               CLOSE PROVA-VIDA
               OPEN I-O PROVA-VIDA
             END-IF.
             IF VIDA-STATUS = 0
               MOVE 'S' TO WRK-VIDA-OK
             END-IF.
             PERFORM 2100-PAGA-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-BENEF.
             IF WRK-VIDA-OK = 'S'
               CLOSE PROVA-VIDA
             END-IF.
             MOVE 0 TO VIDA-STATUS.
             PERFORM 2090-FECHA-DESCONTOS.
             PERFORM 2710-QUITA-CONTRATO
               VARYING WRK-IDX-EN FROM 1 BY 1
               UNTIL WRK-IDX-EN > WRK-QT-ENCERRA.
             PERFORM 2500-PAGA-PREVIDENCIA.
             MOVE SPACES TO RELAT-FOLHA-REG.
             STRING 'TOTAL DA FOLHA (BRUTO)=' WRK-TOTAL-FOLHA
                    ' BENEFICIOS PAGOS=' WRK-QT-PAGOS
                    DELIMITED BY SIZE INTO RELAT-FOLHA-REG.
             WRITE RELAT-FOLHA-REG.
             MOVE SPACES TO RELAT-FOLHA-REG.
             STRING 'IRRF RETIDO=' WRK-TOTAL-IR
                    ' DESCONTOS=' WRK-TOTAL-DESC
                    ' LIQUIDO=' WRK-TOTAL-LIQUIDO
                    ' EMPRESTIMOS SEM MARGEM=' WRK-QT-SEM-MARGEM
                    DELIMITED BY SIZE INTO RELAT-FOLHA-REG.
             WRITE RELAT-FOLHA-REG.
             IF WRK-QT-PREV > 0
               MOVE SPACES TO RELAT-FOLHA-REG
               STRING '  DOS QUAIS PREVIDENCIA PRIVADA (BRUTO)='
                      WRK-TOTAL-PREV ' RENDAS=' WRK-QT-PREV
                      DELIMITED BY SIZE INTO RELAT-FOLHA-REG
               WRITE RELAT-FOLHA-REG
             END-IF.
             IF WRK-QT-ATRASADOS > 0
               MOVE SPACES TO RELAT-FOLHA-REG
               STRING '  DOS QUAIS ATRASADOS DE PROVA DE VIDA='
                      WRK-TOTAL-ATRASO ' BENEFICIOS='
                      WRK-QT-ATRASADOS
                      DELIMITED BY SIZE INTO RELAT-FOLHA-REG
               WRITE RELAT-FOLHA-REG
             END-IF.
             IF WRK-QT-SUSPENSOS > 0
               PERFORM 2400-LISTA-SUSPENSOS
             END-IF.
             CLOSE FOLHA-PAGAMENTO RELAT-FOLHA BENEF-HISTORICO
                   CONTRACHEQUE.
      *>  --------------------------------------------------------------
      *>  2050-ABRE-DESCONTOS - CADASTROS DE APOIO DOS DESCONTOS E DO
      *>  IRRF. SEM DESCBENF.TXT A FOLHA SO RETEM O IR.
      *>  --------------------------------------------------------------
       2050-ABRE-DESCONTOS.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-CLI-OK WRK-DEP-OK WRK-DESC-OK WRK-CTR-OK.
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE 'S' TO WRK-CLI-OK
             END-IF.
             OPEN INPUT DEPENDENTES.
             IF DEPEND-STATUS = 0
               MOVE 'S' TO WRK-DEP-OK
             END-IF.
             OPEN I-O DESCONTOS-BENEF.
             IF DESCONTO-STATUS = 0
               MOVE 'S' TO WRK-DESC-OK
               OPEN INPUT CONTRATOS
               IF CONTRATOS-STATUS = 0
                 MOVE 'S' TO WRK-CTR-OK
                 PERFORM 2800-CARREGA-PAGAS
                 OPEN EXTEND PAGAMENTOS
                 IF PAGAMENTOS-STATUS = 35
                   OPEN OUTPUT PAGAMENTOS
                   CLOSE PAGAMENTOS
                   OPEN EXTEND PAGAMENTOS
                 END-IF
               END-IF
             END-IF.
             MOVE 0 TO CLIENTE-STATUS DEPEND-STATUS DESCONTO-STATUS
                       CONTRATOS-STATUS PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
       2090-FECHA-DESCONTOS.
      *>  --------------------------------------------------------------
             IF WRK-CLI-OK = 'S'
               CLOSE CLIENTE-MASTER
             END-IF.
             IF WRK-DEP-OK = 'S'
               CLOSE DEPENDENTES
             END-IF.
             IF WRK-DESC-OK = 'S'
               CLOSE DESCONTOS-BENEF
             END-IF.
             IF WRK-CTR-OK = 'S'
               CLOSE CONTRATOS PAGAMENTOS
             END-IF.
             MOVE 'N' TO WRK-CLI-OK WRK-DEP-OK WRK-DESC-OK WRK-CTR-OK.
      *>  --------------------------------------------------------------
       2100-PAGA-UM.
      *>  --------------------------------------------------------------
             IF WRK-BN-ATIVO(WRK-IDX) = 'S'
               PERFORM 2110-CALCULA-VALOR
               PERFORM 2200-CONFERE-PROVA-VIDA
               IF WRK-SUSPENDE = 'N'
                 PERFORM 2120-GRAVA-PAGAMENTO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2110-CALCULA-VALOR.
      *>  --------------------------------------------------------------
             MOVE WRK-BN-VALOR(WRK-IDX) TO WRK-VALOR-PAGO.
             IF WRK-VALOR-PAGO < WRK-SAL-MINIMO
               MOVE WRK-SAL-MINIMO TO WRK-VALOR-PAGO
             END-IF.
             IF WRK-VALOR-PAGO > WRK-TETO-INSS
               MOVE WRK-TETO-INSS TO WRK-VALOR-PAGO
             END-IF.
             IF WRK-MES-NUM = 11 OR WRK-MES-NUM = 12
               COMPUTE WRK-VALOR-13 ROUNDED = WRK-VALOR-PAGO / 2
             ELSE
               MOVE ZEROS TO WRK-VALOR-13
             END-IF.
      *>  --------------------------------------------------------------
       2120-GRAVA-PAGAMENTO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-BRUTO =
                     WRK-VALOR-PAGO + WRK-VALOR-13 + WRK-VL-ATRASADO.
             MOVE WRK-BRUTO TO WRK-DISPONIVEL.
             MOVE ZEROS TO WRK-VL-IR WRK-VL-ALIMENTOS
                           WRK-VL-DESCONTOS.
             PERFORM 2130-CABECALHO-CONTRACHEQUE.
             PERFORM 2300-APURA-DESCONTOS.
             COMPUTE WRK-VL-LIQUIDO =
                     WRK-BRUTO - WRK-VL-IR - WRK-VL-DESCONTOS.
             MOVE WRK-MES-ATUAL TO FP-MES.
             MOVE WRK-BN-CLIENTE(WRK-IDX) TO FP-CLI-ID.
             MOVE WRK-BN-TIPO(WRK-IDX) TO FP-TIPO.
             MOVE WRK-VALOR-PAGO TO FP-VALOR.
             MOVE WRK-VALOR-13 TO FP-VALOR-13.
             MOVE WRK-VL-ATRASADO TO FP-VALOR-ATRASADO.
             MOVE WRK-VL-IR TO FP-VALOR-IR.
             MOVE WRK-VL-DESCONTOS TO FP-VALOR-DESCONTO.
             MOVE WRK-VL-LIQUIDO TO FP-VALOR-LIQUIDO.
             MOVE ZEROS TO FP-SEQ-DESC.
             MOVE SPACE TO FP-SITUACAO.
             WRITE FOLHA-PAGAMENTO-REG.
             MOVE WRK-MES-ATUAL TO BH-MES.
             MOVE WRK-BN-CLIENTE(WRK-IDX) TO BH-CLI-ID.
             MOVE WRK-BN-TIPO(WRK-IDX) TO BH-TIPO.
             MOVE WRK-VL-LIQUIDO TO BH-VALOR-PAGO.
             MOVE WRK-DATA-HOJE TO BH-DT-PAGAMENTO.
             MOVE WRK-BRUTO TO BH-VALOR-BRUTO.
             MOVE WRK-VL-IR TO BH-VALOR-IR.
             MOVE WRK-VL-DESCONTOS TO BH-VALOR-DESCONTO.
             WRITE BENEF-HISTORICO-REG.
             ADD 1 TO WRK-QT-PAGOS.
             ADD WRK-BRUTO TO WRK-TOTAL-FOLHA.
             ADD WRK-VL-IR TO WRK-TOTAL-IR.
             ADD WRK-VL-DESCONTOS TO WRK-TOTAL-DESC.
             ADD WRK-VL-LIQUIDO TO WRK-TOTAL-LIQUIDO.
             MOVE SPACES TO RELAT-FOLHA-REG.
             STRING 'CLIENTE=' WRK-BN-CLIENTE(WRK-IDX)
                    ' TIPO=' WRK-BN-TIPO(WRK-IDX)
                    ' BENEFICIO=' WRK-VALOR-PAGO
                    ' DECIMO-TERCEIRO=' WRK-VALOR-13
                    ' IR=' WRK-VL-IR
                    ' DESCONTOS=' WRK-VL-DESCONTOS
                    ' LIQUIDO=' WRK-VL-LIQUIDO
                    DELIMITED BY SIZE INTO RELAT-FOLHA-REG.
             WRITE RELAT-FOLHA-REG.
             IF WRK-VL-ATRASADO > 0
               ADD 1 TO WRK-QT-ATRASADOS
               ADD WRK-VL-ATRASADO TO WRK-TOTAL-ATRASO
               MOVE SPACES TO RELAT-FOLHA-REG
               STRING '  ATRASADOS=' WRK-VL-ATRASADO
                      ' MESES=' WRK-MESES-ATRASO
                      DELIMITED BY SIZE INTO RELAT-FOLHA-REG
               WRITE RELAT-FOLHA-REG
             END-IF.
             MOVE '(=)' TO WRK-CC-SINAL.
             MOVE 'TOTAL DE DESCONTOS' TO WRK-CC-DESCR.
             COMPUTE WRK-CC-VALOR = WRK-VL-IR + WRK-VL-DESCONTOS.
             PERFORM 2140-LINHA-CONTRACHEQUE.
             MOVE 'LIQUIDO A RECEBER' TO WRK-CC-DESCR.
             MOVE WRK-VL-LIQUIDO TO WRK-CC-VALOR.
             PERFORM 2140-LINHA-CONTRACHEQUE.
      *>  --------------------------------------------------------------
      *>  2130-CABECALHO-CONTRACHEQUE - ABRE O CONTRACHEQUE DO
      *>  BENEFICIARIO COM OS PROVENTOS DO MES.
      *>  --------------------------------------------------------------
       2130-CABECALHO-CONTRACHEQUE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO CONTRACHEQUE-REG.
             STRING 'CONTRACHEQUE - MES ' WRK-MES-ATUAL
                    ' CLIENTE ' WRK-BN-CLIENTE(WRK-IDX)
                    ' TIPO ' WRK-BN-TIPO(WRK-IDX)
                    DELIMITED BY SIZE INTO CONTRACHEQUE-REG.
             WRITE CONTRACHEQUE-REG.
             MOVE '(+)' TO WRK-CC-SINAL.
             MOVE 'BENEFICIO DO MES' TO WRK-CC-DESCR.
             MOVE WRK-VALOR-PAGO TO WRK-CC-VALOR.
             PERFORM 2140-LINHA-CONTRACHEQUE.
             IF WRK-VALOR-13 > 0
               MOVE 'DECIMO TERCEIRO' TO WRK-CC-DESCR
               MOVE WRK-VALOR-13 TO WRK-CC-VALOR
               PERFORM 2140-LINHA-CONTRACHEQUE
             END-IF.
             IF WRK-VL-ATRASADO > 0
               MOVE SPACES TO WRK-CC-DESCR
               STRING 'ATRASADOS DA PROVA DE VIDA - MESES='
                      WRK-MESES-ATRASO
                      DELIMITED BY SIZE INTO WRK-CC-DESCR
               MOVE WRK-VL-ATRASADO TO WRK-CC-VALOR
               PERFORM 2140-LINHA-CONTRACHEQUE
             END-IF.
      *>  --------------------------------------------------------------
       2140-LINHA-CONTRACHEQUE.
      *>  --------------------------------------------------------------
             MOVE WRK-CC-VALOR TO WRK-CC-EDIT.
             MOVE SPACES TO CONTRACHEQUE-REG.
             STRING '  ' WRK-CC-SINAL ' ' WRK-CC-DESCR ' ' WRK-CC-EDIT
                    DELIMITED BY SIZE INTO CONTRACHEQUE-REG.
             WRITE CONTRACHEQUE-REG.
      *>  --------------------------------------------------------------
      *>  2200-CONFERE-PROVA-VIDA - PROVA VENCIDA HA MAIS DE 60 DIAS
      *>  SUSPENDE O PAGAMENTO E RETEM O VALOR DO MES (COM O 13); COM
      *>  A PROVA EM DIA, O QUE FICOU RETIDO VAI COMO ATRASADOS E A
      *>  SUSPENSAO E ENCERRADA. SEM O ARQUIVO DE PROVAS A FOLHA PAGA
      *>  COMO ANTES.
      *>  --------------------------------------------------------------
       2200-CONFERE-PROVA-VIDA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-SUSPENDE.
             MOVE 'N' TO WRK-BN-SUSPENSO(WRK-IDX).
             MOVE ZEROS TO WRK-VL-ATRASADO WRK-MESES-ATRASO.
             IF WRK-VIDA-OK = 'S'
               MOVE WRK-BN-CLIENTE(WRK-IDX) TO VD-CLI-ID
               READ PROVA-VIDA
                 INVALID KEY
                   PERFORM 2210-INSCREVE-BENEFICIARIO
                 NOT INVALID KEY
                   PERFORM 2220-AVALIA-PROVA
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2210-INSCREVE-BENEFICIARIO - O PRIMEIRO PAGAMENTO VALE COMO
      *>  PROVA E O MES DELE COMO ANIVERSARIO, ATE O ATENDIMENTO
      *>  CORRIGIR NO APOSVIDA.
      *>  --------------------------------------------------------------
       2210-INSCREVE-BENEFICIARIO.
      *>  --------------------------------------------------------------
             INITIALIZE PROVAVIDA-MASTER-REG.
             MOVE WRK-BN-CLIENTE(WRK-IDX) TO VD-CLI-ID.
             MOVE WRK-MES-NUM   TO VD-MES-ANIVERSARIO.
             MOVE WRK-DATA-HOJE TO VD-DT-ULTIMA-PROVA.
             PERFORM 8800-CALCULA-VENCIMENTO.
             MOVE 'A' TO VD-SITUACAO.
             MOVE WRK-MES-ATUAL TO VD-MES-ULT-FOLHA.
             WRITE PROVAVIDA-MASTER-REG.
      *>  --------------------------------------------------------------
       2220-AVALIA-PROVA.
      *>  --------------------------------------------------------------
             MOVE VD-DT-VENCIMENTO TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-X.
             IF WRK-DIAS-ATRASO > WRK-TOLERANCIA
               MOVE 'S' TO WRK-SUSPENDE
               IF NOT VD-SUSPENSO
                 MOVE 'S' TO VD-SITUACAO
                 MOVE WRK-MES-ATUAL TO VD-MES-SUSPENSAO
               END-IF
               ADD 1 TO VD-MESES-SUSPENSOS
               COMPUTE VD-VL-RETIDO = VD-VL-RETIDO
                       + WRK-VALOR-PAGO + WRK-VALOR-13
               MOVE 'S' TO WRK-BN-SUSPENSO(WRK-IDX)
               COMPUTE WRK-BN-RETIDO(WRK-IDX) =
                       WRK-VALOR-PAGO + WRK-VALOR-13
               MOVE VD-DT-VENCIMENTO TO WRK-BN-VENC(WRK-IDX)
               MOVE VD-MESES-SUSPENSOS TO WRK-BN-MESES(WRK-IDX)
               ADD 1 TO WRK-QT-SUSPENSOS
               ADD WRK-BN-RETIDO(WRK-IDX) TO WRK-TOTAL-RETIDO
             ELSE
               IF VD-SUSPENSO
                 MOVE VD-VL-RETIDO TO WRK-VL-ATRASADO
                 MOVE VD-MESES-SUSPENSOS TO WRK-MESES-ATRASO
                 MOVE 'A' TO VD-SITUACAO
                 MOVE ZEROS TO VD-MES-SUSPENSAO VD-MESES-SUSPENSOS
                               VD-VL-RETIDO
               END-IF
             END-IF.
             MOVE WRK-MES-ATUAL TO VD-MES-ULT-FOLHA.
             REWRITE PROVAVIDA-MASTER-REG.
      *>  --------------------------------------------------------------
      *>  2400-LISTA-SUSPENSOS - BLOCO PROPRIO NO REGISTRO DA FOLHA
      *>  COM OS BENEFICIOS NAO PAGOS POR FALTA DE PROVA DE VIDA.
      *>  --------------------------------------------------------------
       2400-LISTA-SUSPENSOS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-FOLHA-REG.
             STRING 'BENEFICIOS SUSPENSOS POR FALTA DE PROVA DE VIDA'
                    DELIMITED BY SIZE INTO RELAT-FOLHA-REG.
             WRITE RELAT-FOLHA-REG.
             PERFORM 2410-LINHA-SUSPENSO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-BENEF.
             MOVE SPACES TO RELAT-FOLHA-REG.
             STRING 'TOTAL RETIDO NO MES=' WRK-TOTAL-RETIDO
                    ' BENEFICIOS SUSPENSOS=' WRK-QT-SUSPENSOS
                    DELIMITED BY SIZE INTO RELAT-FOLHA-REG.
             WRITE RELAT-FOLHA-REG.
      *>  --------------------------------------------------------------
       2410-LINHA-SUSPENSO.
      *>  --------------------------------------------------------------
             IF WRK-BN-ATIVO(WRK-IDX) = 'S'
                AND WRK-BN-SUSPENSO(WRK-IDX) = 'S'
               MOVE SPACES TO RELAT-FOLHA-REG
               STRING 'CLIENTE=' WRK-BN-CLIENTE(WRK-IDX)
                      ' TIPO=' WRK-BN-TIPO(WRK-IDX)
                      ' RETIDO=' WRK-BN-RETIDO(WRK-IDX)
                      ' PROVA VENCIDA EM ' WRK-BN-VENC(WRK-IDX)
                      ' MESES SUSPENSOS=' WRK-BN-MESES(WRK-IDX)
                      DELIMITED BY SIZE INTO RELAT-FOLHA-REG
               WRITE RELAT-FOLHA-REG
             END-IF.
      *>  --------------------------------------------------------------
      *>  2300-APURA-DESCONTOS - APLICA OS DESCONTOS DO BENEFICIARIO
      *>  NA ORDEM DE PRIORIDADE: PRIMEIRO A PENSAO ALIMENTICIA
      *>  (ORDEM 0 A 9), QUE REDUZ A BASE DO IR, DEPOIS O IRRF, A
      *>  DEVOLUCAO DE PAGAMENTO INDEVIDO (ORDEM 10 A 19) E POR
      *>  ULTIMO OS EMPRESTIMOS (ORDEM 20 A 29), CADA UM LIMITADO AO
      *>  QUE SOBROU DO BRUTO; OS EMPRESTIMOS TAMBEM A MARGEM DE 35%
      *>  DO BENEFICIO.
      *>  --------------------------------------------------------------
       2300-APURA-DESCONTOS.
      *>  --------------------------------------------------------------
             COMPUTE WRK-MARGEM ROUNDED =
                     WRK-VALOR-PAGO * WRK-PCT-MARGEM.
             MOVE ZEROS TO WRK-QT-DESC.
             IF WRK-DESC-OK = 'S'
               PERFORM 2310-CARREGA-DESCONTOS
             END-IF.
             IF WRK-QT-DESC > 0
               PERFORM 2320-APLICA-ORDEM
                 VARYING WRK-ORDEM FROM 0 BY 1 UNTIL WRK-ORDEM > 9
             END-IF.
             PERFORM 2340-CALCULA-IR.
             IF WRK-QT-DESC > 0
               PERFORM 2320-APLICA-ORDEM
                 VARYING WRK-ORDEM FROM 10 BY 1 UNTIL WRK-ORDEM > 29
             END-IF.
      *>  --------------------------------------------------------------
       2310-CARREGA-DESCONTOS.
      *>  --------------------------------------------------------------
             MOVE WRK-BN-CLIENTE(WRK-IDX) TO DB-CLI-ID.
             MOVE ZEROS TO DB-SEQ.
             START DESCONTOS-BENEF KEY IS NOT LESS THAN DB-CHAVE
               INVALID KEY MOVE 10 TO DESCONTO-STATUS
             END-START.
             IF DESCONTO-STATUS NOT = 10
               READ DESCONTOS-BENEF NEXT
                 AT END MOVE 10 TO DESCONTO-STATUS
               END-READ
             END-IF.
             PERFORM 2315-GUARDA-DESCONTO
               UNTIL DESCONTO-STATUS = 10
                  OR DB-CLI-ID NOT = WRK-BN-CLIENTE(WRK-IDX).
             MOVE 0 TO DESCONTO-STATUS.
      *>  --------------------------------------------------------------
       2315-GUARDA-DESCONTO.
      *>  --------------------------------------------------------------
             IF DB-ATIVO
                AND DB-DT-INICIO <= WRK-DATA-HOJE
                AND DB-MES-ULT-DESCONTO < WRK-MES-ATUAL
                AND WRK-QT-DESC < 10
               ADD 1 TO WRK-QT-DESC
               MOVE DB-SEQ TO WRK-DS-SEQ(WRK-QT-DESC)
               EVALUATE TRUE
                 WHEN DB-PENSAO-ALIMENTOS
                   MOVE DB-PRIORIDADE TO WRK-DS-ORDEM(WRK-QT-DESC)
                 WHEN DB-DEVOLUCAO
                   COMPUTE WRK-DS-ORDEM(WRK-QT-DESC) =
                           DB-PRIORIDADE + 10
                 WHEN OTHER
                   COMPUTE WRK-DS-ORDEM(WRK-QT-DESC) =
                           DB-PRIORIDADE + 20
               END-EVALUATE
             END-IF.
             READ DESCONTOS-BENEF NEXT
               AT END MOVE 10 TO DESCONTO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2320-APLICA-ORDEM.
      *>  --------------------------------------------------------------
             PERFORM 2325-APLICA-DESCONTO
               VARYING WRK-IDX-DS FROM 1 BY 1
               UNTIL WRK-IDX-DS > WRK-QT-DESC.
      *>  --------------------------------------------------------------
       2325-APLICA-DESCONTO.
      *>  --------------------------------------------------------------
             IF WRK-DS-ORDEM(WRK-IDX-DS) = WRK-ORDEM
               MOVE WRK-BN-CLIENTE(WRK-IDX) TO DB-CLI-ID
               MOVE WRK-DS-SEQ(WRK-IDX-DS) TO DB-SEQ
               READ DESCONTOS-BENEF
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN DB-PENSAO-ALIMENTOS
                       PERFORM 2330-DESCONTA-PENSAO
                     WHEN DB-DEVOLUCAO
                       PERFORM 2380-DESCONTA-DEVOLUCAO
                     WHEN OTHER
                       PERFORM 2360-DESCONTA-EMPRESTIMO
                   END-EVALUATE
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2330-DESCONTA-PENSAO - PERCENTUAL SOBRE O BENEFICIO E O 13 OU
      *>  VALOR FIXO DA DECISAO JUDICIAL. O VALOR VAI AO FAVORECIDO
      *>  COMO PAGAMENTO TIPO J NO ARQUIVO DA FOLHA.
      *>  --------------------------------------------------------------
       2330-DESCONTA-PENSAO.
      *>  --------------------------------------------------------------
             IF DB-PERCENTUAL
               COMPUTE WRK-VL-DESC-ITEM ROUNDED =
                       (WRK-VALOR-PAGO + WRK-VALOR-13) * DB-PCT
             ELSE
               MOVE DB-VALOR TO WRK-VL-DESC-ITEM
             END-IF.
             IF WRK-VL-DESC-ITEM > WRK-DISPONIVEL
               MOVE WRK-DISPONIVEL TO WRK-VL-DESC-ITEM
             END-IF.
             IF WRK-VL-DESC-ITEM > 0
               SUBTRACT WRK-VL-DESC-ITEM FROM WRK-DISPONIVEL
               ADD WRK-VL-DESC-ITEM TO WRK-VL-ALIMENTOS
                                      WRK-VL-DESCONTOS
               MOVE WRK-MES-ATUAL TO FP-MES
               MOVE WRK-BN-CLIENTE(WRK-IDX) TO FP-CLI-ID
               MOVE 'J' TO FP-TIPO
               MOVE WRK-VL-DESC-ITEM TO FP-VALOR FP-VALOR-LIQUIDO
               MOVE ZEROS TO FP-VALOR-13 FP-VALOR-ATRASADO
                             FP-VALOR-IR FP-VALOR-DESCONTO
               MOVE DB-SEQ TO FP-SEQ-DESC
               MOVE SPACE TO FP-SITUACAO
               WRITE FOLHA-PAGAMENTO-REG
               MOVE WRK-MES-ATUAL TO DB-MES-ULT-DESCONTO
               ADD WRK-VL-DESC-ITEM TO DB-TOT-DESCONTADO
               REWRITE DESCBENF-MASTER-REG
               MOVE '(-)' TO WRK-CC-SINAL
               MOVE SPACES TO WRK-CC-DESCR
               STRING 'PENSAO ALIMENTICIA ' DB-FAVORECIDO
                      DELIMITED BY SIZE INTO WRK-CC-DESCR
               MOVE WRK-VL-DESC-ITEM TO WRK-CC-VALOR
               PERFORM 2140-LINHA-CONTRACHEQUE
             END-IF.
      *>  --------------------------------------------------------------
      *>  2340-CALCULA-IR - BASE MENSAL = BENEFICIO - DEPENDENTES -
      *>  PARCELA ISENTA DOS 65 ANOS - PENSAO ALIMENTICIA. O 13 E
      *>  TRIBUTADO EM SEPARADO E OS ATRASADOS PELA MEDIA MENSAL
      *>  (RENDIMENTO RECEBIDO ACUMULADAMENTE).
      *>  --------------------------------------------------------------
       2340-CALCULA-IR.
      *>  --------------------------------------------------------------
             PERFORM 2350-CONTA-DEPENDENTES.
             MOVE 'N' TO WRK-MAIOR-65.
             IF WRK-CLI-OK = 'S'
               MOVE WRK-BN-CLIENTE(WRK-IDX) TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CLI-IDADE >= 65
                     MOVE 'S' TO WRK-MAIOR-65
                   END-IF
               END-READ
             END-IF.
             COMPUTE WRK-DEDUCOES = WRK-QT-DEPEND * WRK-DEDUCAO-DEP.
             IF WRK-MAIOR-65 = 'S'
               ADD WRK-ISENCAO-65 TO WRK-DEDUCOES
             END-IF.
             COMPUTE WRK-IR-BASE =
                     WRK-VALOR-PAGO - WRK-DEDUCOES - WRK-VL-ALIMENTOS.
             PERFORM 2600-CALCULA-IRRF.
             MOVE WRK-IR-VALOR TO WRK-IR-MES.
             MOVE ZEROS TO WRK-IR-13 WRK-IR-ATRASO.
             IF WRK-VALOR-13 > 0
               COMPUTE WRK-IR-BASE = WRK-VALOR-13 - WRK-DEDUCOES
               PERFORM 2600-CALCULA-IRRF
               MOVE WRK-IR-VALOR TO WRK-IR-13
             END-IF.
             IF WRK-VL-ATRASADO > 0 AND WRK-MESES-ATRASO > 0
               COMPUTE WRK-IR-BASE ROUNDED =
                       (WRK-VL-ATRASADO / WRK-MESES-ATRASO)
                       - WRK-DEDUCOES
               PERFORM 2600-CALCULA-IRRF
               COMPUTE WRK-IR-ATRASO =
                       WRK-IR-VALOR * WRK-MESES-ATRASO
             END-IF.
             COMPUTE WRK-VL-IR = WRK-IR-MES + WRK-IR-13 + WRK-IR-ATRASO.
             IF WRK-VL-IR > WRK-DISPONIVEL
               MOVE WRK-DISPONIVEL TO WRK-VL-IR
             END-IF.
             SUBTRACT WRK-VL-IR FROM WRK-DISPONIVEL.
             IF WRK-VL-IR > 0
               MOVE '(-)' TO WRK-CC-SINAL
               MOVE SPACES TO WRK-CC-DESCR
               STRING 'IRRF - DEPENDENTES=' WRK-QT-DEPEND
                      ' MAIOR DE 65=' WRK-MAIOR-65
                      DELIMITED BY SIZE INTO WRK-CC-DESCR
               MOVE WRK-VL-IR TO WRK-CC-VALOR
               PERFORM 2140-LINHA-CONTRACHEQUE
             END-IF.
      *>  --------------------------------------------------------------
      *>  2350-CONTA-DEPENDENTES - MESMA REGRA DO CALC-APOSENTA: O
      *>  CONJUGE, O FILHO ATE 21 ANOS OU INVALIDO E O INVALIDO DE
      *>  QUALQUER PARENTESCO.
      *>  --------------------------------------------------------------
       2350-CONTA-DEPENDENTES.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-QT-DEPEND.
             IF WRK-DEP-OK = 'S'
               MOVE WRK-BN-CLIENTE(WRK-IDX) TO DP-CLI-ID
               MOVE ZEROS TO DP-SEQ
               START DEPENDENTES KEY IS NOT LESS THAN DP-CHAVE
                 INVALID KEY MOVE 10 TO DEPEND-STATUS
               END-START
               IF DEPEND-STATUS NOT = 10
                 READ DEPENDENTES NEXT
                   AT END MOVE 10 TO DEPEND-STATUS
                 END-READ
               END-IF
               PERFORM 2355-AVALIA-DEPENDENTE
                 UNTIL DEPEND-STATUS = 10
                    OR DP-CLI-ID NOT = WRK-BN-CLIENTE(WRK-IDX)
               MOVE 0 TO DEPEND-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2355-AVALIA-DEPENDENTE.
      *>  --------------------------------------------------------------
             COMPUTE WRK-IDADE-DEP =
                     (WRK-DATA-HOJE / 10000)
                     - (DP-DT-NASCIMENTO / 10000).
             EVALUATE TRUE
               WHEN DP-CONJUGE
                 ADD 1 TO WRK-QT-DEPEND
               WHEN DP-FILHO
                    AND (WRK-IDADE-DEP < 21
                         OR DP-INVALIDEZ = 'S')
                 ADD 1 TO WRK-QT-DEPEND
               WHEN DP-INVALIDEZ = 'S'
                 ADD 1 TO WRK-QT-DEPEND
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             READ DEPENDENTES NEXT
               AT END MOVE 10 TO DEPEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2360-DESCONTA-EMPRESTIMO - DESCONTA A PROXIMA PARCELA EM
      *>  ABERTO DO CONTRATO E BAIXA NO EMPPAGOS.TXT, SEM MORA NEM
      *>  MULTA, COMO O DESCONTO EM FOLHA DO EMPCONSG. PARCELA MAIOR
      *>  QUE A MARGEM OU QUE O SALDO DO BRUTO FICA PARA A COBRANCA
      *>  NORMAL. CONTRATO QUE DEIXOU DE ESTAR ATIVO ENCERRA O
      *>  DESCONTO.
      *>  --------------------------------------------------------------
       2360-DESCONTA-EMPRESTIMO.
      *>  --------------------------------------------------------------
             IF WRK-CTR-OK = 'S'
               MOVE DB-CONTRATO TO CTR-NUMERO
               READ CONTRATOS
                 INVALID KEY MOVE 23 TO CONTRATOS-STATUS
               END-READ
               IF CONTRATOS-STATUS NOT = 0 OR NOT CTR-ATIVO
                 MOVE 'E' TO DB-SITUACAO
                 REWRITE DESCBENF-MASTER-REG
               ELSE
                 PERFORM 2365-PROXIMA-PARCELA
                 IF WRK-PARC-DESC = 0
                   MOVE 'E' TO DB-SITUACAO
                   REWRITE DESCBENF-MASTER-REG
                 ELSE
                   MOVE CTR-PC-VALOR(WRK-PARC-DESC)
                     TO WRK-VL-DESC-ITEM
                   IF WRK-VL-DESC-ITEM > WRK-MARGEM
                      OR WRK-VL-DESC-ITEM > WRK-DISPONIVEL
                     ADD 1 TO WRK-QT-SEM-MARGEM
                     MOVE '(*)' TO WRK-CC-SINAL
                     MOVE SPACES TO WRK-CC-DESCR
                     STRING 'EMPRESTIMO ' CTR-NUMERO
                            ' PARCELA ' WRK-PARC-DESC
                            ' SEM MARGEM - NAO DESCONTADA'
                            DELIMITED BY SIZE INTO WRK-CC-DESCR
                     MOVE WRK-VL-DESC-ITEM TO WRK-CC-VALOR
                     PERFORM 2140-LINHA-CONTRACHEQUE
                   ELSE
                     PERFORM 2370-BAIXA-PARCELA
                   END-IF
                 END-IF
               END-IF
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       2365-PROXIMA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-PARC-DESC.
             MOVE CTR-NUMERO TO WRK-CHECA-CONTR.
             MOVE 99 TO WRK-CHECA-PARC.
             PERFORM 2820-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               PERFORM 2366-AVALIA-PARCELA
                 VARYING WRK-P-PARCELA FROM 1 BY 1
                 UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
                    OR WRK-PARC-DESC > 0
             END-IF.
      *>  --------------------------------------------------------------
       2366-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 2820-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE WRK-P-PARCELA TO WRK-PARC-DESC
             END-IF.
      *>  --------------------------------------------------------------
       2370-BAIXA-PARCELA.
      *>  --------------------------------------------------------------
             SUBTRACT WRK-VL-DESC-ITEM FROM WRK-MARGEM WRK-DISPONIVEL.
             ADD WRK-VL-DESC-ITEM TO WRK-VL-DESCONTOS.
             MOVE CTR-NUMERO TO EP-CONTRATO.
             MOVE WRK-PARC-DESC TO EP-PARCELA.
             MOVE WRK-DATA-HOJE TO EP-DT-PAGAMENTO.
             MOVE WRK-VL-DESC-ITEM TO EP-VL-PAGO.
             MOVE ZEROS TO EP-JUROS-MORA.
             MOVE ZEROS TO EP-MULTA.
             WRITE PAGAMENTOS-REG.
             IF WRK-QT-PAGAS < 500
               ADD 1 TO WRK-QT-PAGAS
               MOVE CTR-NUMERO TO WRK-PG-CONTRATO(WRK-QT-PAGAS)
               MOVE WRK-PARC-DESC TO WRK-PG-PARCELA(WRK-QT-PAGAS)
             END-IF.
             MOVE WRK-MES-ATUAL TO DB-MES-ULT-DESCONTO.
             ADD WRK-VL-DESC-ITEM TO DB-TOT-DESCONTADO.
             IF WRK-PARC-DESC >= CTR-QT-PARCELAS
               MOVE 'E' TO DB-SITUACAO
             END-IF.
             REWRITE DESCBENF-MASTER-REG.
             MOVE '(-)' TO WRK-CC-SINAL.
             MOVE SPACES TO WRK-CC-DESCR.
             STRING 'EMPRESTIMO ' CTR-NUMERO
                    ' PARCELA ' WRK-PARC-DESC '/' CTR-QT-PARCELAS
                    DELIMITED BY SIZE INTO WRK-CC-DESCR.
             MOVE WRK-VL-DESC-ITEM TO WRK-CC-VALOR.
             PERFORM 2140-LINHA-CONTRACHEQUE.
             PERFORM 2365-PROXIMA-PARCELA.
             IF WRK-PARC-DESC = 0
               PERFORM 2700-GUARDA-ENCERRAMENTO
             END-IF.
      *>  --------------------------------------------------------------
      *>  2380-DESCONTA-DEVOLUCAO - PARCELA DO PAGAMENTO INDEVIDO DO
      *>  TITULAR FALECIDO: PERCENTUAL DO BENEFICIO DO MES, SEM PASSAR
      *>  DO QUE FALTA PARA O LIMITE. O APOSINDV ATUALIZA O LIMITE E
      *>  ENCERRA O DESCONTO QUANDO O DEBITO E QUITADO.
      *>  --------------------------------------------------------------
       2380-DESCONTA-DEVOLUCAO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-VL-DESC-ITEM ROUNDED =
                     WRK-VALOR-PAGO * DB-PCT.
             IF DB-TOT-DESCONTADO >= DB-VL-LIMITE
               MOVE ZEROS TO WRK-VL-DESC-ITEM
             ELSE
               IF WRK-VL-DESC-ITEM > DB-VL-LIMITE - DB-TOT-DESCONTADO
                 COMPUTE WRK-VL-DESC-ITEM =
                         DB-VL-LIMITE - DB-TOT-DESCONTADO
               END-IF
             END-IF.
             IF WRK-VL-DESC-ITEM > WRK-DISPONIVEL
               MOVE WRK-DISPONIVEL TO WRK-VL-DESC-ITEM
             END-IF.
             IF WRK-VL-DESC-ITEM > 0
               SUBTRACT WRK-VL-DESC-ITEM FROM WRK-DISPONIVEL
               ADD WRK-VL-DESC-ITEM TO WRK-VL-DESCONTOS
               MOVE WRK-MES-ATUAL TO DB-MES-ULT-DESCONTO
               ADD WRK-VL-DESC-ITEM TO DB-TOT-DESCONTADO
               REWRITE DESCBENF-MASTER-REG
               MOVE '(-)' TO WRK-CC-SINAL
               MOVE SPACES TO WRK-CC-DESCR
               STRING 'DEVOLUCAO PAGAMENTO INDEVIDO - TITULAR '
                      DB-CONTRATO
                      DELIMITED BY SIZE INTO WRK-CC-DESCR
               MOVE WRK-VL-DESC-ITEM TO WRK-CC-VALOR
               PERFORM 2140-LINHA-CONTRACHEQUE
             END-IF.
      *>  --------------------------------------------------------------
      *>  2500-PAGA-PREVIDENCIA - CADA CERTIFICADO EM RENDA PAGA UMA
      *>  PARCELA POR FOLHA ATE O FIM DO PRAZO (A ULTIMA LEVA O SALDO
      *>  QUE SOBROU). O SALDO DO CERTIFICADO BAIXA PELO BRUTO E O
      *>  ARQUIVO DE PAGAMENTO LEVA O BRUTO, O IR E O LIQUIDO.
      *>  --------------------------------------------------------------
       2500-PAGA-PREVIDENCIA.
      *>  --------------------------------------------------------------
             OPEN I-O PREV-PRIVADA.
             IF PREVPRIV-STATUS = 0
               MOVE 0 TO PV-CERTIFICADO
               START PREV-PRIVADA KEY IS NOT LESS THAN PV-CERTIFICADO
                 INVALID KEY MOVE 10 TO PREVPRIV-STATUS
               END-START
               IF PREVPRIV-STATUS NOT = 10
                 READ PREV-PRIVADA NEXT
                   AT END MOVE 10 TO PREVPRIV-STATUS
                 END-READ
               END-IF
               PERFORM 2510-PAGA-UMA-RENDA UNTIL PREVPRIV-STATUS = 10
               CLOSE PREV-PRIVADA
             END-IF.
             MOVE 0 TO PREVPRIV-STATUS.
      *>  --------------------------------------------------------------
       2510-PAGA-UMA-RENDA.
      *>  --------------------------------------------------------------
             IF PV-EM-RENDA AND PV-PARCELAS-PAGAS < PV-PRAZO-RENDA
               MOVE PV-RENDA-MENSAL TO WRK-PV-BRUTO
               IF PV-PARCELAS-PAGAS + 1 = PV-PRAZO-RENDA
                  OR WRK-PV-BRUTO > PV-SALDO
                 MOVE PV-SALDO TO WRK-PV-BRUTO
               END-IF
               PERFORM 2520-CALCULA-IR-PREV
               COMPUTE WRK-PV-LIQUIDO = WRK-PV-BRUTO - WRK-PV-IR
               SUBTRACT WRK-PV-BRUTO FROM PV-SALDO
               ADD 1 TO PV-PARCELAS-PAGAS
               IF PV-PARCELAS-PAGAS >= PV-PRAZO-RENDA
                 MOVE 'E' TO PV-SITUACAO
               END-IF
               REWRITE PREVPRIV-MASTER-REG
               MOVE WRK-MES-ATUAL TO FP-MES
               MOVE PV-CLI-ID TO FP-CLI-ID
               MOVE 'V' TO FP-TIPO
               MOVE WRK-PV-BRUTO TO FP-VALOR
               MOVE ZEROS TO FP-VALOR-13 FP-VALOR-ATRASADO
                             FP-VALOR-DESCONTO
               MOVE WRK-PV-IR TO FP-VALOR-IR
               MOVE WRK-PV-LIQUIDO TO FP-VALOR-LIQUIDO
               MOVE ZEROS TO FP-SEQ-DESC
               MOVE SPACE TO FP-SITUACAO
               WRITE FOLHA-PAGAMENTO-REG
               MOVE WRK-MES-ATUAL TO BH-MES
               MOVE PV-CLI-ID TO BH-CLI-ID
               MOVE 'V' TO BH-TIPO
               MOVE WRK-PV-LIQUIDO TO BH-VALOR-PAGO
               MOVE WRK-DATA-HOJE TO BH-DT-PAGAMENTO
               MOVE WRK-PV-BRUTO TO BH-VALOR-BRUTO
               MOVE WRK-PV-IR TO BH-VALOR-IR
               MOVE ZEROS TO BH-VALOR-DESCONTO
               WRITE BENEF-HISTORICO-REG
               ADD 1 TO WRK-QT-PAGOS WRK-QT-PREV
               ADD WRK-PV-BRUTO TO WRK-TOTAL-FOLHA WRK-TOTAL-PREV
               ADD WRK-PV-IR TO WRK-TOTAL-IR
               ADD WRK-PV-LIQUIDO TO WRK-TOTAL-LIQUIDO
               PERFORM 2540-CONTRACHEQUE-PREV
               MOVE SPACES TO RELAT-FOLHA-REG
               STRING 'CLIENTE=' PV-CLI-ID
                      ' TIPO=V CERTIFICADO=' PV-CERTIFICADO
                      ' RENDA=' WRK-PV-BRUTO
                      ' IR=' WRK-PV-IR
                      ' LIQUIDO=' WRK-PV-LIQUIDO
                      ' PARCELA=' PV-PARCELAS-PAGAS
                      DELIMITED BY SIZE INTO RELAT-FOLHA-REG
               WRITE RELAT-FOLHA-REG
             END-IF.
             READ PREV-PRIVADA NEXT
               AT END MOVE 10 TO PREVPRIV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2520-CALCULA-IR-PREV - SO A PARTE TRIBUTAVEL DA RENDA (TODA NO
      *>  PGBL, O RENDIMENTO NO VGBL) ENTRA NA BASE.
      *>  --------------------------------------------------------------
       2520-CALCULA-IR-PREV.
      *>  --------------------------------------------------------------
             COMPUTE WRK-PV-BASE ROUNDED =
                     WRK-PV-BRUTO * PV-PCT-TRIBUTAVEL.
             MOVE ZEROS TO WRK-PV-IR.
             IF PV-REGRESSIVO
               COMPUTE WRK-PV-IR ROUNDED =
                       WRK-PV-BASE * PV-ALIQ-REGRESSIVA
             ELSE
               MOVE WRK-PV-BASE TO WRK-IR-BASE
               PERFORM 2600-CALCULA-IRRF
               MOVE WRK-IR-VALOR TO WRK-PV-IR
             END-IF.
      *>  --------------------------------------------------------------
       2530-PROCURA-FAIXA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-IDX-IR.
      *>  --------------------------------------------------------------
       2540-CONTRACHEQUE-PREV.
      *>  --------------------------------------------------------------
             MOVE SPACES TO CONTRACHEQUE-REG.
             STRING 'CONTRACHEQUE - MES ' WRK-MES-ATUAL
                    ' CLIENTE ' PV-CLI-ID
                    ' TIPO V CERTIFICADO ' PV-CERTIFICADO
                    DELIMITED BY SIZE INTO CONTRACHEQUE-REG.
             WRITE CONTRACHEQUE-REG.
             MOVE '(+)' TO WRK-CC-SINAL.
             MOVE 'RENDA DE PREVIDENCIA PRIVADA' TO WRK-CC-DESCR.
             MOVE WRK-PV-BRUTO TO WRK-CC-VALOR.
             PERFORM 2140-LINHA-CONTRACHEQUE.
             IF WRK-PV-IR > 0
               MOVE '(-)' TO WRK-CC-SINAL
               MOVE 'IRRF' TO WRK-CC-DESCR
               MOVE WRK-PV-IR TO WRK-CC-VALOR
               PERFORM 2140-LINHA-CONTRACHEQUE
             END-IF.
             MOVE '(=)' TO WRK-CC-SINAL.
             MOVE 'LIQUIDO A RECEBER' TO WRK-CC-DESCR.
             MOVE WRK-PV-LIQUIDO TO WRK-CC-VALOR.
             PERFORM 2140-LINHA-CONTRACHEQUE.
      *>  --------------------------------------------------------------
      *>  2600-CALCULA-IRRF - IR DA BASE WRK-IR-BASE PELA TABELA
      *>  PROGRESSIVA VIGENTE. BASE ZERADA OU NEGATIVA NAO PAGA.
      *>  --------------------------------------------------------------
       2600-CALCULA-IRRF.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-IR-VALOR.
             IF WRK-IR-BASE > 0
               MOVE 1 TO WRK-IDX-IR
               PERFORM 2530-PROCURA-FAIXA
                 UNTIL WRK-IDX-IR = 5
                    OR WRK-IR-BASE <= WRK-IR-LIMITE(WRK-IDX-IR)
               IF WRK-IR-BASE * WRK-IR-ALIQ(WRK-IDX-IR)
                  > WRK-IR-DEDUZIR(WRK-IDX-IR)
                 COMPUTE WRK-IR-VALOR ROUNDED =
                         (WRK-IR-BASE * WRK-IR-ALIQ(WRK-IDX-IR))
                         - WRK-IR-DEDUZIR(WRK-IDX-IR)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2700-GUARDA-ENCERRAMENTO - O DESCONTO QUITOU A ULTIMA
      *>  PARCELA EM ABERTO: GUARDA O CONTRATO E O VALOR DESCONTADO
      *>  PARA O ENCERRAMENTO DEPOIS DO FECHAMENTO DOS CADASTROS.
      *>  --------------------------------------------------------------
       2700-GUARDA-ENCERRAMENTO.
      *>  --------------------------------------------------------------
             IF WRK-QT-ENCERRA < 300
               ADD 1 TO WRK-QT-ENCERRA
               MOVE CTR-NUMERO TO WRK-EC-CONTRATO(WRK-QT-ENCERRA)
               MOVE WRK-VL-DESC-ITEM TO WRK-EC-VALOR(WRK-QT-ENCERRA)
             ELSE
               DISPLAY '*** TABELA DE ENCERRAMENTOS CHEIA (300) -'
                       ' CONTRATO ' CTR-NUMERO ' FICA ATIVO ***'
             END-IF.
      *>  --------------------------------------------------------------
      *>  2710-QUITA-CONTRATO - EMPENCER QUITA O CONTRATO NA DATA DA
      *>  FOLHA E LIBERA O GRAVAME DA GARANTIA; O REGISTRO DA FOLHA
      *>  GANHA UMA LINHA POR CONTRATO ENCERRADO.
      *>  --------------------------------------------------------------
       2710-QUITA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE WRK-EC-CONTRATO(WRK-IDX-EN) TO WRK-EN-CONTRATO.
             MOVE WRK-DATA-HOJE TO WRK-EN-DATA.
             MOVE WRK-EC-VALOR(WRK-IDX-EN) TO WRK-EN-VALOR.
             CALL 'EMPENCER' USING WRK-ENCERRA.
             IF WRK-EN-QUITADO = 'S'
               MOVE SPACES TO RELAT-FOLHA-REG
               IF WRK-EN-GRAVAME = 'S'
                 STRING 'EMPRESTIMO ' WRK-EN-CONTRATO
                        ' QUITADO NO DESCONTO DO BENEFICIO -'
                        ' GRAVAME LIBERADO (' WRK-EN-GA-TIPO ' '
                        WRK-EN-GA-IDENT ')'
                        DELIMITED BY SIZE INTO RELAT-FOLHA-REG
               ELSE
                 STRING 'EMPRESTIMO ' WRK-EN-CONTRATO
                        ' QUITADO NO DESCONTO DO BENEFICIO'
                        DELIMITED BY SIZE INTO RELAT-FOLHA-REG
               END-IF
               WRITE RELAT-FOLHA-REG
             END-IF.
      *>  --------------------------------------------------------------
      *>  2800-CARREGA-PAGAS - PARCELAS JA PAGAS DO EMPPAGOS.TXT, PARA
      *>  ACHAR A PROXIMA EM ABERTO DE CADA CONTRATO (99 = QUITACAO
      *>  ANTECIPADA).
      *>  --------------------------------------------------------------
       2800-CARREGA-PAGAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-PAGAS.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
                 AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM 2810-CARREGA-UMA-PAGA
                 UNTIL PAGAMENTOS-STATUS = 10
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
       2810-CARREGA-UMA-PAGA.
      *>  --------------------------------------------------------------
             IF WRK-QT-PAGAS < 500
               ADD 1 TO WRK-QT-PAGAS
               MOVE EP-CONTRATO TO WRK-PG-CONTRATO(WRK-QT-PAGAS)
               MOVE EP-PARCELA  TO WRK-PG-PARCELA(WRK-QT-PAGAS)
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2820-CONFERE-SE-PAGA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-JA-PAGA.
             PERFORM 2830-CONFERE-UMA-PAGA
               VARYING WRK-IDX-PAGO FROM 1 BY 1
               UNTIL WRK-IDX-PAGO > WRK-QT-PAGAS
                  OR WRK-JA-PAGA = 'S'.
      *>  --------------------------------------------------------------
       2830-CONFERE-UMA-PAGA.
      *>  --------------------------------------------------------------
             IF WRK-PG-CONTRATO(WRK-IDX-PAGO) = WRK-CHECA-CONTR
                AND WRK-PG-PARCELA(WRK-IDX-PAGO) = WRK-CHECA-PARC
               MOVE 'S' TO WRK-JA-PAGA
             END-IF.
      *>  --------------------------------------------------------------
       8000-ACHA-OU-CRIA-BENEF.
      *>  --------------------------------------------------------------
               MOVE ZEROS TO WRK-BN-VALOR(WRK-IDX)
               MOVE 'A' TO WRK-BN-TIPO(WRK-IDX)
               MOVE 'N' TO WRK-BN-ATIVO(WRK-IDX)
               MOVE 'N' TO WRK-BN-SUSPENSO(WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
               ADD 1 TO WRK-IDX
             END-IF.
      *>  --------------------------------------------------------------
      *>  8800-CALCULA-VENCIMENTO - ULTIMO DIA DO MES DE ANIVERSARIO
      *>  QUE CAI PELO MENOS 3 MESES DEPOIS DA ULTIMA PROVA (MESMA
      *>  REGRA DO APOSVIDA).
      *>  --------------------------------------------------------------
       8800-CALCULA-VENCIMENTO.
      *>  --------------------------------------------------------------
             DIVIDE VD-DT-ULTIMA-PROVA BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             COMPUTE WRK-DIF-MESES = VD-MES-ANIVERSARIO - WRK-MES-X.
             PERFORM 8810-AVANCA-ANO UNTIL WRK-DIF-MESES >= 3.
             EVALUATE VD-MES-ANIVERSARIO
               WHEN 2
                 DIVIDE WRK-ANO-X BY 4
                   GIVING WRK-QUOC-X REMAINDER WRK-RESTO-ANO
                 IF WRK-RESTO-ANO = 0
                   MOVE 29 TO WRK-DIA-X
                 ELSE
                   MOVE 28 TO WRK-DIA-X
                 END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                 MOVE 30 TO WRK-DIA-X
               WHEN OTHER
                 MOVE 31 TO WRK-DIA-X
             END-EVALUATE.
             COMPUTE VD-DT-VENCIMENTO = (WRK-ANO-X * 10000)
                     + (VD-MES-ANIVERSARIO * 100) + WRK-DIA-X.
      *>  --------------------------------------------------------------
       8810-AVANCA-ANO.
      *>  --------------------------------------------------------------
             ADD 12 TO WRK-DIF-MESES.
             ADD 1 TO WRK-ANO-X.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             COMPUTE WRK-DIAS-X = (WRK-ANO-X * 360)
                     + (WRK-MES-X * 30) + WRK-DIA-X.
      *>  --------------------------------------------------------------
