       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESALM.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RELATORIO MENSAL DE DESCASAMENTO
      ***   DE LIQUIDEZ DA TESOURARIA (ALM): PROJETA AS ENTRADAS E
      ***   SAIDAS DE CAIXA EM FAIXAS MENSAIS ATE 12 MESES, DEPOIS
      ***   ANUAIS ATE 5 ANOS E UMA FAIXA ACIMA DE 5 ANOS
      ***   (RELALM.TXT). ENTRADAS: PARCELAS NAO PAGAS DOS
      ***   EMPRESTIMOS (CRONOGRAMA DO CONTRATO.TXT CONTRA O LEDGER
      ***   EMPPAGOS.TXT, NA MESMA CARTEIRA DO EMPPDD) E PARCELAS EM
      ***   ABERTO DOS SEGUROS (SEGPARC.TXT). SAIDAS: VENCIMENTOS DAS
      ***   APLICACOES ATIVAS (INVPOSIC.TXT, COM O VENCIMENTO CALCULADO
      ***   COMO NO INVVENC) E A FOLHA DE BENEFICIOS, PROJETADA PELA
      ***   ULTIMA FOLHA DO APOSFOLH (FOLHAPAG.TXT) COM O 13 EM
      ***   NOVEMBRO E DEZEMBRO. OS TERMOS DE CAMBIO EM ABERTO
      ***   (TERMOCAM.TXT) ENTRAM PELO VALOR EM REAIS NA TAXA
      ***   CONTRATADA NA DATA DE LIQUIDACAO: SAIDA QUANDO O CLIENTE
      ***   VENDE A MOEDA (O BANCO PAGA REAIS), ENTRADA QUANDO COMPRA.
      ***   POR FAIXA SAEM O DESCASAMENTO (ENTRADAS MENOS SAIDAS) E O
      ***   ACUMULADO; FAIXA COM ACUMULADO NEGATIVO E MARCADA E O
      ***   PROGRAMA DEVOLVE RETURN-CODE 4. VALORES JA VENCIDOS E NAO
      ***   REALIZADOS SAEM EM LINHA PROPRIA, FORA DO DESCASAMENTO.
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
           SELECT LIBERACAO ASSIGN TO 'C:\COBOL\LIBERACA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS LIBER-STATUS
             RECORD KEY IS LB-CONTRATO.
           SELECT SEGURO-PARCELAS ASSIGN TO 'C:\COBOL\SEGPARC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT FOLHA-PAGAMENTO ASSIGN TO 'C:\COBOL\FOLHAPAG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FOLHA-STATUS.
           SELECT TERMO-CAMBIO ASSIGN TO 'C:\COBOL\TERMOCAM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TERMO-STATUS
             RECORD KEY IS FT-NUMERO.
           SELECT RELAT-ALM ASSIGN TO 'C:\COBOL\RELALM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
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
       FD LIBERACAO.
       01 LIBERACAO-REG.
            05 LB-CONTRATO     PIC 9(08).
            05 LB-CLIENTE      PIC 9(05).
            05 LB-VALOR        PIC 9(07)V99.
            05 LB-OPERADOR1    PIC X(10).
            05 LB-OPERADOR2    PIC X(10).
            05 LB-DT-REGISTRO  PIC 9(08).
            05 LB-DT-LIBERACAO PIC 9(08).
            05 LB-SITUACAO     PIC X(01).
                88 LB-LIBERADA     VALUE 'L'.
       FD SEGURO-PARCELAS.
       01 SEGURO-PARCELAS-REG.
            05 SP-APOLICE      PIC 9(08).
            05 SP-PARCELA      PIC 9(02).
            05 SP-VENCIMENTO   PIC 9(08).
            05 SP-VALOR        PIC 9(06)V99.
            05 SP-SITUACAO     PIC X(01).
            05 SP-DT-PAGAMENTO PIC 9(08).
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
       FD TERMO-CAMBIO.
       01 TERMO-CAMBIO-REG.
            05 FT-NUMERO       PIC 9(06).
            05 FT-CLI-ID       PIC 9(05).
            05 FT-MOEDA        PIC X(05).
            05 FT-VALOR-ME     PIC 9(05)V99.
            05 FT-TAXA-CONTR   PIC 9(3)V9999.
            05 FT-DT-CONTRATO  PIC 9(08).
            05 FT-DT-LIQUIDA   PIC 9(08).
            05 FT-MARGEM       PIC 9(07)V99.
            05 FT-SITUACAO     PIC X(01).
                88 FT-ABERTO       VALUE 'A'.
                88 FT-LIQUIDADO    VALUE 'L'.
            05 FT-SENTIDO      PIC X(01).
                88 FT-CLIENTE-COMPRA VALUE 'C' ' '.
                88 FT-CLIENTE-VENDE  VALUE 'V'.
       FD RELAT-ALM.
       01 RELAT-ALM-REG           PIC X(132).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIBER-STATUS     PIC 9(02) VALUE ZEROS.
       77 PARCELAS-STATUS  PIC 9(02) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 FOLHA-STATUS     PIC 9(02) VALUE ZEROS.
       77 TERMO-STATUS     PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-HOJE PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-X    PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-VENC PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-ATE    PIC S9(04) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-AUX      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-AUX    PIC 9(04) VALUE ZEROS.
       77 WRK-MES-TOTAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ANOS-EXTRA   PIC 9(04) VALUE ZEROS.
       77 WRK-DT-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-CHECA-CONTR  PIC 9(08) VALUE ZEROS.
       77 WRK-CHECA-PARC   PIC 9(02) VALUE ZEROS.
       77 WRK-LIB-OK       PIC X(01) VALUE 'N'.
       77 WRK-NAO-EFETIVADO PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-COL      PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-PROJ     PIC 9(02) VALUE ZEROS.
       77 WRK-FOLHA-MES    PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-FOLHA PIC 9(06) VALUE ZEROS.
       77 WRK-FOLHA-BASE   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FOLHA-13     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-PARCELAS-EMP PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PARCELAS-SEG PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APLICACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BENEFICIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TERMOS    PIC 9(05) VALUE ZEROS.
       77 WRK-ACUMULADO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-NEGATIVAS PIC 9(02) VALUE ZEROS.
       77 WRK-VL-ED        PIC ZZZ.ZZZ.ZZ9.
       77 WRK-GAP-ED       PIC -ZZZ.ZZZ.ZZ9.
       77 WRK-ACUM-ED      PIC -ZZZ.ZZZ.ZZ9.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
                10 WRK-PG-PARCELA  PIC 9(02).
      *>  --------------------------------------------------------------
      *>  FAIXAS: 1 A 12 MESES CORRENTES (A 1 E O MES DE HOJE), 13 A 16
      *>  DO 2. AO 5. ANO, 17 ACIMA DE 5 ANOS, 18 JA VENCIDOS (FORA DO
      *>  DESCASAMENTO). COLUNAS: 1 EMPRESTIMOS, 2 SEGUROS, 3 TERMOS
      *>  COMPRADOS PELO CLIENTE (ENTRADAS); 4 APLICACOES, 5 FOLHA DE
      *>  BENEFICIOS, 6 TERMOS VENDIDOS PELO CLIENTE (SAIDAS).
      *>  --------------------------------------------------------------
       01 WRK-TAB-FAIXAS.
            05 WRK-FX-ITEM OCCURS 18 TIMES.
                10 WRK-FX-NOME     PIC X(16).
                10 WRK-FX-VALOR OCCURS 6 TIMES PIC 9(11)V99.
                10 WRK-FX-ENTRADAS PIC 9(11)V99.
                10 WRK-FX-SAIDAS   PIC 9(11)V99.
                10 WRK-FX-GAP      PIC S9(11)V99.
       01 WRK-TAB-TOTAIS.
            05 WRK-TT-VALOR OCCURS 6 TIMES PIC 9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8800-INDICE-MES.
             MOVE WRK-IDX-MES-X TO WRK-IDX-MES-HOJE.
             PERFORM 0100-MONTA-TABELAS.
             PERFORM 1000-CARREGA-PAGOS.
             PERFORM 2000-ENTRADAS-EMPRESTIMOS.
             PERFORM 2500-ENTRADAS-SEGUROS.
             PERFORM 3000-SAIDAS-APLICACOES.
             PERFORM 3500-SAIDAS-FOLHA.
             PERFORM 4000-TERMOS-CAMBIO.
             PERFORM 6000-RELATORIO-ALM.
             IF WRK-QT-NEGATIVAS > 0
               DISPLAY '*** DESCASAMENTO ACUMULADO NEGATIVO EM '
                       WRK-QT-NEGATIVAS ' FAIXA(S) - VER RELALM.TXT ***'
               MOVE 4 TO RETURN-CODE
             END-IF.
             DISPLAY 'ALM DO MES ' WRK-MES-ATUAL
                     ' GRAVADO (RELALM.TXT)'.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-MONTA-TABELAS.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-FAIXAS WRK-TAB-TOTAIS.
             PERFORM 0110-NOME-MES
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12.
             MOVE 'ANO 2           ' TO WRK-FX-NOME(13).
             MOVE 'ANO 3           ' TO WRK-FX-NOME(14).
             MOVE 'ANO 4           ' TO WRK-FX-NOME(15).
             MOVE 'ANO 5           ' TO WRK-FX-NOME(16).
             MOVE 'ACIMA DE 5 ANOS ' TO WRK-FX-NOME(17).
             MOVE 'JA VENCIDOS     ' TO WRK-FX-NOME(18).
      *>  --------------------------------------------------------------
      *>  0110-NOME-MES - FAIXA MENSAL COM O MES DE REFERENCIA (AAAAMM).
      *>  --------------------------------------------------------------
       0110-NOME-MES.
      *>  --------------------------------------------------------------
             COMPUTE WRK-IDX-MES-X = WRK-IDX-MES-HOJE + WRK-IDX - 1.
             PERFORM 8850-MES-DO-INDICE.
             MOVE SPACES TO WRK-FX-NOME(WRK-IDX).
             STRING 'MES ' WRK-IDX ' (' WRK-ANO-AUX WRK-MES-AUX ')'
                    DELIMITED BY SIZE INTO WRK-FX-NOME(WRK-IDX).
      *>  --------------------------------------------------------------
       1000-CARREGA-PAGOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-PAGOS.
             OPEN INPUT PAGAMENTOS.
             IF PAGAMENTOS-STATUS = 0
               READ PAGAMENTOS
                 AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM 1010-CARREGA-UM-PAGO
                 UNTIL PAGAMENTOS-STATUS = 10
               CLOSE PAGAMENTOS
             END-IF.
             MOVE 0 TO PAGAMENTOS-STATUS.
      *>  --------------------------------------------------------------
       1010-CARREGA-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-QT-PAGOS < 500
               ADD 1 TO WRK-QT-PAGOS
               MOVE EP-CONTRATO TO WRK-PG-CONTRATO(WRK-QT-PAGOS)
               MOVE EP-PARCELA  TO WRK-PG-PARCELA(WRK-QT-PAGOS)
             END-IF.
             READ PAGAMENTOS
               AT END MOVE 10 TO PAGAMENTOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-ENTRADAS-EMPRESTIMOS - MESMA CARTEIRA DO EMPPDD: CONTRATO
      *>  SEM PARCELA 99 NO LEDGER, LIBERADO E NAO BAIXADO PARA
      *>  PREJUIZO. CADA PARCELA NAO PAGA ENTRA NA FAIXA DO VENCIMENTO.
      *>  --------------------------------------------------------------
       2000-ENTRADAS-EMPRESTIMOS.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-LIB-OK.
             OPEN INPUT LIBERACAO.
             IF LIBER-STATUS = 0
               MOVE 'S' TO WRK-LIB-OK
             END-IF.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS NOT = 0
               MOVE 0 TO CONTRATOS-STATUS
             ELSE
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM 2100-AVALIA-CONTRATO
                 UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             IF WRK-LIB-OK = 'S'
               CLOSE LIBERACAO
             END-IF.
             MOVE 0 TO LIBER-STATUS.
      *>  --------------------------------------------------------------
       2100-AVALIA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-CHECA-CONTR.
             PERFORM 2600-CONFERE-LIBERACAO.
             MOVE 99 TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
                AND WRK-NAO-EFETIVADO = 'N'
                AND NOT CTR-EM-PREJUIZO
               PERFORM 2110-AVALIA-PARCELA
                 VARYING WRK-P-PARCELA FROM 1 BY 1
                 UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2110-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE CTR-PC-VENC(WRK-P-PARCELA) TO WRK-DATA-X
               PERFORM 8800-INDICE-MES
               PERFORM 8700-FAIXA-DO-MES
               MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-VALOR
               MOVE 1 TO WRK-IDX-COL
               PERFORM 5000-SOMA-NA-FAIXA
               ADD 1 TO WRK-QT-PARCELAS-EMP
             END-IF.
      *>  --------------------------------------------------------------
       2400-CONFERE-SE-PAGA.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-JA-PAGA.
             PERFORM 2410-CONFERE-UM-PAGO
               VARYING WRK-IDX-PAGO FROM 1 BY 1
               UNTIL WRK-IDX-PAGO > WRK-QT-PAGOS
                  OR WRK-JA-PAGA = 'S'.
      *>  --------------------------------------------------------------
       2410-CONFERE-UM-PAGO.
      *>  --------------------------------------------------------------
             IF WRK-PG-CONTRATO(WRK-IDX-PAGO) = WRK-CHECA-CONTR
                AND WRK-PG-PARCELA(WRK-IDX-PAGO) = WRK-CHECA-PARC
               MOVE 'S' TO WRK-JA-PAGA
             END-IF.
      *>  --------------------------------------------------------------
       2600-CONFERE-LIBERACAO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-NAO-EFETIVADO.
             IF WRK-LIB-OK = 'S'
               MOVE WRK-CHECA-CONTR TO LB-CONTRATO
               READ LIBERACAO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT LB-LIBERADA
                     MOVE 'S' TO WRK-NAO-EFETIVADO
                   END-IF
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  2500-ENTRADAS-SEGUROS - PARCELA DO CARNE EM ABERTO (A).
      *>  --------------------------------------------------------------
       2500-ENTRADAS-SEGUROS.
      *>  --------------------------------------------------------------
             OPEN INPUT SEGURO-PARCELAS.
             IF PARCELAS-STATUS = 0
               READ SEGURO-PARCELAS
                 AT END MOVE 10 TO PARCELAS-STATUS
               END-READ
               PERFORM 2510-AVALIA-PARCELA-SEG
                 UNTIL PARCELAS-STATUS = 10
               CLOSE SEGURO-PARCELAS
             END-IF.
             MOVE 0 TO PARCELAS-STATUS.
      *>  --------------------------------------------------------------
       2510-AVALIA-PARCELA-SEG.
      *>  --------------------------------------------------------------
             IF SP-SITUACAO = 'A'
               MOVE SP-VENCIMENTO TO WRK-DATA-X
               PERFORM 8800-INDICE-MES
               PERFORM 8700-FAIXA-DO-MES
               MOVE SP-VALOR TO WRK-VALOR
               MOVE 2 TO WRK-IDX-COL
               PERFORM 5000-SOMA-NA-FAIXA
               ADD 1 TO WRK-QT-PARCELAS-SEG
             END-IF.
             READ SEGURO-PARCELAS
               AT END MOVE 10 TO PARCELAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-SAIDAS-APLICACOES - POSICAO ATIVA SAI PELO SALDO NO MES
      *>  DO VENCIMENTO, COMO NA ESCADA DO INVVENC.
      *>  --------------------------------------------------------------
       3000-SAIDAS-APLICACOES.
      *>  --------------------------------------------------------------
             OPEN INPUT INVEST-POSICAO.
             IF POSICAO-STATUS NOT = 0
               MOVE 0 TO POSICAO-STATUS
             ELSE
               MOVE 0 TO IP-CLI-ID IP-SEQ
               START INVEST-POSICAO KEY IS NOT LESS THAN IP-CHAVE
                 INVALID KEY MOVE 10 TO POSICAO-STATUS
               END-START
               IF POSICAO-STATUS NOT = 10
                 READ INVEST-POSICAO NEXT
                   AT END MOVE 10 TO POSICAO-STATUS
                 END-READ
               END-IF
               PERFORM 3100-AVALIA-POSICAO UNTIL POSICAO-STATUS = 10
               CLOSE INVEST-POSICAO
               MOVE 0 TO POSICAO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3100-AVALIA-POSICAO.
      *>  --------------------------------------------------------------
             IF IP-SITUACAO = 'A'
               PERFORM 3200-CALCULA-VENCIMENTO
               MOVE WRK-IDX-MES-VENC TO WRK-IDX-MES-X
               PERFORM 8700-FAIXA-DO-MES
               MOVE IP-SALDO TO WRK-VALOR
               MOVE 4 TO WRK-IDX-COL
               PERFORM 5000-SOMA-NA-FAIXA
               ADD 1 TO WRK-QT-APLICACOES
             END-IF.
             READ INVEST-POSICAO NEXT
               AT END MOVE 10 TO POSICAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-CALCULA-VENCIMENTO.
      *>  --------------------------------------------------------------
             DIVIDE IP-DT-INICIO BY 10000
               GIVING WRK-ANO-AUX REMAINDER WRK-RESTO-AUX.
             DIVIDE WRK-RESTO-AUX BY 100
               GIVING WRK-MES-AUX REMAINDER WRK-DIA-AUX.
             COMPUTE WRK-MES-TOTAL =
                     (WRK-ANO-AUX * 12) + WRK-MES-AUX
                     + IP-MESES - 1.
             DIVIDE WRK-MES-TOTAL BY 12
               GIVING WRK-ANOS-EXTRA REMAINDER WRK-MES-AUX.
             ADD 1 TO WRK-MES-AUX.
             COMPUTE WRK-DT-VENCIMENTO =
                     (WRK-ANOS-EXTRA * 10000) + (WRK-MES-AUX * 100)
                     + WRK-DIA-AUX.
             COMPUTE WRK-IDX-MES-VENC =
                     (WRK-ANOS-EXTRA * 12) + WRK-MES-AUX.
      *>  --------------------------------------------------------------
      *>  3500-SAIDAS-FOLHA - O FOLHAPAG GUARDA SO A ULTIMA FOLHA DO
      *>  APOSFOLH. O BRUTO DO MES (SEM 13 E ATRASADOS) E A SAIDA
      *>  MENSAL: IR RETIDO E PENSAO ALIMENTICIA SAEM DELE, E O
      *>  EMPRESTIMO DESCONTADO JA ESTA NAS ENTRADAS. OS PAGAMENTOS TIPO
      *>  J AO FAVORECIDO NAO ENTRAM (JA ESTAO NO BRUTO DO TITULAR). O
      *>  13 E METADE DO BRUTO SEM A RENDA DA PREVIDENCIA PRIVADA (V),
      *>  EM NOVEMBRO E EM DEZEMBRO. A FOLHA E PROJETADA NOS MESES
      *>  SEGUINTES AO DA ULTIMA FOLHA ATE O FIM DO 5. ANO.
      *>  --------------------------------------------------------------
       3500-SAIDAS-FOLHA.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-FOLHA-MES WRK-FOLHA-BASE WRK-FOLHA-13.
             OPEN INPUT FOLHA-PAGAMENTO.
             IF FOLHA-STATUS = 0
               READ FOLHA-PAGAMENTO
                 AT END MOVE 10 TO FOLHA-STATUS
               END-READ
               PERFORM 3510-SOMA-PAGAMENTO
                 UNTIL FOLHA-STATUS = 10
               CLOSE FOLHA-PAGAMENTO
             END-IF.
             MOVE 0 TO FOLHA-STATUS.
             IF WRK-FOLHA-MES > 0
               DIVIDE WRK-FOLHA-MES BY 100
                 GIVING WRK-ANO-AUX REMAINDER WRK-MES-AUX
               COMPUTE WRK-IDX-MES-FOLHA =
                       (WRK-ANO-AUX * 12) + WRK-MES-AUX
               PERFORM 3520-PROJETA-MES
                 VARYING WRK-IDX-PROJ FROM 0 BY 1
                 UNTIL WRK-IDX-PROJ > 59
             END-IF.
      *>  --------------------------------------------------------------
       3510-SOMA-PAGAMENTO.
      *>  --------------------------------------------------------------
             IF FP-TIPO NOT = 'J'
               MOVE FP-MES TO WRK-FOLHA-MES
               ADD FP-VALOR TO WRK-FOLHA-BASE
               ADD 1 TO WRK-QT-BENEFICIOS
               IF FP-TIPO NOT = 'V'
                 ADD FP-VALOR TO WRK-FOLHA-13
               END-IF
             END-IF.
             READ FOLHA-PAGAMENTO
               AT END MOVE 10 TO FOLHA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3520-PROJETA-MES.
      *>  --------------------------------------------------------------
             COMPUTE WRK-IDX-MES-X = WRK-IDX-MES-HOJE + WRK-IDX-PROJ.
             IF WRK-IDX-MES-X > WRK-IDX-MES-FOLHA
               PERFORM 8700-FAIXA-DO-MES
               PERFORM 8850-MES-DO-INDICE
               MOVE WRK-FOLHA-BASE TO WRK-VALOR
               IF WRK-MES-AUX = 11 OR WRK-MES-AUX = 12
                 COMPUTE WRK-VALOR ROUNDED =
                         WRK-FOLHA-BASE + (WRK-FOLHA-13 / 2)
               END-IF
               MOVE 5 TO WRK-IDX-COL
               PERFORM 5000-SOMA-NA-FAIXA
             END-IF.
      *>  --------------------------------------------------------------
      *>  4000-TERMOS-CAMBIO - TERMO EM ABERTO NA DATA DE LIQUIDACAO,
      *>  NOCIONAL VEZES A TAXA CONTRATADA.
      *>  --------------------------------------------------------------
       4000-TERMOS-CAMBIO.
      *>  --------------------------------------------------------------
             OPEN INPUT TERMO-CAMBIO.
             IF TERMO-STATUS NOT = 0
               MOVE 0 TO TERMO-STATUS
             ELSE
               MOVE 0 TO FT-NUMERO
               START TERMO-CAMBIO KEY IS NOT LESS THAN FT-NUMERO
                 INVALID KEY MOVE 10 TO TERMO-STATUS
               END-START
               IF TERMO-STATUS NOT = 10
                 READ TERMO-CAMBIO NEXT
                   AT END MOVE 10 TO TERMO-STATUS
                 END-READ
               END-IF
               PERFORM 4100-AVALIA-TERMO UNTIL TERMO-STATUS = 10
               CLOSE TERMO-CAMBIO
               MOVE 0 TO TERMO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       4100-AVALIA-TERMO.
      *>  --------------------------------------------------------------
             IF FT-ABERTO
               MOVE FT-DT-LIQUIDA TO WRK-DATA-X
               PERFORM 8800-INDICE-MES
               PERFORM 8700-FAIXA-DO-MES
               COMPUTE WRK-VALOR ROUNDED =
                       FT-VALOR-ME * FT-TAXA-CONTR
               IF FT-CLIENTE-VENDE
                 MOVE 6 TO WRK-IDX-COL
               ELSE
                 MOVE 3 TO WRK-IDX-COL
               END-IF
               PERFORM 5000-SOMA-NA-FAIXA
               ADD 1 TO WRK-QT-TERMOS
             END-IF.
             READ TERMO-CAMBIO NEXT
               AT END MOVE 10 TO TERMO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5000-SOMA-NA-FAIXA.
      *>  --------------------------------------------------------------
             ADD WRK-VALOR TO WRK-FX-VALOR(WRK-IDX, WRK-IDX-COL).
             IF WRK-IDX < 18
               ADD WRK-VALOR TO WRK-TT-VALOR(WRK-IDX-COL)
             END-IF.
      *>  --------------------------------------------------------------
       6000-RELATORIO-ALM.
      *>  --------------------------------------------------------------
             OPEN OUTPUT RELAT-ALM.
             MOVE SPACES TO RELAT-ALM-REG.
             STRING 'DESCASAMENTO DE LIQUIDEZ (ALM) - MES '
                    WRK-MES-ATUAL ' (EMITIDO EM ' WRK-DATA-HOJE
                    ') - VALORES EM REAIS'
                    DELIMITED BY SIZE INTO RELAT-ALM-REG.
             WRITE RELAT-ALM-REG.
             MOVE SPACES TO RELAT-ALM-REG.
             STRING '                 ------------ ENTRADAS -------'
                    '-------' '-------------- SAIDAS --------------'
                    DELIMITED BY SIZE INTO RELAT-ALM-REG.
             WRITE RELAT-ALM-REG.
             MOVE SPACES TO RELAT-ALM-REG.
             STRING 'FAIXA             EMPRESTIMOS     SEGUROS'
                    '      TERMOS  APLICACOES       FOLHA'
                    '      TERMOSDESCASAMENTO   ACUMULADO'
                    DELIMITED BY SIZE INTO RELAT-ALM-REG.
             WRITE RELAT-ALM-REG.
             MOVE 0 TO WRK-ACUMULADO WRK-QT-NEGATIVAS.
             PERFORM 6100-LINHA-FAIXA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 17.
             MOVE SPACES TO RELAT-ALM-REG.
             MOVE 'TOTAL           ' TO RELAT-ALM-REG(1:16).
             PERFORM 6200-COLUNA-TOTAL
               VARYING WRK-IDX-COL FROM 1 BY 1 UNTIL WRK-IDX-COL > 6.
             MOVE WRK-ACUMULADO TO WRK-ACUM-ED.
             MOVE WRK-ACUM-ED TO RELAT-ALM-REG(90:12).
             WRITE RELAT-ALM-REG.
             MOVE 18 TO WRK-IDX.
             MOVE SPACES TO RELAT-ALM-REG.
             MOVE WRK-FX-NOME(WRK-IDX) TO RELAT-ALM-REG(1:16).
             PERFORM 6110-COLUNA-FAIXA
               VARYING WRK-IDX-COL FROM 1 BY 1 UNTIL WRK-IDX-COL > 6.
             MOVE '(FORA DO DESCASAMENTO)' TO RELAT-ALM-REG(91:22).
             WRITE RELAT-ALM-REG.
             MOVE SPACES TO RELAT-ALM-REG.
             STRING 'PARCELAS EMPRESTIMO=' WRK-QT-PARCELAS-EMP
                    ' PARCELAS SEGURO=' WRK-QT-PARCELAS-SEG
                    ' APLICACOES=' WRK-QT-APLICACOES
                    ' TERMOS=' WRK-QT-TERMOS
                    DELIMITED BY SIZE INTO RELAT-ALM-REG.
             WRITE RELAT-ALM-REG.
             MOVE SPACES TO RELAT-ALM-REG.
             IF WRK-FOLHA-MES = 0
               STRING 'SEM FOLHA DE BENEFICIOS (FOLHAPAG.TXT) - '
                      'RODAR O APOSFOLH'
                      DELIMITED BY SIZE INTO RELAT-ALM-REG
             ELSE
               STRING 'FOLHA PROJETADA PELA FOLHA DE ' WRK-FOLHA-MES
                      ' (' WRK-QT-BENEFICIOS ' PAGAMENTOS) ATE O 5. ANO'
                      DELIMITED BY SIZE INTO RELAT-ALM-REG
             END-IF.
             WRITE RELAT-ALM-REG.
             MOVE SPACES TO RELAT-ALM-REG.
             IF WRK-QT-NEGATIVAS > 0
               STRING '*** DESCASAMENTO ACUMULADO NEGATIVO NAS '
                      'FAIXAS MARCADAS ***'
                      DELIMITED BY SIZE INTO RELAT-ALM-REG
             ELSE
               MOVE 'DESCASAMENTO ACUMULADO POSITIVO EM TODAS AS FAIXAS'
                 TO RELAT-ALM-REG
             END-IF.
             WRITE RELAT-ALM-REG.
             CLOSE RELAT-ALM.
      *>  --------------------------------------------------------------
      *>  6100-LINHA-FAIXA - DESCASAMENTO DA FAIXA E ACUMULADO; A FAIXA
      *>  COM ACUMULADO NEGATIVO SAI MARCADA.
      *>  --------------------------------------------------------------
       6100-LINHA-FAIXA.
      *>  --------------------------------------------------------------
             COMPUTE WRK-FX-ENTRADAS(WRK-IDX) =
                     WRK-FX-VALOR(WRK-IDX, 1) + WRK-FX-VALOR(WRK-IDX, 2)
                     + WRK-FX-VALOR(WRK-IDX, 3).
             COMPUTE WRK-FX-SAIDAS(WRK-IDX) =
                     WRK-FX-VALOR(WRK-IDX, 4) + WRK-FX-VALOR(WRK-IDX, 5)
                     + WRK-FX-VALOR(WRK-IDX, 6).
             COMPUTE WRK-FX-GAP(WRK-IDX) =
                     WRK-FX-ENTRADAS(WRK-IDX) - WRK-FX-SAIDAS(WRK-IDX).
             ADD WRK-FX-GAP(WRK-IDX) TO WRK-ACUMULADO.
             MOVE SPACES TO RELAT-ALM-REG.
             MOVE WRK-FX-NOME(WRK-IDX) TO RELAT-ALM-REG(1:16).
             PERFORM 6110-COLUNA-FAIXA
               VARYING WRK-IDX-COL FROM 1 BY 1 UNTIL WRK-IDX-COL > 6.
             MOVE WRK-FX-GAP(WRK-IDX) TO WRK-GAP-ED.
             MOVE WRK-GAP-ED TO RELAT-ALM-REG(90:12).
             MOVE WRK-ACUMULADO TO WRK-ACUM-ED.
             MOVE WRK-ACUM-ED TO RELAT-ALM-REG(102:12).
             IF WRK-ACUMULADO < 0
               MOVE ' ***' TO RELAT-ALM-REG(114:4)
               ADD 1 TO WRK-QT-NEGATIVAS
             END-IF.
             WRITE RELAT-ALM-REG.
      *>  --------------------------------------------------------------
       6110-COLUNA-FAIXA.
      *>  --------------------------------------------------------------
             MOVE WRK-FX-VALOR(WRK-IDX, WRK-IDX-COL) TO WRK-VL-ED.
             MOVE WRK-VL-ED
               TO RELAT-ALM-REG(WRK-IDX-COL * 12 + 6:12).
      *>  --------------------------------------------------------------
       6200-COLUNA-TOTAL.
      *>  --------------------------------------------------------------
             MOVE WRK-TT-VALOR(WRK-IDX-COL) TO WRK-VL-ED.
             MOVE WRK-VL-ED
               TO RELAT-ALM-REG(WRK-IDX-COL * 12 + 6:12).
      *>  --------------------------------------------------------------
      *>  8700-FAIXA-DO-MES - FAIXA DO MES WRK-IDX-MES-X (ANO * 12 +
      *>  MES) CONTADA A PARTIR DO MES DE HOJE.
      *>  --------------------------------------------------------------
       8700-FAIXA-DO-MES.
      *>  --------------------------------------------------------------
             COMPUTE WRK-MESES-ATE = WRK-IDX-MES-X - WRK-IDX-MES-HOJE.
             EVALUATE TRUE
               WHEN WRK-MESES-ATE < 0
                 MOVE 18 TO WRK-IDX
               WHEN WRK-MESES-ATE < 12
                 COMPUTE WRK-IDX = WRK-MESES-ATE + 1
               WHEN WRK-MESES-ATE < 60
                 COMPUTE WRK-IDX = 12 + (WRK-MESES-ATE / 12)
               WHEN OTHER
                 MOVE 17 TO WRK-IDX
             END-EVALUATE.
      *>  --------------------------------------------------------------
       8800-INDICE-MES.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-ANO-AUX REMAINDER WRK-RESTO-AUX.
             DIVIDE WRK-RESTO-AUX BY 100
               GIVING WRK-MES-AUX REMAINDER WRK-DIA-AUX.
             COMPUTE WRK-IDX-MES-X = (WRK-ANO-AUX * 12) + WRK-MES-AUX.
      *>  --------------------------------------------------------------
       8850-MES-DO-INDICE.
      *>  --------------------------------------------------------------
             COMPUTE WRK-MES-TOTAL = WRK-IDX-MES-X - 1.
             DIVIDE WRK-MES-TOTAL BY 12
               GIVING WRK-ANO-AUX REMAINDER WRK-MES-AUX.
             ADD 1 TO WRK-MES-AUX.
      *>  --------------------------------------------------------------
