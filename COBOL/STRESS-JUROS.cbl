       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESSTRES.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = TESTE DE ESTRESSE DE TAXA DE JUROS
      ***   (CHOQUES NA SELIC) DA CARTEIRA DE EMPRESTIMOS PREFIXADOS
      ***   E DAS POSICOES DE INVESTIMENTO, RODADO TRIMESTRALMENTE
      ***   PARA O COMITE DE TESOURARIA. OS CENARIOS FICAM EM
      ***   STRCENAR.TXT (CHOQUE EM PONTOS-BASE, PARALELO OU POR
      ***   FAIXA DE PRAZO; CRIADO NA PRIMEIRA RODADA COM +200, +500
      ***   E -300 PARALELOS). A TAXA BASE DE CADA FLUXO E A TAXA
      ***   MENSAL VIGENTE DO PRODUTO EM TAXAREF.TXT (SELIC MAIS
      ***   SPREAD: 11-14 PELO PRAZO DO CONTRATO, 01-04 PELO PRODUTO
      ***   DA APLICACAO); O CHOQUE ANUAL ENTRA NELA DIVIDIDO POR 12.
      ***   EMPRESTIMOS: CADA PARCELA NAO PAGA DA CARTEIRA (MESMA
      ***   REGRA DO EMPPDD) E DESCONTADA NA TAXA BASE E NA TAXA DO
      ***   CENARIO. APLICACOES ATIVAS (INVPOSIC.TXT): O SALDO CORRIGIDO
      ***   PELA TAXA CONTRATADA ATE O VENCIMENTO E DESCONTADO DO
      ***   MESMO JEITO, COMO PASSIVO DO BANCO. A VARIACAO DO VALOR
      ***   ECONOMICO (VE) SAI POR PRODUTO E FAIXA DE PRAZO, COM O
      ***   SINAL DO EFEITO NO BANCO. O IMPACTO NA MARGEM DE JUROS DOS
      ***   PROXIMOS 12 MESES (NII) VEM DA REAPLICACAO A TAXA DO
      ***   CENARIO DO PRINCIPAL QUE VENCE DENTRO DOS 12 MESES, PELOS
      ***   MESES QUE FALTAM ATE O FIM DO PERIODO. O RELATORIO SAI EM
      ***   RELSTRES.TXT E O RESULTADO DE CADA CENARIO, COM O CHOQUE
      ***   APLICADO, FICA NO HISTORICO STRHIST.TXT PARA A COMPARACAO
      ***   COM O TRIMESTRE ANTERIOR.
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
           SELECT TAXA-REF ASSIGN TO 'C:\COBOL\TAXAREF.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TAXAREF-STATUS.
           SELECT INVEST-POSICAO ASSIGN TO 'C:\COBOL\INVPOSIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSICAO-STATUS
             RECORD KEY IS IP-CHAVE.
           SELECT CENARIOS ASSIGN TO 'C:\COBOL\STRCENAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CENARIO-STATUS.
           SELECT HISTORICO ASSIGN TO 'C:\COBOL\STRHIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HISTORICO-STATUS.
           SELECT RELAT-STRESS ASSIGN TO 'C:\COBOL\RELSTRES.TXT'
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
       FD TAXA-REF.
       01 TAXA-REF-REG.
            05 TR-DATA          PIC 9(08).
            05 TR-PRODUTO       PIC 9(02).
            05 TR-TAXA          PIC 9V9999.
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
      *>  --------------------------------------------------------------
      *>  CENARIO: TIPO P PARALELO (VALE O PRIMEIRO CHOQUE PARA TODOS
      *>  OS PRAZOS) OU F POR FAIXA DE PRAZO (ATE 12 MESES, 13-36,
      *>  37-60 E ACIMA DE 60), CHOQUE ANUAL EM PONTOS-BASE COM SINAL.
      *>  --------------------------------------------------------------
       FD CENARIOS.
       01 CENARIOS-REG.
            05 SC-CODIGO       PIC 9(02).
            05 SC-DESCRICAO    PIC X(20).
            05 SC-TIPO         PIC X(01).
                88 SC-PARALELO     VALUE 'P'.
                88 SC-POR-FAIXA    VALUE 'F'.
            05 SC-CHOQUE OCCURS 4 TIMES
                               PIC S9(04) SIGN LEADING SEPARATE.
       FD HISTORICO.
       01 HISTORICO-REG.
            05 SH-TRIMESTRE    PIC 9(05).
            05 SH-DATA         PIC 9(08).
            05 SH-CODIGO       PIC 9(02).
            05 SH-DESCRICAO    PIC X(20).
            05 SH-TIPO         PIC X(01).
            05 SH-CHOQUE OCCURS 4 TIMES
                               PIC S9(04) SIGN LEADING SEPARATE.
            05 SH-VE-EMPREST   PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 SH-VE-INVEST    PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 SH-NII-EMPREST  PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 SH-NII-INVEST   PIC S9(11)V99 SIGN LEADING SEPARATE.
       FD RELAT-STRESS.
       01 RELAT-STRESS-REG        PIC X(132).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PAGAMENTOS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIBER-STATUS     PIC 9(02) VALUE ZEROS.
       77 TAXAREF-STATUS   PIC 9(02) VALUE ZEROS.
       77 POSICAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 CENARIO-STATUS   PIC 9(02) VALUE ZEROS.
       77 HISTORICO-STATUS PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-TRIMESTRE    PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-MES-HOJE PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-X    PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES-VENC PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-AUX      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-AUX    PIC 9(04) VALUE ZEROS.
       77 WRK-MES-TOTAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ANOS-EXTRA   PIC 9(04) VALUE ZEROS.
       77 WRK-P-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PAGO     PIC 9(03) VALUE ZEROS.
       77 WRK-JA-PAGA      PIC X(01) VALUE 'N'.
       77 WRK-CHECA-CONTR  PIC 9(08) VALUE ZEROS.
       77 WRK-CHECA-PARC   PIC 9(02) VALUE ZEROS.
       77 WRK-LIB-OK       PIC X(01) VALUE 'N'.
       77 WRK-NAO-EFETIVADO PIC X(01) VALUE 'N'.
       77 WRK-QT-CENARIOS  PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CN       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PROD     PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-PRAZO    PIC 9(01) VALUE ZEROS.
       77 WRK-QT-FLUXOS-EMP PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APLICACOES PIC 9(05) VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  FLUXO EM AVALIACAO: VALOR DO FLUXO, PRINCIPAL QUE REAPLICA,
      *>  MESES ATE O FLUXO (NEGATIVO = VENCIDO), TAXA MENSAL BASE E
      *>  SE E PASSIVO DO BANCO (APLICACAO DO CLIENTE).
      *>  --------------------------------------------------------------
       77 WRK-FLUXO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PRINCIPAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MESES        PIC S9(04) VALUE ZEROS.
       77 WRK-PRAZO-DESC   PIC 9(04) VALUE ZEROS.
       77 WRK-TAXA-BASE    PIC 9V9999 VALUE ZEROS.
       77 WRK-PASSIVO      PIC X(01) VALUE 'N'.
       77 WRK-VP-BASE      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VP-CENARIO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CHOQUE-BP    PIC S9(04) VALUE ZEROS.
       77 WRK-CHOQUE-MES   PIC S9V9(08) VALUE ZEROS.
       77 WRK-TAXA-CENARIO PIC S9V9(08) VALUE ZEROS.
       77 WRK-DELTA        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VE       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-NII      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ANT-VE   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ANT-NII  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VL-ED        PIC -ZZZ.ZZZ.ZZ9.
       77 WRK-VL-ED2       PIC -ZZZ.ZZZ.ZZ9.
       77 WRK-BP-ED        PIC ++++9.
       01 WRK-TAB-PAGOS.
            05 WRK-PAGO OCCURS 500 TIMES.
                10 WRK-PG-CONTRATO PIC 9(08).
                10 WRK-PG-PARCELA  PIC 9(02).
       01 WRK-TAB-TAXAS.
            05 WRK-TAXA-PROD OCCURS 14 TIMES PIC 9V9999.
      *>  --------------------------------------------------------------
      *>  PRODUTOS: 1 EMPRESTIMO NORMAL, 2 CONSIGNADO, 3 RENEGOCIACAO
      *>  (ATIVOS); 4 CDB, 5 LCI/LCA, 6 FII, 7 HEDGE (PASSIVOS). VALOR
      *>  ECONOMICO BASE POR FAIXA DE PRAZO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-PRODUTOS.
            05 WRK-PR-ITEM OCCURS 7 TIMES.
                10 WRK-PR-NOME     PIC X(16).
                10 WRK-PR-VE-BASE OCCURS 4 TIMES PIC 9(11)V99.
       01 WRK-TAB-PRAZOS.
            05 WRK-PZ-NOME OCCURS 4 TIMES PIC X(12).
      *>  --------------------------------------------------------------
      *>  CENARIOS CARREGADOS (ATE 9), COM A VARIACAO DO VE POR PRODUTO
      *>  E FAIXA, O NII POR PRODUTO E O RESULTADO DO TRIMESTRE
      *>  ANTERIOR MAIS RECENTE NO HISTORICO.
      *>  --------------------------------------------------------------
       01 WRK-TAB-CENARIOS.
            05 WRK-CN-ITEM OCCURS 9 TIMES.
                10 WRK-CN-CODIGO    PIC 9(02).
                10 WRK-CN-DESCRICAO PIC X(20).
                10 WRK-CN-TIPO      PIC X(01).
                10 WRK-CN-CHOQUE OCCURS 4 TIMES PIC S9(04).
                10 WRK-CN-PRODUTO OCCURS 7 TIMES.
                    15 WRK-CN-VE OCCURS 4 TIMES PIC S9(11)V99.
                    15 WRK-CN-NII       PIC S9(11)V99.
                10 WRK-CN-VE-EMP    PIC S9(11)V99.
                10 WRK-CN-VE-INV    PIC S9(11)V99.
                10 WRK-CN-NII-EMP   PIC S9(11)V99.
                10 WRK-CN-NII-INV   PIC S9(11)V99.
                10 WRK-CN-ANT-TRIM  PIC 9(05).
                10 WRK-CN-ANT-VE    PIC S9(11)V99.
                10 WRK-CN-ANT-NII   PIC S9(11)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8800-INDICE-MES.
             MOVE WRK-IDX-MES-X TO WRK-IDX-MES-HOJE.
             COMPUTE WRK-TRIMESTRE = (WRK-ANO-AUX * 10)
                     + ((WRK-MES-AUX - 1) / 3) + 1.
             PERFORM 0100-MONTA-TABELAS.
             PERFORM 0200-CARREGA-TAXAS.
             PERFORM 0300-CARREGA-CENARIOS.
             IF WRK-QT-CENARIOS = 0
               DISPLAY '*** NENHUM CENARIO EM STRCENAR.TXT ***'
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 0400-RESULTADO-ANTERIOR
               PERFORM 1000-CARREGA-PAGOS
               PERFORM 2000-CARTEIRA-EMPRESTIMOS
               PERFORM 3000-POSICOES-INVESTIMENTO
               PERFORM 5000-GRAVA-HISTORICO
               PERFORM 6000-RELATORIO-ESTRESSE
               DISPLAY 'ESTRESSE DE JUROS DO TRIMESTRE ' WRK-TRIMESTRE
                       ': ' WRK-QT-CENARIOS ' CENARIO(S) (RELSTRES.TXT)'
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-MONTA-TABELAS.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-PRODUTOS WRK-TAB-CENARIOS
                        WRK-TAB-TAXAS.
             MOVE 'EMPREST. NORMAL ' TO WRK-PR-NOME(1).
             MOVE 'CONSIGNADO      ' TO WRK-PR-NOME(2).
             MOVE 'RENEGOCIACAO    ' TO WRK-PR-NOME(3).
             MOVE 'CDB             ' TO WRK-PR-NOME(4).
             MOVE 'LCI/LCA         ' TO WRK-PR-NOME(5).
             MOVE 'FII             ' TO WRK-PR-NOME(6).
             MOVE 'FUNDO HEDGE     ' TO WRK-PR-NOME(7).
             MOVE 'ATE 12 MESES' TO WRK-PZ-NOME(1).
             MOVE ' 13-36 MESES' TO WRK-PZ-NOME(2).
             MOVE ' 37-60 MESES' TO WRK-PZ-NOME(3).
             MOVE ' ACIMA 60 M.' TO WRK-PZ-NOME(4).
      *>  --------------------------------------------------------------
       0200-CARREGA-TAXAS.
      *>  --------------------------------------------------------------
             OPEN INPUT TAXA-REF.
             IF TAXAREF-STATUS = 0
               READ TAXA-REF
                 AT END MOVE 10 TO TAXAREF-STATUS
               END-READ
               PERFORM 0210-GUARDA-TAXA UNTIL TAXAREF-STATUS = 10
               CLOSE TAXA-REF
             END-IF.
             MOVE 0 TO TAXAREF-STATUS.
      *>  --------------------------------------------------------------
       0210-GUARDA-TAXA.
      *>  --------------------------------------------------------------
             IF TR-PRODUTO >= 1 AND TR-PRODUTO <= 14
               MOVE TR-TAXA TO WRK-TAXA-PROD(TR-PRODUTO)
             END-IF.
             READ TAXA-REF
               AT END MOVE 10 TO TAXAREF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0300-CARREGA-CENARIOS - SEM O ARQUIVO, GRAVA OS TRES CENARIOS
      *>  PADRAO DO COMITE.
      *>  --------------------------------------------------------------
       0300-CARREGA-CENARIOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-CENARIOS.
             OPEN INPUT CENARIOS.
             IF CENARIO-STATUS = 35
               PERFORM 0310-CRIA-CENARIOS-PADRAO
               OPEN INPUT CENARIOS
             END-IF.
             IF CENARIO-STATUS = 0
               READ CENARIOS
                 AT END MOVE 10 TO CENARIO-STATUS
               END-READ
               PERFORM 0320-GUARDA-CENARIO UNTIL CENARIO-STATUS = 10
               CLOSE CENARIOS
             END-IF.
             MOVE 0 TO CENARIO-STATUS.
      *>  --------------------------------------------------------------
       0310-CRIA-CENARIOS-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT CENARIOS.
             MOVE 01 TO SC-CODIGO.
             MOVE 'ALTA DE 200 BP     ' TO SC-DESCRICAO.
             MOVE 'P' TO SC-TIPO.
             MOVE +200 TO SC-CHOQUE(1) SC-CHOQUE(2)
                          SC-CHOQUE(3) SC-CHOQUE(4).
             WRITE CENARIOS-REG.
             MOVE 02 TO SC-CODIGO.
             MOVE 'ALTA DE 500 BP     ' TO SC-DESCRICAO.
             MOVE +500 TO SC-CHOQUE(1) SC-CHOQUE(2)
                          SC-CHOQUE(3) SC-CHOQUE(4).
             WRITE CENARIOS-REG.
             MOVE 03 TO SC-CODIGO.
             MOVE 'QUEDA DE 300 BP    ' TO SC-DESCRICAO.
             MOVE -300 TO SC-CHOQUE(1) SC-CHOQUE(2)
                          SC-CHOQUE(3) SC-CHOQUE(4).
             WRITE CENARIOS-REG.
             CLOSE CENARIOS.
      *>  --------------------------------------------------------------
      *>  0320-GUARDA-CENARIO - NO PARALELO O PRIMEIRO CHOQUE VALE PARA
      *>  TODAS AS FAIXAS.
      *>  --------------------------------------------------------------
       0320-GUARDA-CENARIO.
      *>  --------------------------------------------------------------
             IF WRK-QT-CENARIOS < 9 AND SC-CODIGO > 0
               ADD 1 TO WRK-QT-CENARIOS
               MOVE WRK-QT-CENARIOS TO WRK-IDX-CN
               MOVE SC-CODIGO TO WRK-CN-CODIGO(WRK-IDX-CN)
               MOVE SC-DESCRICAO TO WRK-CN-DESCRICAO(WRK-IDX-CN)
               MOVE SC-TIPO TO WRK-CN-TIPO(WRK-IDX-CN)
               IF NOT SC-POR-FAIXA
                 MOVE 'P' TO WRK-CN-TIPO(WRK-IDX-CN)
                 MOVE SC-CHOQUE(1) TO SC-CHOQUE(2) SC-CHOQUE(3)
                                      SC-CHOQUE(4)
               END-IF
               PERFORM 0330-GUARDA-CHOQUE
                 VARYING WRK-IDX-PRAZO FROM 1 BY 1
                 UNTIL WRK-IDX-PRAZO > 4
             END-IF.
             READ CENARIOS
               AT END MOVE 10 TO CENARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0330-GUARDA-CHOQUE.
      *>  --------------------------------------------------------------
             MOVE SC-CHOQUE(WRK-IDX-PRAZO)
               TO WRK-CN-CHOQUE(WRK-IDX-CN, WRK-IDX-PRAZO).
      *>  --------------------------------------------------------------
      *>  0400-RESULTADO-ANTERIOR - PARA CADA CENARIO, O REGISTRO MAIS
      *>  RECENTE DO HISTORICO DE UM TRIMESTRE ANTERIOR AO ATUAL (O
      *>  HISTORICO E CRESCENTE; A ULTIMA RODADA DO TRIMESTRE VALE).
      *>  --------------------------------------------------------------
       0400-RESULTADO-ANTERIOR.
      *>  --------------------------------------------------------------
             OPEN INPUT HISTORICO.
             IF HISTORICO-STATUS = 0
               READ HISTORICO
                 AT END MOVE 10 TO HISTORICO-STATUS
               END-READ
               PERFORM 0410-AVALIA-HISTORICO
                 UNTIL HISTORICO-STATUS = 10
               CLOSE HISTORICO
             END-IF.
             MOVE 0 TO HISTORICO-STATUS.
      *>  --------------------------------------------------------------
       0410-AVALIA-HISTORICO.
      *>  --------------------------------------------------------------
             IF SH-TRIMESTRE < WRK-TRIMESTRE
               PERFORM 0420-CONFERE-CENARIO
                 VARYING WRK-IDX-CN FROM 1 BY 1
                 UNTIL WRK-IDX-CN > WRK-QT-CENARIOS
             END-IF.
             READ HISTORICO
               AT END MOVE 10 TO HISTORICO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0420-CONFERE-CENARIO.
      *>  --------------------------------------------------------------
             IF WRK-CN-CODIGO(WRK-IDX-CN) = SH-CODIGO
                AND SH-TRIMESTRE >= WRK-CN-ANT-TRIM(WRK-IDX-CN)
               MOVE SH-TRIMESTRE TO WRK-CN-ANT-TRIM(WRK-IDX-CN)
               COMPUTE WRK-CN-ANT-VE(WRK-IDX-CN) =
                       SH-VE-EMPREST + SH-VE-INVEST
               COMPUTE WRK-CN-ANT-NII(WRK-IDX-CN) =
                       SH-NII-EMPREST + SH-NII-INVEST
             END-IF.
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
      *>  2000-CARTEIRA-EMPRESTIMOS - MESMA CARTEIRA DO EMPPDD: CONTRATO
      *>  SEM PARCELA 99 NO LEDGER, LIBERADO E NAO BAIXADO PARA
      *>  PREJUIZO. TAXA BASE PELO PRAZO, COMO NO EMPACCR.
      *>  --------------------------------------------------------------
       2000-CARTEIRA-EMPRESTIMOS.
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
               EVALUATE TRUE
                 WHEN CTR-CONSIGNADO
                   MOVE 2 TO WRK-IDX-PROD
                 WHEN CTR-RENEGOCIACAO
                   MOVE 3 TO WRK-IDX-PROD
                 WHEN OTHER
                   MOVE 1 TO WRK-IDX-PROD
               END-EVALUATE
               EVALUATE TRUE
                 WHEN CTR-PRAZO <= 5
                   MOVE WRK-TAXA-PROD(11) TO WRK-TAXA-BASE
                 WHEN CTR-PRAZO <= 10
                   MOVE WRK-TAXA-PROD(12) TO WRK-TAXA-BASE
                 WHEN CTR-PRAZO <= 15
                   MOVE WRK-TAXA-PROD(13) TO WRK-TAXA-BASE
                 WHEN OTHER
                   MOVE WRK-TAXA-PROD(14) TO WRK-TAXA-BASE
               END-EVALUATE
               MOVE 'N' TO WRK-PASSIVO
               PERFORM 2110-AVALIA-PARCELA
                 VARYING WRK-P-PARCELA FROM 1 BY 1
                 UNTIL WRK-P-PARCELA > CTR-QT-PARCELAS
             END-IF.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2110-AVALIA-PARCELA - A PARCELA E O FLUXO; A AMORTIZACAO E O
      *>  PRINCIPAL QUE VOLTA E E REAPLICADO.
      *>  --------------------------------------------------------------
       2110-AVALIA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-P-PARCELA TO WRK-CHECA-PARC.
             PERFORM 2400-CONFERE-SE-PAGA.
             IF WRK-JA-PAGA = 'N'
               MOVE CTR-PC-VENC(WRK-P-PARCELA) TO WRK-DATA-X
               PERFORM 8800-INDICE-MES
               COMPUTE WRK-MESES = WRK-IDX-MES-X - WRK-IDX-MES-HOJE
               MOVE CTR-PC-VALOR(WRK-P-PARCELA) TO WRK-FLUXO
               MOVE CTR-PC-AMORT(WRK-P-PARCELA) TO WRK-PRINCIPAL
               PERFORM 4000-AVALIA-FLUXO
               ADD 1 TO WRK-QT-FLUXOS-EMP
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
      *>  3000-POSICOES-INVESTIMENTO - POSICAO ATIVA: O FLUXO E O SALDO
      *>  CORRIGIDO PELA TAXA CONTRATADA ATE O VENCIMENTO (CALCULADO
      *>  COMO NO INVVENC); VENCIDA E AINDA NAO RESGATADA, O SALDO.
      *>  --------------------------------------------------------------
       3000-POSICOES-INVESTIMENTO.
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
                AND IP-PRODUTO >= 1 AND IP-PRODUTO <= 4
               PERFORM 3200-CALCULA-VENCIMENTO
               COMPUTE WRK-MESES =
                       WRK-IDX-MES-VENC - WRK-IDX-MES-HOJE
               IF WRK-MESES > 0
                 COMPUTE WRK-FLUXO ROUNDED =
                         IP-SALDO * ((1 + IP-TX-MENSAL) ** WRK-MESES)
               ELSE
                 MOVE IP-SALDO TO WRK-FLUXO
               END-IF
               MOVE WRK-FLUXO TO WRK-PRINCIPAL
               MOVE WRK-TAXA-PROD(IP-PRODUTO) TO WRK-TAXA-BASE
               COMPUTE WRK-IDX-PROD = IP-PRODUTO + 3
               MOVE 'S' TO WRK-PASSIVO
               PERFORM 4000-AVALIA-FLUXO
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
             COMPUTE WRK-IDX-MES-VENC =
                     (WRK-ANOS-EXTRA * 12) + WRK-MES-AUX.
      *>  --------------------------------------------------------------
      *>  4000-AVALIA-FLUXO - VALOR PRESENTE NA TAXA BASE (FLUXO
      *>  VENCIDO FICA PELO VALOR DE FACE) E, PARA CADA CENARIO, NA
      *>  TAXA COM O CHOQUE DA FAIXA DE PRAZO DO FLUXO.
      *>  --------------------------------------------------------------
       4000-AVALIA-FLUXO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN WRK-MESES <= 12
                 MOVE 1 TO WRK-IDX-PRAZO
               WHEN WRK-MESES <= 36
                 MOVE 2 TO WRK-IDX-PRAZO
               WHEN WRK-MESES <= 60
                 MOVE 3 TO WRK-IDX-PRAZO
               WHEN OTHER
                 MOVE 4 TO WRK-IDX-PRAZO
             END-EVALUATE.
             IF WRK-MESES > 0
               MOVE WRK-MESES TO WRK-PRAZO-DESC
             ELSE
               MOVE 0 TO WRK-PRAZO-DESC
             END-IF.
             COMPUTE WRK-VP-BASE ROUNDED =
                     WRK-FLUXO /
                     ((1 + WRK-TAXA-BASE) ** WRK-PRAZO-DESC).
             ADD WRK-VP-BASE
               TO WRK-PR-VE-BASE(WRK-IDX-PROD, WRK-IDX-PRAZO).
             PERFORM 4100-AVALIA-CENARIO
               VARYING WRK-IDX-CN FROM 1 BY 1
               UNTIL WRK-IDX-CN > WRK-QT-CENARIOS.
      *>  --------------------------------------------------------------
      *>  4100-AVALIA-CENARIO - VE: ATIVO GANHA QUANDO O VALOR PRESENTE
      *>  SOBE, PASSIVO QUANDO CAI. NII: O PRINCIPAL QUE VENCE NOS 12
      *>  MESES E REAPLICADO (EMPRESTIMO) OU RENOVADO (APLICACAO) COM O
      *>  CHOQUE PELOS MESES QUE FALTAM DO PERIODO.
      *>  --------------------------------------------------------------
       4100-AVALIA-CENARIO.
      *>  --------------------------------------------------------------
             MOVE WRK-CN-CHOQUE(WRK-IDX-CN, WRK-IDX-PRAZO)
               TO WRK-CHOQUE-BP.
             COMPUTE WRK-CHOQUE-MES = WRK-CHOQUE-BP / 120000.
             COMPUTE WRK-TAXA-CENARIO =
                     WRK-TAXA-BASE + WRK-CHOQUE-MES.
             IF WRK-TAXA-CENARIO < 0
               MOVE 0 TO WRK-TAXA-CENARIO
             END-IF.
             COMPUTE WRK-VP-CENARIO ROUNDED =
                     WRK-FLUXO /
                     ((1 + WRK-TAXA-CENARIO) ** WRK-PRAZO-DESC).
             IF WRK-PASSIVO = 'S'
               COMPUTE WRK-DELTA = WRK-VP-BASE - WRK-VP-CENARIO
             ELSE
               COMPUTE WRK-DELTA = WRK-VP-CENARIO - WRK-VP-BASE
             END-IF.
             ADD WRK-DELTA
               TO WRK-CN-VE(WRK-IDX-CN, WRK-IDX-PROD, WRK-IDX-PRAZO).
             IF WRK-PASSIVO = 'S'
               ADD WRK-DELTA TO WRK-CN-VE-INV(WRK-IDX-CN)
             ELSE
               ADD WRK-DELTA TO WRK-CN-VE-EMP(WRK-IDX-CN)
             END-IF.
             IF WRK-MESES < 12
               COMPUTE WRK-DELTA ROUNDED =
                       WRK-PRINCIPAL * WRK-CHOQUE-MES
                       * (12 - WRK-PRAZO-DESC)
               IF WRK-PASSIVO = 'S'
                 SUBTRACT WRK-DELTA
                   FROM WRK-CN-NII(WRK-IDX-CN, WRK-IDX-PROD)
                        WRK-CN-NII-INV(WRK-IDX-CN)
               ELSE
                 ADD WRK-DELTA
                   TO WRK-CN-NII(WRK-IDX-CN, WRK-IDX-PROD)
                      WRK-CN-NII-EMP(WRK-IDX-CN)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  5000-GRAVA-HISTORICO - UM REGISTRO POR CENARIO, COM O CHOQUE
      *>  USADO, PARA A COMPARACAO DO PROXIMO TRIMESTRE.
      *>  --------------------------------------------------------------
       5000-GRAVA-HISTORICO.
      *>  --------------------------------------------------------------
             OPEN EXTEND HISTORICO.
             IF HISTORICO-STATUS = 35
               OPEN OUTPUT HISTORICO
               CLOSE HISTORICO
               OPEN EXTEND HISTORICO
             END-IF.
             PERFORM 5100-GRAVA-CENARIO
               VARYING WRK-IDX-CN FROM 1 BY 1
               UNTIL WRK-IDX-CN > WRK-QT-CENARIOS.
             CLOSE HISTORICO.
             MOVE 0 TO HISTORICO-STATUS.
      *>  --------------------------------------------------------------
       5100-GRAVA-CENARIO.
      *>  --------------------------------------------------------------
             MOVE WRK-TRIMESTRE TO SH-TRIMESTRE.
             MOVE WRK-DATA-HOJE TO SH-DATA.
             MOVE WRK-CN-CODIGO(WRK-IDX-CN) TO SH-CODIGO.
             MOVE WRK-CN-DESCRICAO(WRK-IDX-CN) TO SH-DESCRICAO.
             MOVE WRK-CN-TIPO(WRK-IDX-CN) TO SH-TIPO.
             PERFORM 5110-COPIA-CHOQUE
               VARYING WRK-IDX-PRAZO FROM 1 BY 1
               UNTIL WRK-IDX-PRAZO > 4.
             MOVE WRK-CN-VE-EMP(WRK-IDX-CN) TO SH-VE-EMPREST.
             MOVE WRK-CN-VE-INV(WRK-IDX-CN) TO SH-VE-INVEST.
             MOVE WRK-CN-NII-EMP(WRK-IDX-CN) TO SH-NII-EMPREST.
             MOVE WRK-CN-NII-INV(WRK-IDX-CN) TO SH-NII-INVEST.
             WRITE HISTORICO-REG.
      *>  --------------------------------------------------------------
       5110-COPIA-CHOQUE.
      *>  --------------------------------------------------------------
             MOVE WRK-CN-CHOQUE(WRK-IDX-CN, WRK-IDX-PRAZO)
               TO SH-CHOQUE(WRK-IDX-PRAZO).
      *>  --------------------------------------------------------------
       6000-RELATORIO-ESTRESSE.
      *>  --------------------------------------------------------------
             OPEN OUTPUT RELAT-STRESS.
             MOVE SPACES TO RELAT-STRESS-REG.
             STRING 'ESTRESSE DE TAXA DE JUROS - TRIMESTRE '
                    WRK-TRIMESTRE ' (EMITIDO EM ' WRK-DATA-HOJE
                    ') - VALORES EM REAIS'
                    DELIMITED BY SIZE INTO RELAT-STRESS-REG.
             WRITE RELAT-STRESS-REG.
             MOVE SPACES TO RELAT-STRESS-REG.
             STRING 'FLUXOS DE EMPRESTIMO=' WRK-QT-FLUXOS-EMP
                    ' APLICACOES=' WRK-QT-APLICACOES
                    DELIMITED BY SIZE INTO RELAT-STRESS-REG.
             WRITE RELAT-STRESS-REG.
             MOVE 'VALOR ECONOMICO BASE POR PRODUTO E PRAZO'
               TO RELAT-STRESS-REG.
             WRITE RELAT-STRESS-REG.
             PERFORM 6010-CABECALHO-PRAZOS.
             PERFORM 6100-LINHA-BASE
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD > 7.
             PERFORM 6200-BLOCO-CENARIO
               VARYING WRK-IDX-CN FROM 1 BY 1
               UNTIL WRK-IDX-CN > WRK-QT-CENARIOS.
             MOVE SPACES TO RELAT-STRESS-REG.
             STRING 'VE = VARIACAO DO VALOR ECONOMICO; NII = MARGEM DE'
                    ' JUROS DOS PROXIMOS 12 MESES; SINAL = EFEITO NO'
                    ' BANCO'
                    DELIMITED BY SIZE INTO RELAT-STRESS-REG.
             WRITE RELAT-STRESS-REG.
             CLOSE RELAT-STRESS.
      *>  --------------------------------------------------------------
       6010-CABECALHO-PRAZOS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-STRESS-REG.
             MOVE 'PRODUTO' TO RELAT-STRESS-REG(1:7).
             PERFORM 6020-NOME-PRAZO
               VARYING WRK-IDX-PRAZO FROM 1 BY 1
               UNTIL WRK-IDX-PRAZO > 4.
             MOVE '       TOTAL' TO RELAT-STRESS-REG(70:12).
             MOVE 'NII 12 MESES' TO RELAT-STRESS-REG(83:12).
             WRITE RELAT-STRESS-REG.
      *>  --------------------------------------------------------------
       6020-NOME-PRAZO.
      *>  --------------------------------------------------------------
             MOVE WRK-PZ-NOME(WRK-IDX-PRAZO)
               TO RELAT-STRESS-REG(WRK-IDX-PRAZO * 13 + 5:12).
      *>  --------------------------------------------------------------
       6100-LINHA-BASE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TOT-VE.
             MOVE SPACES TO RELAT-STRESS-REG.
             MOVE WRK-PR-NOME(WRK-IDX-PROD) TO RELAT-STRESS-REG(1:16).
             PERFORM 6110-COLUNA-BASE
               VARYING WRK-IDX-PRAZO FROM 1 BY 1
               UNTIL WRK-IDX-PRAZO > 4.
             MOVE WRK-TOT-VE TO WRK-VL-ED.
             MOVE WRK-VL-ED TO RELAT-STRESS-REG(70:12).
             WRITE RELAT-STRESS-REG.
      *>  --------------------------------------------------------------
       6110-COLUNA-BASE.
      *>  --------------------------------------------------------------
             ADD WRK-PR-VE-BASE(WRK-IDX-PROD, WRK-IDX-PRAZO)
               TO WRK-TOT-VE.
             MOVE WRK-PR-VE-BASE(WRK-IDX-PROD, WRK-IDX-PRAZO)
               TO WRK-VL-ED.
             MOVE WRK-VL-ED
               TO RELAT-STRESS-REG(WRK-IDX-PRAZO * 13 + 5:12).
      *>  --------------------------------------------------------------
      *>  6200-BLOCO-CENARIO - CHOQUES, VARIACAO DO VE POR PRODUTO E
      *>  PRAZO COM O NII, TOTAL E COMPARACAO COM O TRIMESTRE ANTERIOR.
      *>  --------------------------------------------------------------
       6200-BLOCO-CENARIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-STRESS-REG.
             WRITE RELAT-STRESS-REG.
             MOVE SPACES TO RELAT-STRESS-REG.
             STRING 'CENARIO ' WRK-CN-CODIGO(WRK-IDX-CN) ' - '
                    WRK-CN-DESCRICAO(WRK-IDX-CN)
                    DELIMITED BY SIZE INTO RELAT-STRESS-REG.
             IF WRK-CN-TIPO(WRK-IDX-CN) = 'F'
               MOVE 'POR FAIXA (BP):' TO RELAT-STRESS-REG(37:15)
             ELSE
               MOVE 'PARALELO  (BP):' TO RELAT-STRESS-REG(37:15)
             END-IF.
             PERFORM 6210-CHOQUE-PRAZO
               VARYING WRK-IDX-PRAZO FROM 1 BY 1
               UNTIL WRK-IDX-PRAZO > 4.
             WRITE RELAT-STRESS-REG.
             PERFORM 6010-CABECALHO-PRAZOS.
             MOVE 0 TO WRK-TOT-NII.
             PERFORM 6220-LINHA-PRODUTO
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD > 7.
             COMPUTE WRK-TOT-VE = WRK-CN-VE-EMP(WRK-IDX-CN)
                                + WRK-CN-VE-INV(WRK-IDX-CN).
             COMPUTE WRK-TOT-NII = WRK-CN-NII-EMP(WRK-IDX-CN)
                                 + WRK-CN-NII-INV(WRK-IDX-CN).
             MOVE SPACES TO RELAT-STRESS-REG.
             MOVE 'TOTAL DO CENARIO' TO RELAT-STRESS-REG(1:16).
             MOVE WRK-TOT-VE TO WRK-VL-ED.
             MOVE WRK-VL-ED TO RELAT-STRESS-REG(70:12).
             MOVE WRK-TOT-NII TO WRK-VL-ED.
             MOVE WRK-VL-ED TO RELAT-STRESS-REG(83:12).
             WRITE RELAT-STRESS-REG.
             MOVE SPACES TO RELAT-STRESS-REG.
             IF WRK-CN-ANT-TRIM(WRK-IDX-CN) = 0
               MOVE 'SEM RESULTADO DE TRIMESTRE ANTERIOR NO HISTORICO'
                 TO RELAT-STRESS-REG
             ELSE
               MOVE WRK-CN-ANT-VE(WRK-IDX-CN) TO WRK-VL-ED
               MOVE WRK-CN-ANT-NII(WRK-IDX-CN) TO WRK-VL-ED2
               STRING 'TRIMESTRE ANTERIOR ' WRK-CN-ANT-TRIM(WRK-IDX-CN)
                      DELIMITED BY SIZE INTO RELAT-STRESS-REG
               MOVE WRK-VL-ED TO RELAT-STRESS-REG(70:12)
               MOVE WRK-VL-ED2 TO RELAT-STRESS-REG(83:12)
               WRITE RELAT-STRESS-REG
               COMPUTE WRK-TOT-ANT-VE =
                       WRK-TOT-VE - WRK-CN-ANT-VE(WRK-IDX-CN)
               COMPUTE WRK-TOT-ANT-NII =
                       WRK-TOT-NII - WRK-CN-ANT-NII(WRK-IDX-CN)
               MOVE WRK-TOT-ANT-VE TO WRK-VL-ED
               MOVE WRK-TOT-ANT-NII TO WRK-VL-ED2
               MOVE SPACES TO RELAT-STRESS-REG
               MOVE 'VARIACAO NO TRIMESTRE' TO RELAT-STRESS-REG(1:21)
               MOVE WRK-VL-ED TO RELAT-STRESS-REG(70:12)
               MOVE WRK-VL-ED2 TO RELAT-STRESS-REG(83:12)
             END-IF.
             WRITE RELAT-STRESS-REG.
      *>  --------------------------------------------------------------
       6210-CHOQUE-PRAZO.
      *>  --------------------------------------------------------------
             MOVE WRK-CN-CHOQUE(WRK-IDX-CN, WRK-IDX-PRAZO) TO WRK-BP-ED.
             MOVE WRK-BP-ED
               TO RELAT-STRESS-REG(WRK-IDX-PRAZO * 6 + 47:5).
      *>  --------------------------------------------------------------
      *>  6220-LINHA-PRODUTO - PRODUTO SEM SALDO NA BASE NAO SAI.
      *>  --------------------------------------------------------------
       6220-LINHA-PRODUTO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-TOT-VE.
             PERFORM 6230-SOMA-BASE-PRODUTO
               VARYING WRK-IDX-PRAZO FROM 1 BY 1
               UNTIL WRK-IDX-PRAZO > 4.
             IF WRK-TOT-VE > 0
               MOVE 0 TO WRK-TOT-VE
               MOVE SPACES TO RELAT-STRESS-REG
               MOVE WRK-PR-NOME(WRK-IDX-PROD)
                 TO RELAT-STRESS-REG(1:16)
               PERFORM 6240-COLUNA-CENARIO
                 VARYING WRK-IDX-PRAZO FROM 1 BY 1
                 UNTIL WRK-IDX-PRAZO > 4
               MOVE WRK-TOT-VE TO WRK-VL-ED
               MOVE WRK-VL-ED TO RELAT-STRESS-REG(70:12)
               MOVE WRK-CN-NII(WRK-IDX-CN, WRK-IDX-PROD) TO WRK-VL-ED
               MOVE WRK-VL-ED TO RELAT-STRESS-REG(83:12)
               WRITE RELAT-STRESS-REG
             END-IF.
      *>  --------------------------------------------------------------
       6230-SOMA-BASE-PRODUTO.
      *>  --------------------------------------------------------------
             ADD WRK-PR-VE-BASE(WRK-IDX-PROD, WRK-IDX-PRAZO)
               TO WRK-TOT-VE.
      *>  --------------------------------------------------------------
       6240-COLUNA-CENARIO.
      *>  --------------------------------------------------------------
             ADD WRK-CN-VE(WRK-IDX-CN, WRK-IDX-PROD, WRK-IDX-PRAZO)
               TO WRK-TOT-VE.
             MOVE WRK-CN-VE(WRK-IDX-CN, WRK-IDX-PROD, WRK-IDX-PRAZO)
               TO WRK-VL-ED.
             MOVE WRK-VL-ED
               TO RELAT-STRESS-REG(WRK-IDX-PRAZO * 13 + 5:12).
      *>  --------------------------------------------------------------
       8800-INDICE-MES.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-ANO-AUX REMAINDER WRK-RESTO-AUX.
             DIVIDE WRK-RESTO-AUX BY 100
               GIVING WRK-MES-AUX REMAINDER WRK-DIA-AUX.
             COMPUTE WRK-IDX-MES-X = (WRK-ANO-AUX * 12) + WRK-MES-AUX.
      *>  --------------------------------------------------------------
