       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCTAP.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DOS CONTRATOS E
      ***   DAS APOLICES DO FORMATO ANTIGO EM LINHAS DE TEXTO COM
      ***   MARCAS ('CONTRATO=... CLIENTE=...') PARA OS CADASTROS
      ***   INDEXADOS CONTRATO.TXT (CONTRATO-MASTER.CBL) E
      ***   APOLICES.TXT (APOLICE-MASTER.CBL). ANTES DE RODAR, A
      ***   OPERACAO RENOMEIA OS ARQUIVOS ANTIGOS PARA CONTRANT.TXT
      ***   E APOLIANT.TXT. CADA LINHA E QUEBRADA NAS MARCAS
      ***   TAG=VALOR, SEM DEPENDER DA POSICAO: O CABECALHO GRAVA O
      ***   CONTRATO, CADA LINHA PARC= PREENCHE A OCORRENCIA DA
      ***   PARCELA, AS MARCAS RENEGOCIADO= E LIQUIDACAO= FECHAM A
      ***   SITUACAO. LINHA NAO RECONHECIDA OU CONTRATO REPETIDO VAI
      ***   PARA O RELATORIO CONVCTAP.TXT E CONTA COMO REJEITADA NO
      ***   CTRLTOT. PARM CONTR CONVERTE SO OS CONTRATOS, APOLI SO AS
      ***   APOLICES; SEM PARM CONVERTE OS DOIS.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATO-ANTIGO ASSIGN TO 'C:\COBOL\CONTRANT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTRANT-STATUS.
           SELECT APOLICE-ANTIGA ASSIGN TO 'C:\COBOL\APOLIANT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS APOLIANT-STATUS.
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
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVCTAP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO-ANTIGO.
       01 CONTRATO-ANTIGO-REG      PIC X(140).
       FD APOLICE-ANTIGA.
       01 APOLICE-ANTIGA-REG       PIC X(100).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD RELATORIO.
       01 RELATORIO-REG            PIC X(180).
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
       77 CONTRANT-STATUS  PIC 9(02) VALUE ZEROS.
       77 APOLIANT-STATUS  PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA        PIC X(140) VALUE SPACES.
       77 WRK-QT-TOKENS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TOKEN    PIC 9(02) VALUE ZEROS.
       77 WRK-TAG          PIC X(15) VALUE SPACES.
       77 WRK-VALOR-X      PIC X(20) VALUE SPACES.
       77 WRK-TAM-VALOR    PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-N      PIC 9(12) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-IDX-PARC     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-DT       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-DT       PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-DT       PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-DT     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONTRATOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-APOLICES  PIC 9(07) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-PROCESSADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
       01 WRK-TOKENS.
            05 WRK-TOKEN       PIC X(30) OCCURS 12 TIMES.
      *>  VALORES DAS MARCAS DA LINHA CORRENTE (INTEIROS, SEM VIRGULA
      *>  - OS CAMPOS COM CENTAVOS SAO DIVIDIDOS POR 100 NA CARGA).
       01 WRK-MARCAS.
            05 WRK-M-CONTRATO      PIC 9(08).
            05 WRK-M-APOLICE       PIC 9(08).
            05 WRK-M-CLIENTE       PIC 9(05).
            05 WRK-M-VALOR         PIC 9(12).
            05 WRK-M-PRAZO         PIC 9(02).
            05 WRK-M-METODO        PIC 9(01).
            05 WRK-M-LIMITE        PIC 9(12).
            05 WRK-M-PONTOS        PIC 9(03).
            05 WRK-M-AVALISTA      PIC 9(05).
            05 WRK-M-TAXA-VIG      PIC 9(08).
            05 WRK-M-MATRICULA     PIC 9(06).
            05 WRK-M-ORIGEM        PIC 9(08).
            05 WRK-M-PARC          PIC 9(02).
            05 WRK-M-VENC          PIC 9(08).
            05 WRK-M-AMORT         PIC 9(12).
            05 WRK-M-JUROS         PIC 9(12).
            05 WRK-M-PARCELA       PIC 9(12).
            05 WRK-M-SALDO         PIC 9(12).
            05 WRK-M-RENEGOCIADO   PIC 9(08).
            05 WRK-M-DATA          PIC 9(08).
            05 WRK-M-DIVIDA        PIC 9(12).
            05 WRK-M-DESCONTO      PIC 9(12).
            05 WRK-M-LIQUIDACAO    PIC 9(08).
            05 WRK-M-BEM           PIC 9(12).
            05 WRK-M-PREMIO        PIC 9(12).
            05 WRK-M-CORR          PIC 9(04).
            05 WRK-M-RAMO          PIC X(01).
            05 WRK-M-TIPO-LINHA    PIC X(01).
                88 WRK-LINHA-CABEC      VALUE 'C'.
                88 WRK-LINHA-PARCELA    VALUE 'P'.
                88 WRK-LINHA-RENEG      VALUE 'R'.
                88 WRK-LINHA-LIQUIDA    VALUE 'L'.
                88 WRK-LINHA-DESCONHEC  VALUE ' '.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN OUTPUT RELATORIO.
             EVALUATE WRK-PARM-EXEC
               WHEN 'CONTR'
                 PERFORM 1000-CONVERTE-CONTRATOS
               WHEN 'APOLI'
                 PERFORM 2000-CONVERTE-APOLICES
               WHEN OTHER
                 PERFORM 1000-CONVERTE-CONTRATOS
                 PERFORM 2000-CONVERTE-APOLICES
             END-EVALUATE.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'LINHAS LIDAS: ' WRK-CT-LIDOS
                    ' CONTRATOS: ' WRK-QT-CONTRATOS
                    ' APOLICES: ' WRK-QT-APOLICES
                    ' REJEITADAS: ' WRK-CT-REJEITADOS
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - CONTRATOS: '
                     WRK-QT-CONTRATOS ' APOLICES: ' WRK-QT-APOLICES
                     ' REJEITADAS: ' WRK-CT-REJEITADOS.
             IF WRK-CT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-CONTRATOS - RECRIA O INDEXADO VAZIO E APLICA AS
      *>  LINHAS DO ARQUIVO ANTIGO NA ORDEM EM QUE FORAM GRAVADAS: O
      *>  CABECALHO SEMPRE VEM ANTES DAS PARCELAS E DAS MARCAS DE
      *>  RENEGOCIACAO E LIQUIDACAO DO MESMO CONTRATO.
      *>  --------------------------------------------------------------
       1000-CONVERTE-CONTRATOS.
      *>  --------------------------------------------------------------
             OPEN INPUT CONTRATO-ANTIGO.
             IF CONTRANT-STATUS NOT = 0
               DISPLAY '*** CONTRANT.TXT NAO ENCONTRADO - CONTRATOS'
                       ' NAO CONVERTIDOS ***'
               MOVE 0 TO CONTRANT-STATUS
             ELSE
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
               READ CONTRATO-ANTIGO
                 AT END MOVE 10 TO CONTRANT-STATUS
               END-READ
               PERFORM 1100-PROCESSA-LINHA-CONTRATO
                 UNTIL CONTRANT-STATUS = 10
               CLOSE CONTRATO-ANTIGO CONTRATOS
             END-IF.
      *>  --------------------------------------------------------------
       1100-PROCESSA-LINHA-CONTRATO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE CONTRATO-ANTIGO-REG TO WRK-LINHA.
             MOVE SPACES TO WRK-MOTIVO.
             IF WRK-LINHA NOT = SPACES
               PERFORM 8000-QUEBRA-MARCAS
               EVALUATE TRUE
                 WHEN WRK-M-CONTRATO = 0
                   MOVE 'LINHA SEM NUMERO DE CONTRATO' TO WRK-MOTIVO
                 WHEN WRK-LINHA-CABEC
                   PERFORM 1200-GRAVA-CABECALHO
                 WHEN WRK-LINHA-PARCELA
                   PERFORM 1300-APLICA-PARCELA
                 WHEN WRK-LINHA-RENEG
                   PERFORM 1400-APLICA-RENEGOCIACAO
                 WHEN WRK-LINHA-LIQUIDA
                   PERFORM 1500-APLICA-LIQUIDACAO
                 WHEN OTHER
                   MOVE 'LINHA NAO RECONHECIDA' TO WRK-MOTIVO
               END-EVALUATE
             END-IF.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
             ELSE
               PERFORM 9000-REJEITA-LINHA
             END-IF.
             READ CONTRATO-ANTIGO
               AT END MOVE 10 TO CONTRANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-GRAVA-CABECALHO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO CONTRATO-MASTER-REG.
             INITIALIZE CONTRATO-MASTER-REG.
             MOVE WRK-M-CONTRATO TO CTR-NUMERO.
             MOVE WRK-M-CLIENTE TO CTR-CLI-ID.
             COMPUTE CTR-VALOR = WRK-M-VALOR / 100.
             MOVE WRK-M-PRAZO TO CTR-PRAZO.
             MOVE WRK-M-METODO TO CTR-METODO.
             COMPUTE CTR-LIMITE = WRK-M-LIMITE / 100.
             MOVE WRK-M-PONTOS TO CTR-PONTOS.
             MOVE WRK-M-AVALISTA TO CTR-AVALISTA.
             MOVE WRK-M-TAXA-VIG TO CTR-TAXA-VIG.
             MOVE WRK-M-MATRICULA TO CTR-MATRICULA.
             MOVE WRK-M-ORIGEM TO CTR-ORIGEM.
             EVALUATE TRUE
               WHEN WRK-M-MATRICULA NOT = 0
                 MOVE 'C' TO CTR-MODALIDADE
               WHEN WRK-M-ORIGEM NOT = 0
                 MOVE 'R' TO CTR-MODALIDADE
               WHEN OTHER
                 MOVE 'N' TO CTR-MODALIDADE
             END-EVALUATE.
             MOVE 'A' TO CTR-SITUACAO.
             WRITE CONTRATO-MASTER-REG
               INVALID KEY
                 MOVE 'CONTRATO REPETIDO' TO WRK-MOTIVO
               NOT INVALID KEY
                 ADD 1 TO WRK-QT-CONTRATOS
                 ADD CTR-VALOR TO WRK-CT-VALOR-IN
                 ADD CTR-VALOR TO WRK-CT-VALOR-OUT
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  1300-APLICA-PARCELA - A PARCELA N VAI PARA A OCORRENCIA N. A
      *>  DATA DO CONTRATO NAO ERA GRAVADA NO CABECALHO ANTIGO: SAI DO
      *>  VENCIMENTO DA PARCELA 01 MENOS UM MES, QUE E COMO O
      *>  CRONOGRAMA E GERADO NO DESAFIO12.
      *>  --------------------------------------------------------------
       1300-APLICA-PARCELA.
      *>  --------------------------------------------------------------
             MOVE WRK-M-CONTRATO TO CTR-NUMERO.
             READ CONTRATOS
               INVALID KEY
                 MOVE 'PARCELA SEM CABECALHO' TO WRK-MOTIVO
             END-READ.
             IF WRK-MOTIVO = SPACES
               IF WRK-M-PARC < 1 OR WRK-M-PARC > 20
                 MOVE 'NUMERO DE PARCELA INVALIDO' TO WRK-MOTIVO
               ELSE
                 MOVE WRK-M-PARC TO WRK-IDX-PARC
                 MOVE WRK-M-VENC TO CTR-PC-VENC(WRK-IDX-PARC)
                 COMPUTE CTR-PC-AMORT(WRK-IDX-PARC) =
                         WRK-M-AMORT / 100
                 COMPUTE CTR-PC-JUROS(WRK-IDX-PARC) =
                         WRK-M-JUROS / 100
                 COMPUTE CTR-PC-VALOR(WRK-IDX-PARC) =
                         WRK-M-PARCELA / 100
                 COMPUTE CTR-PC-SALDO(WRK-IDX-PARC) =
                         WRK-M-SALDO / 100
                 IF WRK-IDX-PARC > CTR-QT-PARCELAS
                   MOVE WRK-IDX-PARC TO CTR-QT-PARCELAS
                 END-IF
                 IF WRK-IDX-PARC = 1
                   PERFORM 1310-DATA-DO-CONTRATO
                 END-IF
                 REWRITE CONTRATO-MASTER-REG
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1310-DATA-DO-CONTRATO.
      *>  --------------------------------------------------------------
             DIVIDE WRK-M-VENC BY 10000
               GIVING WRK-ANO-DT REMAINDER WRK-RESTO-DT.
             DIVIDE WRK-RESTO-DT BY 100
               GIVING WRK-MES-DT REMAINDER WRK-DIA-DT.
             IF WRK-MES-DT = 1
               MOVE 12 TO WRK-MES-DT
               SUBTRACT 1 FROM WRK-ANO-DT
             ELSE
               SUBTRACT 1 FROM WRK-MES-DT
             END-IF.
             COMPUTE CTR-DT-CONTRATO = (WRK-ANO-DT * 10000)
                     + (WRK-MES-DT * 100) + WRK-DIA-DT.
      *>  --------------------------------------------------------------
       1400-APLICA-RENEGOCIACAO.
      *>  --------------------------------------------------------------
             MOVE WRK-M-CONTRATO TO CTR-NUMERO.
             READ CONTRATOS
               INVALID KEY
                 MOVE 'RENEGOCIACAO SEM CABECALHO' TO WRK-MOTIVO
               NOT INVALID KEY
                 MOVE 'R' TO CTR-SITUACAO
                 MOVE WRK-M-RENEGOCIADO TO CTR-RENEGOCIADO-EM
                 MOVE WRK-M-DATA TO CTR-DT-ENCERRAMENTO
                 COMPUTE CTR-VL-ENCERRAMENTO = WRK-M-DIVIDA / 100
                 COMPUTE CTR-VL-DESCONTO = WRK-M-DESCONTO / 100
                 REWRITE CONTRATO-MASTER-REG
             END-READ.
      *>  --------------------------------------------------------------
       1500-APLICA-LIQUIDACAO.
      *>  --------------------------------------------------------------
             MOVE WRK-M-CONTRATO TO CTR-NUMERO.
             READ CONTRATOS
               INVALID KEY
                 MOVE 'LIQUIDACAO SEM CABECALHO' TO WRK-MOTIVO
               NOT INVALID KEY
                 MOVE 'Q' TO CTR-SITUACAO
                 MOVE WRK-M-LIQUIDACAO TO CTR-DT-ENCERRAMENTO
                 COMPUTE CTR-VL-ENCERRAMENTO = WRK-M-VALOR / 100
                 REWRITE CONTRATO-MASTER-REG
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-CONVERTE-APOLICES - UMA LINHA POR APOLICE; O RAMO SAI DA
      *>  MARCA DO BEM (VEICULO= OU RESIDEN=) OU DE TIPO=PRESTAMISTA.
      *>  --------------------------------------------------------------
       2000-CONVERTE-APOLICES.
      *>  --------------------------------------------------------------
             OPEN INPUT APOLICE-ANTIGA.
             IF APOLIANT-STATUS NOT = 0
               DISPLAY '*** APOLIANT.TXT NAO ENCONTRADO - APOLICES'
                       ' NAO CONVERTIDAS ***'
               MOVE 0 TO APOLIANT-STATUS
             ELSE
               OPEN OUTPUT APOLICES
               READ APOLICE-ANTIGA
                 AT END MOVE 10 TO APOLIANT-STATUS
               END-READ
               PERFORM 2100-PROCESSA-LINHA-APOLICE
                 UNTIL APOLIANT-STATUS = 10
               CLOSE APOLICE-ANTIGA APOLICES
             END-IF.
      *>  --------------------------------------------------------------
       2100-PROCESSA-LINHA-APOLICE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-LINHA.
             MOVE APOLICE-ANTIGA-REG TO WRK-LINHA.
             MOVE SPACES TO WRK-MOTIVO.
             IF WRK-LINHA NOT = SPACES
               PERFORM 8000-QUEBRA-MARCAS
               EVALUATE TRUE
                 WHEN WRK-M-APOLICE = 0
                   MOVE 'LINHA SEM NUMERO DE APOLICE' TO WRK-MOTIVO
                 WHEN WRK-M-RAMO = SPACE
                   MOVE 'APOLICE SEM RAMO' TO WRK-MOTIVO
                 WHEN OTHER
                   PERFORM 2200-GRAVA-APOLICE
               END-EVALUATE
             END-IF.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
             ELSE
               PERFORM 9000-REJEITA-LINHA
             END-IF.
             READ APOLICE-ANTIGA
               AT END MOVE 10 TO APOLIANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       2200-GRAVA-APOLICE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO APOLICE-MASTER-REG.
             INITIALIZE APOLICE-MASTER-REG.
             MOVE WRK-M-APOLICE TO APL-NUMERO.
             MOVE WRK-M-CLIENTE TO APL-CLI-ID.
             MOVE WRK-M-DATA TO APL-DT-EMISSAO.
             MOVE WRK-M-RAMO TO APL-RAMO.
             COMPUTE APL-VL-BEM = WRK-M-BEM / 100.
             MOVE WRK-M-PONTOS TO APL-PONTOS.
             COMPUTE APL-PREMIO = WRK-M-PREMIO / 100.
             MOVE WRK-M-CORR TO APL-CORRETOR.
             MOVE WRK-M-CONTRATO TO APL-CONTRATO.
             WRITE APOLICE-MASTER-REG
               INVALID KEY
                 MOVE 'APOLICE REPETIDA' TO WRK-MOTIVO
               NOT INVALID KEY
                 ADD 1 TO WRK-QT-APOLICES
                 ADD APL-PREMIO TO WRK-CT-VALOR-IN
                 ADD APL-PREMIO TO WRK-CT-VALOR-OUT
             END-WRITE.
      *>  --------------------------------------------------------------
      *>  8000-QUEBRA-MARCAS - SEPARA A LINHA NOS BRANCOS E CADA PEDACO
      *>  NO SINAL DE IGUAL; O TIPO DA LINHA SAI DAS MARCAS PRESENTES.
      *>  --------------------------------------------------------------
       8000-QUEBRA-MARCAS.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-MARCAS.
             MOVE SPACES TO WRK-TOKENS.
             MOVE 0 TO WRK-QT-TOKENS.
             UNSTRING WRK-LINHA DELIMITED BY ALL SPACE
               INTO WRK-TOKEN(1)  WRK-TOKEN(2)  WRK-TOKEN(3)
                    WRK-TOKEN(4)  WRK-TOKEN(5)  WRK-TOKEN(6)
                    WRK-TOKEN(7)  WRK-TOKEN(8)  WRK-TOKEN(9)
                    WRK-TOKEN(10) WRK-TOKEN(11) WRK-TOKEN(12)
               TALLYING IN WRK-QT-TOKENS
             END-UNSTRING.
             PERFORM 8100-TRATA-MARCA
               VARYING WRK-IDX-TOKEN FROM 1 BY 1
               UNTIL WRK-IDX-TOKEN > WRK-QT-TOKENS.
      *>  --------------------------------------------------------------
       8100-TRATA-MARCA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-TAG WRK-VALOR-X.
             UNSTRING WRK-TOKEN(WRK-IDX-TOKEN) DELIMITED BY '='
               INTO WRK-TAG WRK-VALOR-X
             END-UNSTRING.
             MOVE 0 TO WRK-TAM-VALOR.
             INSPECT WRK-VALOR-X TALLYING WRK-TAM-VALOR
               FOR CHARACTERS BEFORE INITIAL SPACE.
             MOVE 0 TO WRK-VALOR-N.
             IF WRK-TAM-VALOR > 0 AND WRK-TAM-VALOR < 13
               IF WRK-VALOR-X(1:WRK-TAM-VALOR) IS NUMERIC
                 MOVE WRK-VALOR-X(1:WRK-TAM-VALOR) TO WRK-VALOR-N
               END-IF
             END-IF.
             EVALUATE WRK-TAG
               WHEN 'CONTRATO'
                 MOVE WRK-VALOR-N TO WRK-M-CONTRATO
               WHEN 'APOLICE'
                 MOVE WRK-VALOR-N TO WRK-M-APOLICE
               WHEN 'CLIENTE'
                 MOVE WRK-VALOR-N TO WRK-M-CLIENTE
                 IF WRK-IDX-TOKEN = 2 AND WRK-M-APOLICE = 0
                   MOVE 'C' TO WRK-M-TIPO-LINHA
                 END-IF
               WHEN 'VALOR'
                 MOVE WRK-VALOR-N TO WRK-M-VALOR
               WHEN 'PRAZO'
                 MOVE WRK-VALOR-N TO WRK-M-PRAZO
               WHEN 'METODO'
                 MOVE WRK-VALOR-N TO WRK-M-METODO
               WHEN 'LIMITE'
                 MOVE WRK-VALOR-N TO WRK-M-LIMITE
               WHEN 'PONTOS'
                 MOVE WRK-VALOR-N TO WRK-M-PONTOS
               WHEN 'AVALISTA'
                 MOVE WRK-VALOR-N TO WRK-M-AVALISTA
               WHEN 'TAXA-VIG'
                 MOVE WRK-VALOR-N TO WRK-M-TAXA-VIG
               WHEN 'MATRICULA'
                 MOVE WRK-VALOR-N TO WRK-M-MATRICULA
               WHEN 'ORIGEM'
                 MOVE WRK-VALOR-N TO WRK-M-ORIGEM
               WHEN 'PARC'
                 MOVE WRK-VALOR-N TO WRK-M-PARC
                 MOVE 'P' TO WRK-M-TIPO-LINHA
               WHEN 'VENC'
                 MOVE WRK-VALOR-N TO WRK-M-VENC
               WHEN 'AMORT'
                 MOVE WRK-VALOR-N TO WRK-M-AMORT
               WHEN 'JUROS'
                 MOVE WRK-VALOR-N TO WRK-M-JUROS
               WHEN 'PARCELA'
                 MOVE WRK-VALOR-N TO WRK-M-PARCELA
               WHEN 'SALDO'
                 MOVE WRK-VALOR-N TO WRK-M-SALDO
               WHEN 'RENEGOCIADO'
                 MOVE WRK-VALOR-N TO WRK-M-RENEGOCIADO
                 MOVE 'R' TO WRK-M-TIPO-LINHA
               WHEN 'DATA'
                 MOVE WRK-VALOR-N TO WRK-M-DATA
               WHEN 'DIVIDA'
                 MOVE WRK-VALOR-N TO WRK-M-DIVIDA
               WHEN 'DESCONTO'
                 MOVE WRK-VALOR-N TO WRK-M-DESCONTO
               WHEN 'LIQUIDACAO'
                 MOVE WRK-VALOR-N TO WRK-M-LIQUIDACAO
                 MOVE 'L' TO WRK-M-TIPO-LINHA
               WHEN 'VEICULO'
                 MOVE WRK-VALOR-N TO WRK-M-BEM
                 MOVE 'V' TO WRK-M-RAMO
               WHEN 'RESIDEN'
                 MOVE WRK-VALOR-N TO WRK-M-BEM
                 MOVE 'R' TO WRK-M-RAMO
               WHEN 'TIPO'
                 IF WRK-VALOR-X = 'PRESTAMISTA'
                   MOVE 'P' TO WRK-M-RAMO
                 END-IF
               WHEN 'PREMIO'
                 MOVE WRK-VALOR-N TO WRK-M-PREMIO
               WHEN 'CORR'
                 MOVE WRK-VALOR-N TO WRK-M-CORR
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
      *>  --------------------------------------------------------------
       9000-REJEITA-LINHA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-REJEITADOS.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'REJEITADA: ' WRK-MOTIVO ' - ' WRK-LINHA
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
      *>  --------------------------------------------------------------
       9970-GRAVA-CTRL-TOTAIS.
      *>  --------------------------------------------------------------
             OPEN EXTEND CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 35
               OPEN OUTPUT CONTROLE-TOTAIS
               CLOSE CONTROLE-TOTAIS
               OPEN EXTEND CONTROLE-TOTAIS
             END-IF.
             MOVE 'CONVCTAP ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
