       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCOFRE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = COFRE DE MOEDA ESTRANGEIRA EM
      ***   ESPECIE DAS AGENCIAS (NUMERARIO.TXT, POR AGENCIA + MOEDA +
      ***   CEDULA). O FXPOSIC ACOMPANHA A POSICAO DA MESA COMO NUMERO;
      ***   AQUI FICAM AS CEDULAS QUE ESTAO NO COFRE DE CADA AGENCIA:
      ***   - CADASTRO DA MOEDA NA AGENCIA, COM ESTOQUE MINIMO, ESTOQUE
      ***     IDEAL E AS CEDULAS TRABALHADAS;
      ***   - SUPRIMENTO RECEBIDO DA TESOURARIA E RECOLHIMENTO ENVIADO
      ***     A ELA, CEDULA A CEDULA;
      ***   - CONTAGEM DE FIM DE DIA, COM O RELATORIO DE DIFERENCAS
      ***     CONTRA O SALDO DO SISTEMA (RELNUMER.TXT) E O AJUSTE
      ***     OPCIONAL DO SALDO PELA CONTAGEM;
      ***   - SUGESTAO DE REPOSICAO (SUGNUMER.TXT) PARA A AGENCIA QUE
      ***     FICOU ABAIXO DO ESTOQUE MINIMO DA MOEDA.
      ***   AS CONVERSOES EM ESPECIE DO DESAFIO01 MOVIMENTAM O COFRE
      ***   PELO SUBPROGRAMA NUMERFX. TODO MOVIMENTO VAI PARA
      ***   NUMERMOV.TXT.
      ***   COM O PARAMETRO REPOS (EXECUCAO EM LOTE, NO FIM DO DIA) SO
      ***   GERA A SUGESTAO DE REPOSICAO, COM RETURN-CODE 4 QUANDO HA
      ***   AGENCIA ABAIXO DO MINIMO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERARIO ASSIGN TO 'C:\COBOL\NUMERARIO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NUMERARIO-STATUS
             RECORD KEY IS NU-CHAVE.
           SELECT NUMER-MOVIMENTO ASSIGN TO 'C:\COBOL\NUMERMOV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NUMERMOV-STATUS.
           SELECT MOEDAS ASSIGN TO 'C:\COBOL\MOEDAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS MOEDAS-STATUS
             RECORD KEY IS MO-CODIGO
             ALTERNATE RECORD KEY IS MO-SIGLA.
           SELECT RELAT-NUMER ASSIGN TO 'C:\COBOL\RELNUMER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT RELAT-REPOSICAO ASSIGN TO 'C:\COBOL\SUGNUMER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REPOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NUMERARIO.
       COPY 'NUMERARIO-MASTER.CBL'.
       FD NUMER-MOVIMENTO.
       COPY 'NUMERMOV-MASTER.CBL'.
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
       FD RELAT-NUMER.
       01 RELAT-NUMER-REG       PIC X(100).
       FD RELAT-REPOSICAO.
       01 RELAT-REPOSICAO-REG   PIC X(100).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 NUMERARIO-STATUS PIC 9(02) VALUE ZEROS.
       77 NUMERMOV-STATUS  PIC 9(02) VALUE ZEROS.
       77 MOEDAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 REPOS-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA         PIC 9(08) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(40) VALUE SPACES.
       77 WRK-AGENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MOEDA        PIC X(03) VALUE SPACES.
       77 WRK-CEDULA       PIC 9(05) VALUE ZEROS.
       77 WRK-QUANTIDADE   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CONTADA   PIC 9(07) VALUE ZEROS.
       77 WRK-MINIMO       PIC 9(09) VALUE ZEROS.
       77 WRK-IDEAL        PIC 9(09) VALUE ZEROS.
       77 WRK-FIM-CEDULAS  PIC X(01) VALUE 'N'.
       77 WRK-CONTROLE-EXISTE PIC X(01) VALUE 'N'.
       77 WRK-TIPO-MOV     PIC X(01) VALUE SPACES.
       77 WRK-ORIGEM-MOV   PIC X(08) VALUE SPACES.
       77 WRK-AJUSTA       PIC X(01) VALUE 'N'.
       77 WRK-MOEDA-ANT    PIC X(03) VALUE SPACES.
       77 WRK-CHAVE-ANT    PIC X(07) VALUE SPACES.
       77 WRK-DIFERENCA    PIC S9(07) VALUE ZEROS.
       77 WRK-VL-DIFERENCA PIC S9(11) VALUE ZEROS.
       77 WRK-VL-MOVIDO    PIC 9(11) VALUE ZEROS.
       77 WRK-TOT-SISTEMA  PIC 9(11) VALUE ZEROS.
       77 WRK-TOT-CONTADO  PIC 9(11) VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(11) VALUE ZEROS.
       77 WRK-SALDO        PIC 9(11) VALUE ZEROS.
       77 WRK-SUGERIDO     PIC 9(11) VALUE ZEROS.
       77 WRK-QT-DIFERENCAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUGESTOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ED        PIC Z.ZZZ.ZZ9.
       77 WRK-QT-CONT-ED   PIC Z.ZZZ.ZZ9.
       77 WRK-DIF-ED       PIC -Z.ZZZ.ZZ9.
       77 WRK-VL-ED        PIC ZZ.ZZZ.ZZZ.ZZ9.
       77 WRK-VL-ED2       PIC ZZ.ZZZ.ZZZ.ZZ9.
       77 WRK-VL-ED3       PIC ZZ.ZZZ.ZZZ.ZZ9.
       77 WRK-VL-DIF-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN I-O NUMERARIO.
             IF NUMERARIO-STATUS = 35
               OPEN OUTPUT NUMERARIO
               CLOSE NUMERARIO
               OPEN I-O NUMERARIO
             END-IF.
             MOVE 0 TO NUMERARIO-STATUS.
             IF WRK-PARM-EXEC = 'REPOS'
               PERFORM 5000-SUGERE-REPOSICAO
               IF WRK-QT-SUGESTOES > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE NUMERARIO.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'COFRE DE MOEDA ESTRANGEIRA DAS AGENCIAS'.
             DISPLAY '1 - CADASTRAR MOEDA NA AGENCIA'.
             DISPLAY '2 - SUPRIMENTO RECEBIDO DA TESOURARIA'.
             DISPLAY '3 - RECOLHIMENTO ENVIADO A TESOURARIA'.
             DISPLAY '4 - CONTAGEM DE FIM DE DIA'.
             DISPLAY '5 - SUGESTAO DE REPOSICAO'.
             DISPLAY '6 - CONSULTAR COFRE DA AGENCIA'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-CADASTRA-MOEDA
               WHEN 2
                 MOVE 'E' TO WRK-TIPO-MOV
                 MOVE 'SUPRIMEN' TO WRK-ORIGEM-MOV
                 PERFORM 2000-MOVIMENTA-TESOURARIA
               WHEN 3
                 MOVE 'S' TO WRK-TIPO-MOV
                 MOVE 'RECOLHIM' TO WRK-ORIGEM-MOV
                 PERFORM 2000-MOVIMENTA-TESOURARIA
               WHEN 4
                 PERFORM 3000-CONTAGEM-FIM-DIA
               WHEN 5
                 PERFORM 5000-SUGERE-REPOSICAO
               WHEN 6
                 PERFORM 6000-CONSULTA-COFRE
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-CADASTRA-MOEDA - MOEDA DO CADASTRO (MENOS O REAL) NA
      *>  AGENCIA: REGISTRO DE CONTROLE COM O ESTOQUE MINIMO E O IDEAL
      *>  (INCLUIDO OU ALTERADO) E AS CEDULAS QUE A AGENCIA TRABALHA.
      *>  --------------------------------------------------------------
       1000-CADASTRA-MOEDA.
      *>  --------------------------------------------------------------
             PERFORM 8000-PEDE-AGENCIA-MOEDA.
             IF WRK-MENSAGEM = SPACES
               PERFORM 1050-CONFERE-MOEDA
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               PERFORM 8100-LE-CONTROLE
               IF WRK-CONTROLE-EXISTE = 'S'
                 DISPLAY 'ESTOQUE MINIMO ATUAL: ' NU-ESTOQUE-MINIMO
                         ' IDEAL: ' NU-ESTOQUE-IDEAL
               END-IF
               DISPLAY 'ESTOQUE MINIMO (UNIDADES DA MOEDA): '
               ACCEPT WRK-MINIMO
               DISPLAY 'ESTOQUE IDEAL (0 = O MINIMO).......: '
               ACCEPT WRK-IDEAL
               IF WRK-IDEAL > 0 AND WRK-IDEAL < WRK-MINIMO
                 DISPLAY '*** ESTOQUE IDEAL ABAIXO DO MINIMO ***'
               ELSE
                 PERFORM 1100-GRAVA-CONTROLE
                 MOVE 'N' TO WRK-FIM-CEDULAS
                 PERFORM 1200-INCLUI-CEDULA
                   UNTIL WRK-FIM-CEDULAS = 'S'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1050-CONFERE-MOEDA.
      *>  --------------------------------------------------------------
             IF WRK-MOEDA = 'BRL'
               MOVE 'O REAL NAO E GUARDADO NESTE COFRE'
                 TO WRK-MENSAGEM
             ELSE
               OPEN INPUT MOEDAS
               IF MOEDAS-STATUS NOT = 0
                 MOVE 'CADASTRO DE MOEDAS INDISPONIVEL' TO WRK-MENSAGEM
               ELSE
                 MOVE WRK-MOEDA TO MO-CODIGO
                 READ MOEDAS
                   INVALID KEY
                     MOVE 'MOEDA NAO CADASTRADA' TO WRK-MENSAGEM
                   NOT INVALID KEY
                     IF NOT MO-ATIVA
                       MOVE 'MOEDA INATIVA' TO WRK-MENSAGEM
                     END-IF
                 END-READ
                 CLOSE MOEDAS
               END-IF
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
      *>  --------------------------------------------------------------
       1100-GRAVA-CONTROLE.
      *>  --------------------------------------------------------------
             IF WRK-CONTROLE-EXISTE = 'N'
               PERFORM 8200-LIMPA-REGISTRO
               MOVE WRK-AGENCIA TO NU-AGENCIA
               MOVE WRK-MOEDA TO NU-MOEDA
               MOVE 0 TO NU-CEDULA
             END-IF.
             MOVE WRK-MINIMO TO NU-ESTOQUE-MINIMO.
             MOVE WRK-IDEAL TO NU-ESTOQUE-IDEAL.
             MOVE WRK-DATA-HOJE TO NU-DT-ULT-MOV.
             IF WRK-CONTROLE-EXISTE = 'S'
               REWRITE NUMERARIO-MASTER-REG
             ELSE
               WRITE NUMERARIO-MASTER-REG
             END-IF.
             IF NUMERARIO-STATUS = 0
               DISPLAY 'MOEDA ' WRK-MOEDA ' GRAVADA NA AGENCIA '
                       WRK-AGENCIA
             ELSE
               DISPLAY '*** CONTROLE NAO GRAVADO - STATUS '
                       NUMERARIO-STATUS
             END-IF.
             MOVE 0 TO NUMERARIO-STATUS.
      *>  --------------------------------------------------------------
       1200-INCLUI-CEDULA.
      *>  --------------------------------------------------------------
             DISPLAY 'CEDULA A INCLUIR (0 = FIM).......: '.
             ACCEPT WRK-CEDULA.
             IF WRK-CEDULA = 0
               MOVE 'S' TO WRK-FIM-CEDULAS
             ELSE
               MOVE WRK-AGENCIA TO NU-AGENCIA
               MOVE WRK-MOEDA TO NU-MOEDA
               MOVE WRK-CEDULA TO NU-CEDULA
               READ NUMERARIO
                 INVALID KEY
                   PERFORM 8200-LIMPA-REGISTRO
                   MOVE WRK-AGENCIA TO NU-AGENCIA
                   MOVE WRK-MOEDA TO NU-MOEDA
                   MOVE WRK-CEDULA TO NU-CEDULA
                   WRITE NUMERARIO-MASTER-REG
                   END-WRITE
                   DISPLAY 'CEDULA ' WRK-CEDULA ' INCLUIDA'
                 NOT INVALID KEY
                   DISPLAY '* CEDULA ' WRK-CEDULA ' JA CADASTRADA *'
               END-READ
             END-IF.
             MOVE 0 TO NUMERARIO-STATUS.
      *>  --------------------------------------------------------------
      *>  2000-MOVIMENTA-TESOURARIA - SUPRIMENTO (WRK-TIPO-MOV E) OU
      *>  RECOLHIMENTO (S) DA AGENCIA, CEDULA A CEDULA; O RECOLHIMENTO
      *>  NAO PODE LEVAR MAIS CEDULAS DO QUE HA NO COFRE.
      *>  --------------------------------------------------------------
       2000-MOVIMENTA-TESOURARIA.
      *>  --------------------------------------------------------------
             PERFORM 8000-PEDE-AGENCIA-MOEDA.
             IF WRK-MENSAGEM = SPACES
               PERFORM 8100-LE-CONTROLE
               IF WRK-CONTROLE-EXISTE = 'N'
                 MOVE 'MOEDA NAO CADASTRADA NA AGENCIA'
                   TO WRK-MENSAGEM
               END-IF
             END-IF.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               MOVE 0 TO WRK-VL-MOVIDO
               ACCEPT WRK-HORA FROM TIME
               PERFORM 8300-ABRE-MOVIMENTO
               MOVE 'N' TO WRK-FIM-CEDULAS
               PERFORM 2100-MOVIMENTA-CEDULA
                 UNTIL WRK-FIM-CEDULAS = 'S'
               CLOSE NUMER-MOVIMENTO
               MOVE WRK-VL-MOVIDO TO WRK-VL-ED
               DISPLAY 'TOTAL MOVIMENTADO: ' WRK-MOEDA ' ' WRK-VL-ED
             END-IF.
      *>  --------------------------------------------------------------
       2100-MOVIMENTA-CEDULA.
      *>  --------------------------------------------------------------
             DISPLAY 'CEDULA (0 = FIM)..................: '.
             ACCEPT WRK-CEDULA.
             IF WRK-CEDULA = 0
               MOVE 'S' TO WRK-FIM-CEDULAS
             ELSE
               DISPLAY 'QUANTIDADE DE CEDULAS.............: '
               ACCEPT WRK-QUANTIDADE
               MOVE WRK-AGENCIA TO NU-AGENCIA
               MOVE WRK-MOEDA TO NU-MOEDA
               MOVE WRK-CEDULA TO NU-CEDULA
               READ NUMERARIO
                 INVALID KEY
                   DISPLAY '* CEDULA ' WRK-CEDULA ' NAO CADASTRADA *'
                 NOT INVALID KEY
                   PERFORM 2200-ATUALIZA-CEDULA
               END-READ
             END-IF.
             MOVE 0 TO NUMERARIO-STATUS.
      *>  --------------------------------------------------------------
       2200-ATUALIZA-CEDULA.
      *>  --------------------------------------------------------------
             IF WRK-TIPO-MOV = 'S'
                AND WRK-QUANTIDADE > NU-QT-CEDULAS
               DISPLAY '* SO HA ' NU-QT-CEDULAS ' CEDULAS DE '
                       WRK-CEDULA ' NO COFRE *'
             ELSE
               IF WRK-TIPO-MOV = 'S'
                 SUBTRACT WRK-QUANTIDADE FROM NU-QT-CEDULAS
               ELSE
                 ADD WRK-QUANTIDADE TO NU-QT-CEDULAS
               END-IF
               MOVE WRK-DATA-HOJE TO NU-DT-ULT-MOV
               REWRITE NUMERARIO-MASTER-REG
               MOVE WRK-QUANTIDADE TO NM-QUANTIDADE
               PERFORM 8400-GRAVA-MOVIMENTO
               COMPUTE WRK-VL-MOVIDO = WRK-VL-MOVIDO
                       + WRK-QUANTIDADE * WRK-CEDULA
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-CONTAGEM-FIM-DIA - O OPERADOR INFORMA AS CEDULAS
      *>  CONTADAS NO COFRE DA AGENCIA, MOEDA A MOEDA; A CONTAGEM FICA
      *>  NO REGISTRO E O RELATORIO RELNUMER.TXT MOSTRA A DIFERENCA DE
      *>  CADA CEDULA E DE CADA MOEDA CONTRA O SALDO DO SISTEMA. COM
      *>  DIFERENCA, O SALDO PODE SER AJUSTADO PELA CONTAGEM.
      *>  --------------------------------------------------------------
       3000-CONTAGEM-FIM-DIA.
      *>  --------------------------------------------------------------
             DISPLAY 'AGENCIA...........................: '.
             ACCEPT WRK-AGENCIA.
             IF WRK-AGENCIA = 0
               DISPLAY '*** AGENCIA INVALIDA ***'
             ELSE
               MOVE 0 TO WRK-QT-DIFERENCAS
               MOVE SPACES TO WRK-MOEDA-ANT
               OPEN OUTPUT RELAT-NUMER
               MOVE SPACES TO RELAT-NUMER-REG
               STRING 'CONTAGEM DO COFRE - AGENCIA ' WRK-AGENCIA
                      ' - DATA ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO RELAT-NUMER-REG
               WRITE RELAT-NUMER-REG
               MOVE SPACES TO RELAT-NUMER-REG
               STRING 'MOEDA CEDULA      SISTEMA     CONTADO'
                      '  DIFERENCA  VALOR DA DIFERENCA'
                      DELIMITED BY SIZE INTO RELAT-NUMER-REG
               WRITE RELAT-NUMER-REG
               PERFORM 8500-POSICIONA-AGENCIA
               PERFORM 3100-CONTA-CEDULA
                 UNTIL NUMERARIO-STATUS = 10
                    OR NU-AGENCIA NOT = WRK-AGENCIA
               MOVE 0 TO NUMERARIO-STATUS
               IF WRK-MOEDA-ANT NOT = SPACES
                 PERFORM 3300-TOTAL-MOEDA
               END-IF
               MOVE SPACES TO RELAT-NUMER-REG
               STRING 'CEDULAS COM DIFERENCA: ' WRK-QT-DIFERENCAS
                      DELIMITED BY SIZE INTO RELAT-NUMER-REG
               WRITE RELAT-NUMER-REG
               CLOSE RELAT-NUMER
               DISPLAY 'CEDULAS COM DIFERENCA: ' WRK-QT-DIFERENCAS
                       ' - RELATORIO EM RELNUMER.TXT'
               IF WRK-QT-DIFERENCAS > 0
                 DISPLAY 'AJUSTAR O SALDO PELA CONTAGEM (S/N): '
                 ACCEPT WRK-AJUSTA
                 IF WRK-AJUSTA = 'S'
                   PERFORM 3500-AJUSTA-CONTAGEM
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3100-CONTA-CEDULA - QUEBRA POR MOEDA; O REGISTRO DE CONTROLE
      *>  NAO E CONTADO.
      *>  --------------------------------------------------------------
       3100-CONTA-CEDULA.
      *>  --------------------------------------------------------------
             IF NU-MOEDA NOT = WRK-MOEDA-ANT
               IF WRK-MOEDA-ANT NOT = SPACES
                 PERFORM 3300-TOTAL-MOEDA
               END-IF
               MOVE NU-MOEDA TO WRK-MOEDA-ANT
               MOVE 0 TO WRK-TOT-SISTEMA WRK-TOT-CONTADO
                         WRK-TOT-DIFERENCA
             END-IF.
             IF NOT NU-REG-CONTROLE
               DISPLAY 'MOEDA ' NU-MOEDA ' CEDULA ' NU-CEDULA
                       ' - CEDULAS CONTADAS: '
               ACCEPT WRK-QT-CONTADA
               MOVE WRK-QT-CONTADA TO NU-QT-CONTADA
               MOVE WRK-DATA-HOJE TO NU-DT-CONTAGEM
               REWRITE NUMERARIO-MASTER-REG
               END-REWRITE
               PERFORM 3200-LINHA-CONTAGEM
             END-IF.
             READ NUMERARIO NEXT
               AT END MOVE 10 TO NUMERARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-LINHA-CONTAGEM.
      *>  --------------------------------------------------------------
             COMPUTE WRK-DIFERENCA = NU-QT-CONTADA - NU-QT-CEDULAS.
             COMPUTE WRK-VL-DIFERENCA = WRK-DIFERENCA * NU-CEDULA.
             COMPUTE WRK-TOT-SISTEMA = WRK-TOT-SISTEMA
                     + NU-QT-CEDULAS * NU-CEDULA.
             COMPUTE WRK-TOT-CONTADO = WRK-TOT-CONTADO
                     + NU-QT-CONTADA * NU-CEDULA.
             ADD WRK-VL-DIFERENCA TO WRK-TOT-DIFERENCA.
             IF WRK-DIFERENCA NOT = 0
               ADD 1 TO WRK-QT-DIFERENCAS
             END-IF.
             MOVE NU-QT-CEDULAS TO WRK-QT-ED.
             MOVE NU-QT-CONTADA TO WRK-QT-CONT-ED.
             MOVE WRK-DIFERENCA TO WRK-DIF-ED.
             MOVE WRK-VL-DIFERENCA TO WRK-VL-DIF-ED.
             MOVE SPACES TO RELAT-NUMER-REG.
             STRING NU-MOEDA '   ' NU-CEDULA ' ' WRK-QT-ED ' '
                    WRK-QT-CONT-ED ' ' WRK-DIF-ED ' ' WRK-VL-DIF-ED
                    DELIMITED BY SIZE INTO RELAT-NUMER-REG.
             WRITE RELAT-NUMER-REG.
      *>  --------------------------------------------------------------
       3300-TOTAL-MOEDA.
      *>  --------------------------------------------------------------
             MOVE WRK-TOT-SISTEMA TO WRK-VL-ED.
             MOVE WRK-TOT-CONTADO TO WRK-VL-ED2.
             MOVE WRK-TOT-DIFERENCA TO WRK-VL-DIF-ED.
             MOVE SPACES TO RELAT-NUMER-REG.
             STRING 'TOTAL ' WRK-MOEDA-ANT ' SISTEMA ' WRK-VL-ED
                    ' CONTADO ' WRK-VL-ED2
                    ' DIFERENCA ' WRK-VL-DIF-ED
                    DELIMITED BY SIZE INTO RELAT-NUMER-REG.
             WRITE RELAT-NUMER-REG.
      *>  --------------------------------------------------------------
      *>  3500-AJUSTA-CONTAGEM - A CEDULA CONTADA HOJE COM DIFERENCA
      *>  PASSA A TER O SALDO DA CONTAGEM; A DIFERENCA VAI PARA O
      *>  MOVIMENTO DO COFRE COMO AJUSTE.
      *>  --------------------------------------------------------------
       3500-AJUSTA-CONTAGEM.
      *>  --------------------------------------------------------------
             ACCEPT WRK-HORA FROM TIME.
             MOVE 'AJUSTE' TO WRK-ORIGEM-MOV.
             PERFORM 8300-ABRE-MOVIMENTO.
             PERFORM 8500-POSICIONA-AGENCIA.
             PERFORM 3600-AJUSTA-CEDULA
               UNTIL NUMERARIO-STATUS = 10
                  OR NU-AGENCIA NOT = WRK-AGENCIA.
             MOVE 0 TO NUMERARIO-STATUS.
             CLOSE NUMER-MOVIMENTO.
             DISPLAY 'SALDO DO COFRE AJUSTADO PELA CONTAGEM'.
      *>  --------------------------------------------------------------
       3600-AJUSTA-CEDULA.
      *>  --------------------------------------------------------------
             IF NOT NU-REG-CONTROLE
                AND NU-DT-CONTAGEM = WRK-DATA-HOJE
                AND NU-QT-CONTADA NOT = NU-QT-CEDULAS
               MOVE NU-MOEDA TO WRK-MOEDA
               MOVE NU-CEDULA TO WRK-CEDULA
               IF NU-QT-CONTADA > NU-QT-CEDULAS
                 MOVE 'E' TO WRK-TIPO-MOV
                 COMPUTE NM-QUANTIDADE = NU-QT-CONTADA - NU-QT-CEDULAS
               ELSE
                 MOVE 'S' TO WRK-TIPO-MOV
                 COMPUTE NM-QUANTIDADE = NU-QT-CEDULAS - NU-QT-CONTADA
               END-IF
               MOVE NU-QT-CONTADA TO NU-QT-CEDULAS
               MOVE WRK-DATA-HOJE TO NU-DT-ULT-MOV
               REWRITE NUMERARIO-MASTER-REG
               END-REWRITE
               PERFORM 8400-GRAVA-MOVIMENTO
             END-IF.
             READ NUMERARIO NEXT
               AT END MOVE 10 TO NUMERARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  5000-SUGERE-REPOSICAO - SALDO DE CADA MOEDA EM CADA AGENCIA
      *>  CONTRA O ESTOQUE MINIMO DO REGISTRO DE CONTROLE; ABAIXO DELE,
      *>  SUGERE O SUPRIMENTO QUE LEVA O COFRE AO ESTOQUE IDEAL (OU AO
      *>  MINIMO, QUANDO NAO HA IDEAL). SAI EM SUGNUMER.TXT.
      *>  --------------------------------------------------------------
       5000-SUGERE-REPOSICAO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-SUGESTOES.
             MOVE SPACES TO WRK-CHAVE-ANT.
             OPEN OUTPUT RELAT-REPOSICAO.
             MOVE SPACES TO RELAT-REPOSICAO-REG.
             STRING 'SUGESTAO DE REPOSICAO DO COFRE - DATA '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-REPOSICAO-REG.
             WRITE RELAT-REPOSICAO-REG.
             MOVE SPACES TO RELAT-REPOSICAO-REG.
             STRING 'AGENCIA MOEDA          SALDO         MINIMO'
                    '       SUPRIMENTO'
                    DELIMITED BY SIZE INTO RELAT-REPOSICAO-REG.
             WRITE RELAT-REPOSICAO-REG.
             MOVE LOW-VALUES TO NU-CHAVE.
             START NUMERARIO KEY IS NOT LESS THAN NU-CHAVE
               INVALID KEY MOVE 10 TO NUMERARIO-STATUS
             END-START.
             IF NUMERARIO-STATUS NOT = 10
               READ NUMERARIO NEXT
                 AT END MOVE 10 TO NUMERARIO-STATUS
               END-READ
             END-IF.
             PERFORM 5100-SOMA-SALDO UNTIL NUMERARIO-STATUS = 10.
             MOVE 0 TO NUMERARIO-STATUS.
             IF WRK-CHAVE-ANT NOT = SPACES
               PERFORM 5200-AVALIA-ESTOQUE
             END-IF.
             MOVE SPACES TO RELAT-REPOSICAO-REG.
             STRING 'MOEDAS ABAIXO DO ESTOQUE MINIMO: '
                    WRK-QT-SUGESTOES
                    DELIMITED BY SIZE INTO RELAT-REPOSICAO-REG.
             WRITE RELAT-REPOSICAO-REG.
             CLOSE RELAT-REPOSICAO.
             DISPLAY 'MOEDAS ABAIXO DO ESTOQUE MINIMO: '
                     WRK-QT-SUGESTOES ' - SUGESTAO EM SUGNUMER.TXT'.
      *>  --------------------------------------------------------------
       5100-SOMA-SALDO.
      *>  --------------------------------------------------------------
             IF NU-CHAVE(1:7) NOT = WRK-CHAVE-ANT
               IF WRK-CHAVE-ANT NOT = SPACES
                 PERFORM 5200-AVALIA-ESTOQUE
               END-IF
               MOVE NU-CHAVE(1:7) TO WRK-CHAVE-ANT
               MOVE 0 TO WRK-SALDO WRK-MINIMO WRK-IDEAL
             END-IF.
             IF NU-REG-CONTROLE
               MOVE NU-ESTOQUE-MINIMO TO WRK-MINIMO
               MOVE NU-ESTOQUE-IDEAL TO WRK-IDEAL
             ELSE
               COMPUTE WRK-SALDO = WRK-SALDO
                       + NU-QT-CEDULAS * NU-CEDULA
             END-IF.
             READ NUMERARIO NEXT
               AT END MOVE 10 TO NUMERARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5200-AVALIA-ESTOQUE.
      *>  --------------------------------------------------------------
             IF WRK-MINIMO > 0 AND WRK-SALDO < WRK-MINIMO
               ADD 1 TO WRK-QT-SUGESTOES
               IF WRK-IDEAL > WRK-MINIMO
                 COMPUTE WRK-SUGERIDO = WRK-IDEAL - WRK-SALDO
               ELSE
                 COMPUTE WRK-SUGERIDO = WRK-MINIMO - WRK-SALDO
               END-IF
               MOVE WRK-SALDO TO WRK-VL-ED
               MOVE WRK-MINIMO TO WRK-VL-ED2
               MOVE WRK-SUGERIDO TO WRK-VL-ED3
               MOVE SPACES TO RELAT-REPOSICAO-REG
               STRING WRK-CHAVE-ANT(1:4) '    ' WRK-CHAVE-ANT(5:3)
                      ' ' WRK-VL-ED ' ' WRK-VL-ED2 ' ' WRK-VL-ED3
                      DELIMITED BY SIZE INTO RELAT-REPOSICAO-REG
               WRITE RELAT-REPOSICAO-REG
               DISPLAY '* AGENCIA ' WRK-CHAVE-ANT(1:4) ' MOEDA '
                       WRK-CHAVE-ANT(5:3) ' ABAIXO DO MINIMO -'
                       ' SUPRIR ' WRK-VL-ED3
             END-IF.
      *>  --------------------------------------------------------------
      *>  6000-CONSULTA-COFRE - CEDULAS E SALDO DE CADA MOEDA NO COFRE
      *>  DA AGENCIA.
      *>  --------------------------------------------------------------
       6000-CONSULTA-COFRE.
      *>  --------------------------------------------------------------
             DISPLAY 'AGENCIA...........................: '.
             ACCEPT WRK-AGENCIA.
             MOVE SPACES TO WRK-MOEDA-ANT.
             PERFORM 8500-POSICIONA-AGENCIA.
             PERFORM 6100-MOSTRA-CEDULA
               UNTIL NUMERARIO-STATUS = 10
                  OR NU-AGENCIA NOT = WRK-AGENCIA.
             MOVE 0 TO NUMERARIO-STATUS.
             IF WRK-MOEDA-ANT = SPACES
               DISPLAY '* AGENCIA SEM NUMERARIO CADASTRADO *'
             ELSE
               PERFORM 6200-MOSTRA-SALDO
             END-IF.
      *>  --------------------------------------------------------------
       6100-MOSTRA-CEDULA.
      *>  --------------------------------------------------------------
             IF NU-MOEDA NOT = WRK-MOEDA-ANT
               IF WRK-MOEDA-ANT NOT = SPACES
                 PERFORM 6200-MOSTRA-SALDO
               END-IF
               MOVE NU-MOEDA TO WRK-MOEDA-ANT
               MOVE 0 TO WRK-SALDO
             END-IF.
             IF NU-REG-CONTROLE
               DISPLAY 'MOEDA ' NU-MOEDA ' - MINIMO ' NU-ESTOQUE-MINIMO
                       ' IDEAL ' NU-ESTOQUE-IDEAL
             ELSE
               MOVE NU-QT-CEDULAS TO WRK-QT-ED
               DISPLAY '   CEDULA ' NU-CEDULA ' QUANTIDADE ' WRK-QT-ED
                       ' ULTIMA CONTAGEM ' NU-DT-CONTAGEM
               COMPUTE WRK-SALDO = WRK-SALDO
                       + NU-QT-CEDULAS * NU-CEDULA
             END-IF.
             READ NUMERARIO NEXT
               AT END MOVE 10 TO NUMERARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6200-MOSTRA-SALDO.
      *>  --------------------------------------------------------------
             MOVE WRK-SALDO TO WRK-VL-ED.
             DISPLAY '   SALDO ' WRK-MOEDA-ANT ' ' WRK-VL-ED.
      *>  --------------------------------------------------------------
      *>  8000-PEDE-AGENCIA-MOEDA - AGENCIA E CODIGO ISO DA MOEDA;
      *>  WRK-MENSAGEM VOLTA PREENCHIDA QUANDO ALGUM E INVALIDO.
      *>  --------------------------------------------------------------
       8000-PEDE-AGENCIA-MOEDA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             DISPLAY 'AGENCIA...........................: '.
             ACCEPT WRK-AGENCIA.
             DISPLAY 'CODIGO ISO DA MOEDA (EX. USD).....: '.
             ACCEPT WRK-MOEDA.
             IF WRK-AGENCIA = 0 OR WRK-MOEDA(3:1) = SPACE
               MOVE 'AGENCIA E MOEDA SAO OBRIGATORIAS' TO WRK-MENSAGEM
             END-IF.
      *>  --------------------------------------------------------------
       8100-LE-CONTROLE.
      *>  --------------------------------------------------------------
             MOVE WRK-AGENCIA TO NU-AGENCIA.
             MOVE WRK-MOEDA TO NU-MOEDA.
             MOVE 0 TO NU-CEDULA.
             READ NUMERARIO
               INVALID KEY
                 MOVE 'N' TO WRK-CONTROLE-EXISTE
               NOT INVALID KEY
                 MOVE 'S' TO WRK-CONTROLE-EXISTE
             END-READ.
             MOVE 0 TO NUMERARIO-STATUS.
      *>  --------------------------------------------------------------
       8200-LIMPA-REGISTRO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO NUMERARIO-MASTER-REG.
             MOVE 0 TO NU-QT-CEDULAS NU-QT-CONTADA NU-DT-CONTAGEM
                       NU-DT-ULT-MOV NU-ESTOQUE-MINIMO
                       NU-ESTOQUE-IDEAL.
      *>  --------------------------------------------------------------
       8300-ABRE-MOVIMENTO.
      *>  --------------------------------------------------------------
             OPEN EXTEND NUMER-MOVIMENTO.
             IF NUMERMOV-STATUS = 35
               OPEN OUTPUT NUMER-MOVIMENTO
               CLOSE NUMER-MOVIMENTO
               OPEN EXTEND NUMER-MOVIMENTO
             END-IF.
             MOVE 0 TO NUMERMOV-STATUS.
      *>  --------------------------------------------------------------
      *>  8400-GRAVA-MOVIMENTO - NM-QUANTIDADE JA VEM PREENCHIDA.
      *>  --------------------------------------------------------------
       8400-GRAVA-MOVIMENTO.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE TO NM-DATA.
             MOVE WRK-HORA TO NM-HORA.
             MOVE WRK-AGENCIA TO NM-AGENCIA.
             MOVE WRK-MOEDA TO NM-MOEDA.
             MOVE WRK-TIPO-MOV TO NM-TIPO.
             MOVE WRK-ORIGEM-MOV TO NM-ORIGEM.
             MOVE WRK-CEDULA TO NM-CEDULA.
             WRITE NUMERMOV-REG.
      *>  --------------------------------------------------------------
      *>  8500-POSICIONA-AGENCIA - PRIMEIRO REGISTRO DA AGENCIA.
      *>  --------------------------------------------------------------
       8500-POSICIONA-AGENCIA.
      *>  --------------------------------------------------------------
             MOVE WRK-AGENCIA TO NU-AGENCIA.
             MOVE LOW-VALUES TO NU-MOEDA.
             MOVE 0 TO NU-CEDULA.
             START NUMERARIO KEY IS NOT LESS THAN NU-CHAVE
               INVALID KEY MOVE 10 TO NUMERARIO-STATUS
             END-START.
             IF NUMERARIO-STATUS NOT = 10
               READ NUMERARIO NEXT
                 AT END MOVE 10 TO NUMERARIO-STATUS
               END-READ
             END-IF.
