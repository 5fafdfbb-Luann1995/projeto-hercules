       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOEDAMAN.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = MANUTENCAO DO CADASTRO DE MOEDAS
      ***   DA MESA DE CAMBIO (MOEDAS.TXT). INCLUIR UMA MOEDA NOVA E
      ***   SO UMA ENTRADA NESTA TELA: CODIGO ISO, SIGLA (NOME CURTO
      ***   DO LOG E DA POSICAO), NOME, CASAS DECIMAIS, CODIGO NO LOTE
      ***   MOEDASTR.TXT E TAXA DE REFERENCIA EM REAIS. NA INCLUSAO O
      ***   LIMITE DE EXPOSICAO DA MOEDA PODE SER INFORMADO E VAI PARA
      ***   O PARAMETRO DO FXPOSIC (LIMCAMB.TXT); SEM LIMITE, O FXPOSIC
      ***   USA O PADRAO DE R$ 500.000,00. O CODIGO E A SIGLA NAO SE
      ***   ALTERAM DEPOIS DE INCLUIDOS (ESTAO NO HISTORICO DE TAXAS E
      ***   NO LOG); MOEDA QUE SAI DE USO E INATIVADA.
      ***   MANTEM TAMBEM A TABELA DE SPREAD (SPREAD.TXT) POR MOEDA,
      ***   SENTIDO (C = CLIENTE COMPRA, V = CLIENTE VENDE) E SEGMENTO
      ***   DO CLIENTE (V VAREJO, A ALTA RENDA, P PRIVATE), COM ATE 4
      ***   FAIXAS DE VOLUME EM REAIS, LIDA PELO PRECOFX.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOEDAS ASSIGN TO 'C:\COBOL\MOEDAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MOEDAS-STATUS
             RECORD KEY IS MO-CODIGO
             ALTERNATE RECORD KEY IS MO-SIGLA.
           SELECT LIMITE-CAMBIO ASSIGN TO 'C:\COBOL\LIMCAMB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIMITE-STATUS.
           SELECT SPREADS ASSIGN TO 'C:\COBOL\SPREAD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SPREAD-STATUS
             RECORD KEY IS SP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
       FD LIMITE-CAMBIO.
       01 LIMITE-CAMBIO-REG.
            05 LM-MOEDA        PIC X(03).
            05 LM-LIMITE       PIC 9(09)V99.
       FD SPREADS.
       COPY 'SPREAD-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 MOEDAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 LIMITE-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO       PIC X(03) VALUE SPACES.
       77 WRK-SIGLA        PIC X(05) VALUE SPACES.
       77 WRK-NOME         PIC X(20) VALUE SPACES.
       77 WRK-DECIMAIS     PIC 9(01) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-NUM-LOTE     PIC 9(01) VALUE ZEROS.
       77 WRK-TAXA         PIC 9(3)V9999 VALUE ZEROS.
       77 WRK-LIMITE       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LOTE-USADO   PIC X(01) VALUE 'N'.
       77 WRK-QT-LISTADAS  PIC 9(03) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(40) VALUE SPACES.
       77 WRK-TAXA-ED      PIC ZZ9,9999.
       77 SPREAD-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-SENTIDO      PIC X(01) VALUE SPACES.
       77 WRK-SEGMENTO     PIC X(01) VALUE SPACES.
       77 WRK-IDX-FX       PIC 9(01) VALUE ZEROS.
       77 WRK-ATE-ANT      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SPREAD-EXISTE PIC X(01) VALUE 'N'.
       77 WRK-SEM-TETO     PIC X(01) VALUE 'N'.
       77 WRK-QT-SPREADS   PIC 9(03) VALUE ZEROS.
       77 WRK-ATE-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-PCT-ED       PIC Z9,99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN I-O MOEDAS.
             IF MOEDAS-STATUS = 35
               OPEN OUTPUT MOEDAS
               CLOSE MOEDAS
               OPEN I-O MOEDAS
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
             OPEN I-O SPREADS.
             IF SPREAD-STATUS = 35
               OPEN OUTPUT SPREADS
               CLOSE SPREADS
               OPEN I-O SPREADS
             END-IF.
             MOVE 0 TO SPREAD-STATUS.
             PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9.
             CLOSE MOEDAS SPREADS.
           GOBACK.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'CADASTRO DE MOEDAS DA MESA DE CAMBIO'.
             DISPLAY '1 - INCLUIR MOEDA'.
             DISPLAY '2 - ALTERAR MOEDA'.
             DISPLAY '3 - LISTAR MOEDAS'.
             DISPLAY '4 - MANTER SPREAD DE UMA MOEDA'.
             DISPLAY '5 - LISTAR TABELA DE SPREAD'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-INCLUI-MOEDA
               WHEN 2
                 PERFORM 2000-ALTERA-MOEDA
               WHEN 3
                 PERFORM 3000-LISTA-MOEDAS
               WHEN 4
                 PERFORM 4000-MANTEM-SPREAD
               WHEN 5
                 PERFORM 5000-LISTA-SPREADS
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-INCLUI-MOEDA - CODIGO E SIGLA UNICOS; O CODIGO DO LOTE
      *>  (1 A 9) NAO PODE SER O MESMO DE OUTRA MOEDA, 0 DEIXA A MOEDA
      *>  FORA DO LOTE.
      *>  --------------------------------------------------------------
       1000-INCLUI-MOEDA.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO ISO DA MOEDA (EX. GBP)..: '.
             ACCEPT WRK-CODIGO.
             DISPLAY 'SIGLA (NOME CURTO, ATE 5).......: '.
             ACCEPT WRK-SIGLA.
             DISPLAY 'NOME DA MOEDA...................: '.
             ACCEPT WRK-NOME.
             DISPLAY 'CASAS DECIMAIS (0 A 4)..........: '.
             ACCEPT WRK-DECIMAIS.
             DISPLAY 'CODIGO NO LOTE (1 A 9, 0 = NAO).: '.
             ACCEPT WRK-NUM-LOTE.
             DISPLAY 'TAXA DE REFERENCIA EM REAIS.....: '.
             ACCEPT WRK-TAXA.
             MOVE SPACES TO WRK-MENSAGEM.
             EVALUATE TRUE
               WHEN WRK-CODIGO(3:1) = SPACE OR WRK-SIGLA = SPACES
                    OR WRK-NOME = SPACES
                 MOVE 'CODIGO, SIGLA E NOME SAO OBRIGATORIOS'
                   TO WRK-MENSAGEM
               WHEN WRK-DECIMAIS > 4 OR WRK-TAXA = 0
                 MOVE 'CASAS DECIMAIS OU TAXA INVALIDA' TO WRK-MENSAGEM
               WHEN OTHER
                 PERFORM 1050-CONFERE-UNICIDADE
             END-EVALUATE.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               MOVE SPACES TO MOEDA-MASTER-REG
               MOVE WRK-CODIGO    TO MO-CODIGO
               MOVE WRK-SIGLA     TO MO-SIGLA
               MOVE WRK-NOME      TO MO-NOME
               MOVE WRK-DECIMAIS  TO MO-DECIMAIS
               MOVE 'A'           TO MO-SITUACAO
               MOVE WRK-NUM-LOTE  TO MO-NUM-LOTE
               MOVE WRK-TAXA      TO MO-TAXA-PADRAO
               MOVE WRK-DATA-HOJE TO MO-DT-CADASTRO
               WRITE MOEDA-MASTER-REG
                 INVALID KEY
                   DISPLAY '*** MOEDA NAO GRAVADA - STATUS '
                           MOEDAS-STATUS
                 NOT INVALID KEY
                   DISPLAY 'MOEDA INCLUIDA: ' MO-CODIGO ' ' MO-SIGLA
                   PERFORM 1100-PEDE-LIMITE
               END-WRITE
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
      *>  --------------------------------------------------------------
       1050-CONFERE-UNICIDADE.
      *>  --------------------------------------------------------------
             MOVE WRK-CODIGO TO MO-CODIGO.
             READ MOEDAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'MOEDA JA CADASTRADA' TO WRK-MENSAGEM
             END-READ.
             IF WRK-MENSAGEM = SPACES
               MOVE WRK-SIGLA TO MO-SIGLA
               READ MOEDAS KEY IS MO-SIGLA
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'SIGLA JA USADA PELA MOEDA ' TO WRK-MENSAGEM
                   MOVE MO-CODIGO TO WRK-MENSAGEM(27:3)
               END-READ
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 8000-CONFERE-LOTE
               IF WRK-LOTE-USADO = 'S'
                 MOVE 'CODIGO DE LOTE JA USADO PELA MOEDA '
                   TO WRK-MENSAGEM
                 MOVE MO-CODIGO TO WRK-MENSAGEM(36:3)
               END-IF
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
      *>  --------------------------------------------------------------
       1100-PEDE-LIMITE.
      *>  --------------------------------------------------------------
             IF MO-CODIGO NOT = 'BRL'
               DISPLAY 'LIMITE DE EXPOSICAO EM REAIS (0 = PADRAO): '
               ACCEPT WRK-LIMITE
               IF WRK-LIMITE > 0
                 PERFORM 1110-GRAVA-LIMITE
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  1110-GRAVA-LIMITE - A LINHA VAI NO FIM DO PARAMETRO; O FXPOSIC
      *>  FICA COM A ULTIMA LINHA DE CADA MOEDA.
      *>  --------------------------------------------------------------
       1110-GRAVA-LIMITE.
      *>  --------------------------------------------------------------
             OPEN EXTEND LIMITE-CAMBIO.
             IF LIMITE-STATUS = 35
               OPEN OUTPUT LIMITE-CAMBIO
               CLOSE LIMITE-CAMBIO
               OPEN EXTEND LIMITE-CAMBIO
             END-IF.
             MOVE MO-CODIGO TO LM-MOEDA.
             MOVE WRK-LIMITE TO LM-LIMITE.
             WRITE LIMITE-CAMBIO-REG.
             CLOSE LIMITE-CAMBIO.
             MOVE 0 TO LIMITE-STATUS.
             DISPLAY 'LIMITE GRAVADO EM LIMCAMB.TXT'.
      *>  --------------------------------------------------------------
      *>  2000-ALTERA-MOEDA - ENTER (BRANCO OU ZERO) MANTEM O VALOR
      *>  ATUAL DO NOME, DA SITUACAO E DA TAXA.
      *>  --------------------------------------------------------------
       2000-ALTERA-MOEDA.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO ISO DA MOEDA.............: '.
             ACCEPT WRK-CODIGO.
             MOVE WRK-CODIGO TO MO-CODIGO.
             READ MOEDAS
               INVALID KEY
                 DISPLAY '*** MOEDA NAO CADASTRADA ***'
               NOT INVALID KEY
                 PERFORM 2100-PEDE-ALTERACAO
             END-READ.
             MOVE 0 TO MOEDAS-STATUS.
      *>  --------------------------------------------------------------
       2100-PEDE-ALTERACAO.
      *>  --------------------------------------------------------------
             MOVE MO-TAXA-PADRAO TO WRK-TAXA-ED.
             DISPLAY MO-CODIGO ' ' MO-SIGLA ' ' MO-NOME
                     ' DECIMAIS ' MO-DECIMAIS ' SITUACAO ' MO-SITUACAO
                     ' LOTE ' MO-NUM-LOTE ' TAXA ' WRK-TAXA-ED.
             DISPLAY 'NOVO NOME.......................: '.
             ACCEPT WRK-NOME.
             DISPLAY 'CASAS DECIMAIS (0 A 4)..........: '.
             ACCEPT WRK-DECIMAIS.
             DISPLAY 'SITUACAO (A-ATIVA I-INATIVA)....: '.
             ACCEPT WRK-SITUACAO.
             DISPLAY 'CODIGO NO LOTE (1 A 9, 0 = NAO).: '.
             ACCEPT WRK-NUM-LOTE.
             DISPLAY 'TAXA DE REFERENCIA EM REAIS.....: '.
             ACCEPT WRK-TAXA.
             MOVE SPACES TO WRK-MENSAGEM.
             EVALUATE TRUE
               WHEN WRK-DECIMAIS > 4
                    OR (WRK-SITUACAO NOT = 'A' AND NOT = 'I'
                        AND NOT = SPACE)
                 MOVE 'CASAS DECIMAIS OU SITUACAO INVALIDA'
                   TO WRK-MENSAGEM
               WHEN MO-CODIGO = 'BRL' AND WRK-SITUACAO = 'I'
                 MOVE 'O REAL E A MOEDA BASE E NAO SE INATIVA'
                   TO WRK-MENSAGEM
               WHEN WRK-NUM-LOTE NOT = MO-NUM-LOTE
                 PERFORM 8000-CONFERE-LOTE
                 IF WRK-LOTE-USADO = 'S'
                   MOVE 'CODIGO DE LOTE JA USADO POR OUTRA MOEDA'
                     TO WRK-MENSAGEM
                 END-IF
                 MOVE WRK-CODIGO TO MO-CODIGO
                 READ MOEDAS
                   INVALID KEY
                     MOVE 'MOEDA NAO RELIDA' TO WRK-MENSAGEM
                 END-READ
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               PERFORM 2200-GRAVA-ALTERACAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  2200-GRAVA-ALTERACAO - NOME, SITUACAO E TAXA EM BRANCO OU ZERO
      *>  FICAM COMO ESTAVAM; A TAXA DO REAL E SEMPRE 1.
      *>  --------------------------------------------------------------
       2200-GRAVA-ALTERACAO.
      *>  --------------------------------------------------------------
             IF WRK-NOME NOT = SPACES
               MOVE WRK-NOME TO MO-NOME
             END-IF.
             MOVE WRK-DECIMAIS TO MO-DECIMAIS.
             IF WRK-SITUACAO NOT = SPACE
               MOVE WRK-SITUACAO TO MO-SITUACAO
             END-IF.
             MOVE WRK-NUM-LOTE TO MO-NUM-LOTE.
             IF WRK-TAXA > 0 AND MO-CODIGO NOT = 'BRL'
               MOVE WRK-TAXA TO MO-TAXA-PADRAO
             END-IF.
             REWRITE MOEDA-MASTER-REG.
             IF MOEDAS-STATUS = 0
               DISPLAY 'MOEDA ALTERADA'
             ELSE
               DISPLAY '*** MOEDA NAO ALTERADA - STATUS '
                       MOEDAS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3000-LISTA-MOEDAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADAS.
             MOVE LOW-VALUES TO MO-CODIGO.
             START MOEDAS KEY IS NOT LESS THAN MO-CODIGO
               INVALID KEY MOVE 10 TO MOEDAS-STATUS
             END-START.
             IF MOEDAS-STATUS NOT = 10
               READ MOEDAS NEXT
                 AT END MOVE 10 TO MOEDAS-STATUS
               END-READ
             END-IF.
             PERFORM 3100-MOSTRA-MOEDA UNTIL MOEDAS-STATUS = 10.
             MOVE 0 TO MOEDAS-STATUS.
             DISPLAY 'MOEDAS CADASTRADAS: ' WRK-QT-LISTADAS.
      *>  --------------------------------------------------------------
       3100-MOSTRA-MOEDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADAS.
             MOVE MO-TAXA-PADRAO TO WRK-TAXA-ED.
             DISPLAY MO-CODIGO ' ' MO-SIGLA ' ' MO-NOME
                     ' DEC ' MO-DECIMAIS ' SIT ' MO-SITUACAO
                     ' LOTE ' MO-NUM-LOTE ' TAXA REF ' WRK-TAXA-ED.
             READ MOEDAS NEXT
               AT END MOVE 10 TO MOEDAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4000-MANTEM-SPREAD - UMA LINHA POR MOEDA + SENTIDO + SEGMENTO.
      *>  AS FAIXAS SAO DIGITADAS EM ORDEM CRESCENTE DE VOLUME EM
      *>  REAIS; LIMITE ZERO FECHA A TABELA (SEM TETO) E AS FAIXAS
      *>  SEGUINTES FICAM ZERADAS. O REAL NAO TEM SPREAD.
      *>  --------------------------------------------------------------
       4000-MANTEM-SPREAD.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO ISO DA MOEDA.............: '.
             ACCEPT WRK-CODIGO.
             DISPLAY 'SENTIDO (C-CLIENTE COMPRA V-VENDE): '.
             ACCEPT WRK-SENTIDO.
             DISPLAY 'SEGMENTO (V-VAREJO A-ALTA RENDA P-PRIVATE): '.
             ACCEPT WRK-SEGMENTO.
             MOVE SPACES TO WRK-MENSAGEM.
             MOVE WRK-CODIGO TO MO-CODIGO.
             READ MOEDAS
               INVALID KEY
                 MOVE 'MOEDA NAO CADASTRADA' TO WRK-MENSAGEM
             END-READ.
             MOVE 0 TO MOEDAS-STATUS.
             EVALUATE TRUE
               WHEN WRK-MENSAGEM NOT = SPACES
                 CONTINUE
               WHEN WRK-CODIGO = 'BRL'
                 MOVE 'O REAL E A MOEDA BASE E NAO TEM SPREAD'
                   TO WRK-MENSAGEM
               WHEN WRK-SENTIDO NOT = 'C' AND NOT = 'V'
                 MOVE 'SENTIDO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-SEGMENTO NOT = 'V' AND NOT = 'A' AND NOT = 'P'
                 MOVE 'SEGMENTO INVALIDO' TO WRK-MENSAGEM
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               PERFORM 4100-PEDE-FAIXAS
             END-IF.
      *>  --------------------------------------------------------------
       4100-PEDE-FAIXAS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO SPREAD-MASTER-REG.
             MOVE WRK-CODIGO   TO SP-MOEDA.
             MOVE WRK-SENTIDO  TO SP-SENTIDO.
             MOVE WRK-SEGMENTO TO SP-SEGMENTO.
             READ SPREADS
               INVALID KEY
                 MOVE 'N' TO WRK-SPREAD-EXISTE
               NOT INVALID KEY
                 MOVE 'S' TO WRK-SPREAD-EXISTE
                 PERFORM 5200-MOSTRA-FAIXAS
             END-READ.
             MOVE 0 TO SPREAD-STATUS.
             MOVE 0 TO WRK-ATE-ANT.
             MOVE 'N' TO WRK-SEM-TETO.
             PERFORM 4200-PEDE-UMA-FAIXA
               VARYING WRK-IDX-FX FROM 1 BY 1
               UNTIL WRK-IDX-FX > 4.
             IF WRK-MENSAGEM NOT = SPACES
               DISPLAY '*** ' WRK-MENSAGEM ' ***'
             ELSE
               PERFORM 4300-GRAVA-SPREAD
             END-IF.
      *>  --------------------------------------------------------------
      *>  4200-PEDE-UMA-FAIXA - WRK-SEM-TETO VAI A S DEPOIS DA FAIXA SEM
      *>  TETO; DAI EM DIANTE AS FAIXAS NAO SAO MAIS PEDIDAS.
      *>  --------------------------------------------------------------
       4200-PEDE-UMA-FAIXA.
      *>  --------------------------------------------------------------
             IF WRK-SEM-TETO = 'S'
               MOVE 0 TO SP-FX-ATE(WRK-IDX-FX) SP-FX-PCT(WRK-IDX-FX)
             ELSE
               DISPLAY 'FAIXA ' WRK-IDX-FX
                       ' - VOLUME ATE R$ (0 = SEM TETO)..: '
               ACCEPT SP-FX-ATE(WRK-IDX-FX)
               DISPLAY 'FAIXA ' WRK-IDX-FX
                       ' - SPREAD EM PERCENTUAL..........: '
               ACCEPT SP-FX-PCT(WRK-IDX-FX)
               IF SP-FX-ATE(WRK-IDX-FX) = 0
                 MOVE 'S' TO WRK-SEM-TETO
               ELSE
                 IF SP-FX-ATE(WRK-IDX-FX) <= WRK-ATE-ANT
                   MOVE 'FAIXAS FORA DE ORDEM CRESCENTE'
                     TO WRK-MENSAGEM
                 END-IF
                 MOVE SP-FX-ATE(WRK-IDX-FX) TO WRK-ATE-ANT
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4300-GRAVA-SPREAD.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE TO SP-DT-ATUALIZACAO.
             IF WRK-SPREAD-EXISTE = 'S'
               REWRITE SPREAD-MASTER-REG
             ELSE
               WRITE SPREAD-MASTER-REG
             END-IF.
             IF SPREAD-STATUS = 0
               DISPLAY 'SPREAD GRAVADO: ' SP-CHAVE
             ELSE
               DISPLAY '*** SPREAD NAO GRAVADO - STATUS '
                       SPREAD-STATUS
             END-IF.
             MOVE 0 TO SPREAD-STATUS.
      *>  --------------------------------------------------------------
       5000-LISTA-SPREADS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-SPREADS.
             MOVE LOW-VALUES TO SP-CHAVE.
             START SPREADS KEY IS NOT LESS THAN SP-CHAVE
               INVALID KEY MOVE 10 TO SPREAD-STATUS
             END-START.
             IF SPREAD-STATUS NOT = 10
               READ SPREADS NEXT
                 AT END MOVE 10 TO SPREAD-STATUS
               END-READ
             END-IF.
             PERFORM 5100-MOSTRA-SPREAD UNTIL SPREAD-STATUS = 10.
             MOVE 0 TO SPREAD-STATUS.
             DISPLAY 'LINHAS DE SPREAD: ' WRK-QT-SPREADS.
      *>  --------------------------------------------------------------
       5100-MOSTRA-SPREAD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-SPREADS.
             DISPLAY 'MOEDA ' SP-MOEDA ' SENTIDO ' SP-SENTIDO
                     ' SEGMENTO ' SP-SEGMENTO
                     ' ATUALIZADO ' SP-DT-ATUALIZACAO.
             PERFORM 5200-MOSTRA-FAIXAS.
             READ SPREADS NEXT
               AT END MOVE 10 TO SPREAD-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5200-MOSTRA-FAIXAS.
      *>  --------------------------------------------------------------
             PERFORM 5210-MOSTRA-UMA-FAIXA
               VARYING WRK-IDX-FX FROM 1 BY 1
               UNTIL WRK-IDX-FX > 4.
      *>  --------------------------------------------------------------
       5210-MOSTRA-UMA-FAIXA.
      *>  --------------------------------------------------------------
             IF SP-FX-ATE(WRK-IDX-FX) > 0 OR SP-FX-PCT(WRK-IDX-FX) > 0
               MOVE SP-FX-ATE(WRK-IDX-FX) TO WRK-ATE-ED
               MOVE SP-FX-PCT(WRK-IDX-FX) TO WRK-PCT-ED
               DISPLAY '   FAIXA ' WRK-IDX-FX ' ATE R$ ' WRK-ATE-ED
                       ' SPREAD ' WRK-PCT-ED '%'
             END-IF.
      *>  --------------------------------------------------------------
      *>  8000-CONFERE-LOTE - PROCURA OUTRA MOEDA COM O MESMO CODIGO DE
      *>  LOTE (O ARQUIVO E PEQUENO, A LEITURA E COMPLETA).
      *>  --------------------------------------------------------------
       8000-CONFERE-LOTE.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-LOTE-USADO.
             IF WRK-NUM-LOTE > 0
               MOVE LOW-VALUES TO MO-CODIGO
               START MOEDAS KEY IS NOT LESS THAN MO-CODIGO
                 INVALID KEY MOVE 10 TO MOEDAS-STATUS
               END-START
               IF MOEDAS-STATUS NOT = 10
                 READ MOEDAS NEXT
                   AT END MOVE 10 TO MOEDAS-STATUS
                 END-READ
               END-IF
               PERFORM 8100-COMPARA-LOTE
                 UNTIL MOEDAS-STATUS = 10 OR WRK-LOTE-USADO = 'S'
             END-IF.
             MOVE 0 TO MOEDAS-STATUS.
      *>  --------------------------------------------------------------
       8100-COMPARA-LOTE.
      *>  --------------------------------------------------------------
             IF MO-NUM-LOTE = WRK-NUM-LOTE
                AND MO-CODIGO NOT = WRK-CODIGO
               MOVE 'S' TO WRK-LOTE-USADO
             ELSE
               READ MOEDAS NEXT
                 AT END MOVE 10 TO MOEDAS-STATUS
               END-READ
             END-IF.
