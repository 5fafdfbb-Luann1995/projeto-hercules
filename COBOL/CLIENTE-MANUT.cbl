      ***   DE CLIENTES (CLIENTE.TXT): LISTAR, CORRIGIR E
      ***   EXCLUIR (LOGICAMENTE) CLIENTES DE PROPOSITO, EM VEZ
      ***   DE SO PELOS EFEITOS COLATERAIS DOS PROGRAMAS DE
      ***   ASSESSORIA. REGISTRA TAMBEM O OBITO DO CLIENTE (SITUACAO
      ***   F COM A DATA), CUJOS EFEITOS NOS PRODUTOS SAO APLICADOS
      ***   PELO CLIOBITO NO LOTE SEGUINTE.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             FILE STATUS IS PERFIL-STATUS
             RECORD KEY IS CP-CLI-ID.
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
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
            05 CP-FAIXA-REGIME     PIC 9(01).
            05 CP-CONTADOR         PIC 9(03).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)         VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01)        VALUE SPACES.
       77 PERFIL-STATUS    PIC 9(02)        VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02)        VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-CLI-ORIGEM   PIC 9(05)        VALUE ZEROS.
       77 WRK-CLI-DESTINO  PIC 9(05)        VALUE ZEROS.
       77 WRK-QT-TROCADOS  PIC 9(05)        VALUE ZEROS.
       77 CLIAUD-STATUS          PIC 9(02) VALUE ZEROS.
       77 WRK-AUD-EVENTO         PIC X(07) VALUE SPACES.
       77 WRK-ANT-IDADE          PIC 9(03) VALUE ZEROS.
       77 WRK-ANT-BENS           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-AUD           PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AUD           PIC 9(08) VALUE ZEROS.
       77 WRK-DT-OBITO           PIC 9(08) VALUE ZEROS.
       01 WRK-CPF                PIC 9(11) VALUE ZEROS.
       01 WRK-CPF-DIGITOS REDEFINES WRK-CPF.
            05 WRK-CPF-DIG OCCURS 11 TIMES PIC 9(01).
             DISPLAY '3 - EXCLUIR CLIENTE (LOGICO)'.
             DISPLAY '4 - REATIVAR CLIENTE'.
             DISPLAY '5 - UNIFICAR CLIENTES DUPLICADOS'.
             DISPLAY '6 - REGISTRAR OBITO DO CLIENTE'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
                 PERFORM 4000-REATIVA-CLIENTE
               WHEN 5
                 PERFORM 5000-UNIFICA-CLIENTES
               WHEN 6
                 PERFORM 6000-REGISTRA-OBITO
               WHEN 9
                 CONTINUE
               WHEN OTHER
             DISPLAY 'BENS......: ' CLI-BENS.
             DISPLAY 'CADASTRO..: ' CLI-DT-CADASTRO.
             DISPLAY 'SITUACAO..: ' CLI-SITUACAO.
             IF CLI-FALECIDO
               DISPLAY 'OBITO EM..: ' CLI-DT-OBITO
             END-IF.
             DISPLAY 'ENDERECO..: ' CLI-ENDERECO.
             DISPLAY 'CIDADE/UF.: ' CLI-CIDADE ' ' CLI-UF.
             DISPLAY 'CEP.......: ' CLI-CEP.
             DISPLAY 'TELEFONE..: ' CLI-TELEFONE.
             DISPLAY 'RISCO PLD.: ' CLI-RISCO-PLD '  PEP: ' CLI-PEP.
             DISPLAY 'CONTA.....: ' CLI-BANCO ' ' CLI-AGENCIA ' '
                     CLI-CONTA.
      *>  --------------------------------------------------------------
       2200-ENTRA-ALTERACAO.
      *>  --------------------------------------------------------------
               ACCEPT CLI-CEP
               DISPLAY 'TELEFONE (DDD+NUMERO)......: '
               ACCEPT CLI-TELEFONE
               DISPLAY 'BANCO PARA CREDITO.........: '
               ACCEPT CLI-BANCO
               DISPLAY 'AGENCIA....................: '
               ACCEPT CLI-AGENCIA
               DISPLAY 'CONTA COM DIGITO...........: '
               ACCEPT CLI-CONTA
               PERFORM 2250-ENTRA-RISCO-PLD
               REWRITE CLIENTE-MASTER-REG
               MOVE 'ALTERAR' TO WRK-AUD-EVENTO
               PERFORM 9775-GRAVA-AUD-CLIENTE
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2250-ENTRA-RISCO-PLD - CLASSIFICACAO DE RISCO DE LAVAGEM DE
      *>  DINHEIRO E PESSOA POLITICAMENTE EXPOSTA. PEP E SEMPRE RISCO
      *>  ALTO; RESPOSTA INVALIDA MANTEM O VALOR ANTERIOR.
      *>  --------------------------------------------------------------
       2250-ENTRA-RISCO-PLD.
      *>  --------------------------------------------------------------
             DISPLAY 'PESSOA POLITICAMENTE EXPOSTA (S/N): '.
             ACCEPT WRK-CONFIRMA.
             IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 'N'
               MOVE WRK-CONFIRMA TO CLI-PEP
             ELSE
               DISPLAY '*** RESPOSTA INVALIDA - PEP MANTIDO ***'
             END-IF.
             DISPLAY 'RISCO PLD (B-BAIXO M-MEDIO A-ALTO): '.
             ACCEPT WRK-CONFIRMA.
             IF WRK-CONFIRMA = 'B' OR WRK-CONFIRMA = 'M'
                OR WRK-CONFIRMA = 'A'
               MOVE WRK-CONFIRMA TO CLI-RISCO-PLD
             ELSE
               DISPLAY '*** RISCO INVALIDO - RISCO MANTIDO ***'
             END-IF.
             IF CLI-E-PEP AND NOT CLI-RISCO-ALTO
               MOVE 'A' TO CLI-RISCO-PLD
               DISPLAY 'CLIENTE PEP - RISCO PLD AJUSTADO PARA ALTO'
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-EXCLUI-CLIENTE - EXCLUSAO LOGICA: MARCA CLI-SITUACAO
      *>  COM E, PRESERVANDO O HISTORICO NUMERICO QUE OS DEMAIS
      *>  ARQUIVOS (CONTRATOS, APOLICES) AINDA REFERENCIAM.
                   DISPLAY 'CLIENTE EXCLUIDO (LOGICO)'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  4000-REATIVA-CLIENTE - TAMBEM DESFAZ O OBITO REGISTRADO POR
      *>  ENGANO, DESDE QUE O CLIOBITO AINDA NAO TENHA APLICADO OS
      *>  EFEITOS NOS PRODUTOS (DEPOIS DISSO A REVERSAO E FEITA EM
      *>  CADA AREA).
      *>  --------------------------------------------------------------
       4000-REATIVA-CLIENTE.
      *>  --------------------------------------------------------------
               INVALID KEY
                 DISPLAY '*** CLIENTE NAO ENCONTRADO ***'
               NOT INVALID KEY
                 IF CLI-FALECIDO AND CLI-OBITO-PROCESSADO
                   DISPLAY '*** OBITO JA PROCESSADO NOS PRODUTOS -'
                           ' REATIVACAO NEGADA ***'
                 ELSE
                   MOVE CLI-IDADE TO WRK-ANT-IDADE
                   MOVE CLI-RENDA TO WRK-ANT-RENDA
                   MOVE CLI-BENS  TO WRK-ANT-BENS
                   MOVE 'A' TO CLI-SITUACAO
                   MOVE ZEROS TO CLI-DT-OBITO
                   MOVE SPACES TO CLI-OBITO-PROC
                   REWRITE CLIENTE-MASTER-REG
                   MOVE 'REATIVA' TO WRK-AUD-EVENTO
                   PERFORM 9775-GRAVA-AUD-CLIENTE
                   DISPLAY 'CLIENTE REATIVADO'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  5000-UNIFICA-CLIENTES - DOBRA UM CADASTRO DUPLICADO NO
                 DISPLAY 'CONFIRMA A UNIFICACAO (S/N)? '
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S'
                   PERFORM 5100-REPONTA-PERFIL
                   PERFORM 5200-REPONTA-CONTRATOS
                   PERFORM 5300-REPONTA-APOLICES
             END-READ.
             CLOSE CARTAO-PERFIL.
      *>  --------------------------------------------------------------
      *>  5200-REPONTA-CONTRATOS - LE OS CONTRATOS DO CLIENTE DE ORIGEM
      *>  PELA CHAVE ALTERNATIVA E REGRAVA CADA UM COM O CLIENTE DE
      *>  DESTINO. A CHAVE E REPOSICIONADA A CADA TROCA, PORQUE O
      *>  REGISTRO REGRAVADO SAI DA SEQUENCIA DO CLIENTE DE ORIGEM.
      *>  --------------------------------------------------------------
       5200-REPONTA-CONTRATOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-TROCADOS.
             OPEN I-O CONTRATOS.
             IF CONTRATOS-STATUS NOT = 0
               CONTINUE
             ELSE
               PERFORM 5210-TROCA-CONTRATO UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
               DISPLAY 'CONTRATOS REPONTADOS: ' WRK-QT-TROCADOS
             END-IF.
      *>  --------------------------------------------------------------
       5210-TROCA-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE WRK-CLI-ORIGEM TO CTR-CLI-ID.
             START CONTRATOS KEY IS = CTR-CLI-ID
               INVALID KEY MOVE 10 TO CONTRATOS-STATUS
             END-START.
             IF CONTRATOS-STATUS NOT = 10
               READ CONTRATOS NEXT
                 AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
             END-IF.
             IF CONTRATOS-STATUS NOT = 10
               IF CTR-CLI-ID = WRK-CLI-ORIGEM
                 MOVE WRK-CLI-DESTINO TO CTR-CLI-ID
                 REWRITE CONTRATO-MASTER-REG
                 ADD 1 TO WRK-QT-TROCADOS
               ELSE
                 MOVE 10 TO CONTRATOS-STATUS
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       5300-REPONTA-APOLICES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-TROCADOS.
             OPEN I-O APOLICES.
             IF APOLICES-STATUS NOT = 0
               CONTINUE
             ELSE
               PERFORM 5310-TROCA-APOLICE UNTIL APOLICES-STATUS = 10
               CLOSE APOLICES
               MOVE 0 TO APOLICES-STATUS
               DISPLAY 'APOLICES REPONTADAS: ' WRK-QT-TROCADOS
             END-IF.
      *>  --------------------------------------------------------------
       5310-TROCA-APOLICE.
      *>  --------------------------------------------------------------
             MOVE WRK-CLI-ORIGEM TO APL-CLI-ID.
             START APOLICES KEY IS = APL-CLI-ID
               INVALID KEY MOVE 10 TO APOLICES-STATUS
             END-START.
             IF APOLICES-STATUS NOT = 10
               READ APOLICES NEXT
                 AT END MOVE 10 TO APOLICES-STATUS
               END-READ
             END-IF.
             IF APOLICES-STATUS NOT = 10
               IF APL-CLI-ID = WRK-CLI-ORIGEM
                 MOVE WRK-CLI-DESTINO TO APL-CLI-ID
                 REWRITE APOLICE-MASTER-REG
                 ADD 1 TO WRK-QT-TROCADOS
               ELSE
                 MOVE 10 TO APOLICES-STATUS
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  6000-REGISTRA-OBITO - UM UNICO REGISTRO DO OBITO PARA TODAS
      *>  AS LINHAS DE PRODUTO: O CLIENTE PASSA A SITUACAO F COM A
      *>  DATA DO OBITO, E O CLIOBITO (LOTE) CESSA O BENEFICIO, CANCELA
      *>  OS CARTOES, SUSPENDE A COBRANCA, ABRE O SINISTRO PRESTAMISTA
      *>  E BLOQUEIA OS INVESTIMENTOS PARA O INVENTARIO.
      *>  --------------------------------------------------------------
       6000-REGISTRA-OBITO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE..: '.
             ACCEPT WRK-CLI-ID.
             MOVE WRK-CLI-ID TO CLI-ID.
             READ CLIENTE-MASTER
               INVALID KEY
                 DISPLAY '*** CLIENTE NAO ENCONTRADO ***'
               NOT INVALID KEY
                 IF CLI-FALECIDO
                   DISPLAY '*** OBITO JA REGISTRADO EM ' CLI-DT-OBITO
                           ' ***'
                 ELSE
                   PERFORM 2100-MOSTRA-CLIENTE
                   PERFORM 6100-ENTRA-OBITO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       6100-ENTRA-OBITO.
      *>  --------------------------------------------------------------
             CALL 'DATAPROC' USING WRK-DATA-AUD.
             DISPLAY 'DATA DO OBITO (AAAAMMDD)...: '.
             ACCEPT WRK-DT-OBITO.
             IF WRK-DT-OBITO = 0 OR WRK-DT-OBITO > WRK-DATA-AUD
               DISPLAY '*** DATA DO OBITO INVALIDA ***'
             ELSE
               DISPLAY 'CONFIRMA O OBITO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                 MOVE 'F' TO CLI-SITUACAO
                 MOVE WRK-DT-OBITO TO CLI-DT-OBITO
                 MOVE 'N' TO CLI-OBITO-PROC
                 REWRITE CLIENTE-MASTER-REG
                 MOVE 'OBITO' TO WRK-AUD-EVENTO
                 PERFORM 9775-GRAVA-AUD-CLIENTE
                 DISPLAY 'OBITO REGISTRADO - EFEITOS NOS PRODUTOS NO'
                         ' PROXIMO LOTE DO CLIOBITO'
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
