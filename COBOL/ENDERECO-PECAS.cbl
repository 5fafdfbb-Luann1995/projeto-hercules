       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDPECAS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = ENDERECAMENTO DO ESTOQUE DE
      ***   PECAS (DESAFIO11): CADASTRO DOS ENDERECOS DE CADA
      ***   DEPOSITO (RUA, PRATELEIRA, POSICAO, CAPACIDADE E ORDEM
      ***   NO PERCURSO DE SEPARACAO - ENDERECO.TXT) E ATRIBUICAO
      ***   DAS PECAS AOS ENDERECOS (PECAEND.TXT), PERMITINDO A
      ***   MESMA PECA EM VARIOS ENDERECOS. A PECA NUNCA FICA COM
      ***   MAIS QUANTIDADE ENDERECADA DO QUE O SALDO EM ESTOQUE E O
      ***   ENDERECO NUNCA PASSA DA CAPACIDADE.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO 'C:\COBOL\ESTOQUE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTOQUE-STATUS
             RECORD KEY IS ESTOQUE-CHAVE
             ALTERNATE RECORD KEY IS NOME-PECA WITH DUPLICATES.
           SELECT ENDERECOS ASSIGN TO 'C:\COBOL\ENDERECO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ENDER-STATUS
             RECORD KEY IS EN-CHAVE.
           SELECT PECA-ENDERECO ASSIGN TO 'C:\COBOL\PECAEND.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PECAEND-STATUS
             RECORD KEY IS PN-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
       01 ESTOQUE-REG.
            05 ESTOQUE-CHAVE.
                10 ID-PECA         PIC 9(5).
                10 COD-DEPOSITO    PIC 9(2).
            05 NOME-PECA           PIC X(30).
            05 PRECO-PECA          PIC 9(3)V99.
            05 QT-PECA             PIC 9(5).
            05 PONTO-REORDER       PIC 9(5).
            05 COD-FORNECEDOR      PIC 9(4).
       FD ENDERECOS.
       COPY 'ENDERECO-MASTER.CBL'.
       FD PECA-ENDERECO.
       COPY 'PECAEND-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ESTOQUE-STATUS   PIC 9(02) VALUE ZEROS.
       77 ENDER-STATUS     PIC 9(02) VALUE ZEROS.
       77 PECAEND-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-OPCAO        PIC 9(1)  VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MENSAGEM     PIC X(50) VALUE SPACES.
       77 WRK-NOVO         PIC X(01) VALUE 'N'.
       77 WRK-DEPOSITO     PIC 9(02) VALUE ZEROS.
       77 WRK-ORDEM        PIC 9(04) VALUE ZEROS.
       77 WRK-CAPACIDADE   PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-QT-MOVER     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENDERECADA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIVRE     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(05) VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 1000-INICIAR.
             PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 9.
             CLOSE ESTOQUE ENDERECOS PECA-ENDERECO.
           STOP RUN.
      *>  --------------------------------------------------------------
       1000-INICIAR.
      *>  --------------------------------------------------------------
             OPEN INPUT ESTOQUE.
             OPEN I-O ENDERECOS.
             IF ENDER-STATUS = 35
               OPEN OUTPUT ENDERECOS
               CLOSE ENDERECOS
               OPEN I-O ENDERECOS
             END-IF.
             OPEN I-O PECA-ENDERECO.
             IF PECAEND-STATUS = 35
               OPEN OUTPUT PECA-ENDERECO
               CLOSE PECA-ENDERECO
               OPEN I-O PECA-ENDERECO
             END-IF.
      *>  --------------------------------------------------------------
       2000-PROCESSAR.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'ENDERECAMENTO DO ESTOQUE DE PECAS'.
             DISPLAY '1 - CADASTRAR / ALTERAR ENDERECO'.
             DISPLAY '2 - ATRIBUIR PECA A ENDERECO'.
             DISPLAY '3 - RETIRAR PECA DE ENDERECO'.
             DISPLAY '4 - CONSULTAR ENDERECOS DA PECA'.
             DISPLAY '5 - LISTAR ENDERECOS DO DEPOSITO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT WRK-OPCAO.
             EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 3000-MANTEM-ENDERECO
               WHEN 2
                 PERFORM 4000-ATRIBUI-PECA
               WHEN 3
                 PERFORM 4500-RETIRA-PECA
               WHEN 4
                 PERFORM 5000-CONSULTA-PECA
               WHEN 5
                 PERFORM 6000-LISTA-DEPOSITO
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3000-MANTEM-ENDERECO - ENDERECO NOVO ENTRA ATIVO E VAZIO. NO
      *>  ENDERECO EXISTENTE ALTERA ORDEM DE PERCURSO, CAPACIDADE E
      *>  SITUACAO (A=ATIVO B=BLOQUEADO); A CAPACIDADE NAO PODE FICAR
      *>  ABAIXO DO QUE JA ESTA OCUPADO. ENDERECO BLOQUEADO NAO RECEBE
      *>  ARMAZENAGEM MAS CONTINUA SENDO SEPARADO ATE ESVAZIAR.
      *>  --------------------------------------------------------------
       3000-MANTEM-ENDERECO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             PERFORM 3050-ENTRA-ENDERECO.
             IF WRK-MENSAGEM = SPACES
               MOVE 'N' TO WRK-NOVO
               READ ENDERECOS
                 INVALID KEY
                   MOVE 'S' TO WRK-NOVO
                 NOT INVALID KEY
                   DISPLAY 'ORDEM ' EN-ORDEM-PERCURSO
                           ' CAPACIDADE ' EN-CAPACIDADE
                           ' OCUPADO ' EN-QT-OCUPADA
                           ' SITUACAO ' EN-SITUACAO
               END-READ
               DISPLAY 'ORDEM NO PERCURSO.....: '
               ACCEPT WRK-ORDEM
               DISPLAY 'CAPACIDADE (PECAS)....: '
               ACCEPT WRK-CAPACIDADE
               IF WRK-NOVO = 'S'
                 MOVE 'A' TO WRK-SITUACAO
               ELSE
                 DISPLAY 'SITUACAO (A/B)........: '
                 ACCEPT WRK-SITUACAO
               END-IF
               PERFORM 3100-VALIDA-ENDERECO
             END-IF.
             IF WRK-MENSAGEM = SPACES
               PERFORM 3200-GRAVA-ENDERECO
             END-IF.
             DISPLAY WRK-MENSAGEM.
      *>  --------------------------------------------------------------
       3050-ENTRA-ENDERECO.
      *>  --------------------------------------------------------------
             DISPLAY 'DEPOSITO..............: '.
             ACCEPT EN-COD-DEPOSITO.
             DISPLAY 'RUA (2 POSICOES)......: '.
             ACCEPT EN-RUA.
             DISPLAY 'PRATELEIRA............: '.
             ACCEPT EN-PRATELEIRA.
             DISPLAY 'POSICAO...............: '.
             ACCEPT EN-POSICAO.
             EVALUATE TRUE
               WHEN EN-COD-DEPOSITO = 0
                 MOVE '*** DEPOSITO OBRIGATORIO ***' TO WRK-MENSAGEM
               WHEN EN-RUA = SPACES
                 MOVE '*** RUA OBRIGATORIA ***' TO WRK-MENSAGEM
             END-EVALUATE.
      *>  --------------------------------------------------------------
       3100-VALIDA-ENDERECO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN WRK-ORDEM = 0
                 MOVE '*** ORDEM NO PERCURSO OBRIGATORIA ***'
                   TO WRK-MENSAGEM
               WHEN WRK-CAPACIDADE = 0
                 MOVE '*** CAPACIDADE OBRIGATORIA ***' TO WRK-MENSAGEM
               WHEN WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'B'
                 MOVE '*** SITUACAO INVALIDA (A/B) ***' TO WRK-MENSAGEM
               WHEN WRK-NOVO = 'N'
                    AND WRK-CAPACIDADE < EN-QT-OCUPADA
                 MOVE '*** CAPACIDADE ABAIXO DO OCUPADO ***'
                   TO WRK-MENSAGEM
             END-EVALUATE.
      *>  --------------------------------------------------------------
       3200-GRAVA-ENDERECO.
      *>  --------------------------------------------------------------
             MOVE WRK-ORDEM      TO EN-ORDEM-PERCURSO.
             MOVE WRK-CAPACIDADE TO EN-CAPACIDADE.
             MOVE WRK-SITUACAO   TO EN-SITUACAO.
             IF WRK-NOVO = 'S'
               MOVE 0 TO EN-QT-OCUPADA
               MOVE WRK-DATA-HOJE TO EN-DT-CADASTRO
               WRITE ENDERECO-MASTER-REG
               MOVE 'ENDERECO INCLUIDO' TO WRK-MENSAGEM
             ELSE
               REWRITE ENDERECO-MASTER-REG
               MOVE 'ENDERECO ALTERADO' TO WRK-MENSAGEM
             END-IF.
      *>  --------------------------------------------------------------
      *>  4000-ATRIBUI-PECA - GUARDA UMA QUANTIDADE DA PECA NUM
      *>  ENDERECO DO MESMO DEPOSITO. A SOMA DOS ENDERECOS DA PECA NAO
      *>  PASSA DO SALDO EM ESTOQUE (O QUE SOBRA FICA SEM ENDERECO) E O
      *>  ENDERECO PRECISA ESTAR ATIVO E COM CAPACIDADE LIVRE.
      *>  --------------------------------------------------------------
       4000-ATRIBUI-PECA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             PERFORM 4050-ENTRA-PECA-ENDERECO.
             IF WRK-MENSAGEM = SPACES
               DISPLAY 'QUANTIDADE A GUARDAR..: '
               ACCEPT WRK-QT-MOVER
               PERFORM 4100-SOMA-ENDERECADA
               COMPUTE WRK-QT-LIVRE = EN-CAPACIDADE - EN-QT-OCUPADA
               EVALUATE TRUE
                 WHEN WRK-QT-MOVER = 0
                   MOVE '*** QUANTIDADE OBRIGATORIA ***'
                     TO WRK-MENSAGEM
                 WHEN NOT EN-ATIVO
                   MOVE '*** ENDERECO BLOQUEADO ***' TO WRK-MENSAGEM
                 WHEN WRK-QT-MOVER > WRK-QT-LIVRE
                   MOVE '*** ENDERECO SEM CAPACIDADE LIVRE ***'
                     TO WRK-MENSAGEM
                 WHEN WRK-QT-ENDERECADA + WRK-QT-MOVER > QT-PECA
                   MOVE '*** QUANTIDADE MAIOR QUE O SALDO SEM ENDERECO'
                     TO WRK-MENSAGEM
               END-EVALUATE
             END-IF.
             IF WRK-MENSAGEM = SPACES
               MOVE ID-PECA      TO PN-ID-PECA
               MOVE COD-DEPOSITO TO PN-COD-DEPOSITO
               MOVE EN-ENDERECO  TO PN-ENDERECO
               READ PECA-ENDERECO
                 INVALID KEY
                   MOVE WRK-QT-MOVER TO PN-QT-PECA
                   MOVE WRK-DATA-HOJE TO PN-DT-MOVIMENTO
                   WRITE PECAEND-MASTER-REG
                 NOT INVALID KEY
                   ADD WRK-QT-MOVER TO PN-QT-PECA
                   MOVE WRK-DATA-HOJE TO PN-DT-MOVIMENTO
                   REWRITE PECAEND-MASTER-REG
               END-READ
               ADD WRK-QT-MOVER TO EN-QT-OCUPADA
               REWRITE ENDERECO-MASTER-REG
               MOVE 'PECA GUARDADA NO ENDERECO' TO WRK-MENSAGEM
             END-IF.
             DISPLAY WRK-MENSAGEM.
      *>  --------------------------------------------------------------
       4050-ENTRA-PECA-ENDERECO.
      *>  --------------------------------------------------------------
             DISPLAY 'ID DA PECA............: '.
             ACCEPT ID-PECA.
             PERFORM 3050-ENTRA-ENDERECO.
             MOVE EN-COD-DEPOSITO TO COD-DEPOSITO.
             IF WRK-MENSAGEM = SPACES
               READ ESTOQUE
                 INVALID KEY
                   MOVE '*** PECA NAO CADASTRADA NO DEPOSITO ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM = SPACES
               READ ENDERECOS
                 INVALID KEY
                   MOVE '*** ENDERECO NAO CADASTRADO ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  4100-SOMA-ENDERECADA - QUANTIDADE DA PECA JA GUARDADA EM
      *>  TODOS OS ENDERECOS DO DEPOSITO.
      *>  --------------------------------------------------------------
       4100-SOMA-ENDERECADA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ENDERECADA.
             MOVE ID-PECA      TO PN-ID-PECA.
             MOVE COD-DEPOSITO TO PN-COD-DEPOSITO.
             MOVE LOW-VALUES   TO PN-ENDERECO.
             START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
               INVALID KEY
                 MOVE 10 TO PECAEND-STATUS
             END-START.
             IF PECAEND-STATUS NOT = 10
               READ PECA-ENDERECO NEXT
                 AT END MOVE 10 TO PECAEND-STATUS
               END-READ
             END-IF.
             PERFORM 4110-SOMA-UM-ENDERECO
               UNTIL PECAEND-STATUS = 10
                  OR PN-ID-PECA NOT = ID-PECA
                  OR PN-COD-DEPOSITO NOT = COD-DEPOSITO.
             MOVE 0 TO PECAEND-STATUS.
      *>  --------------------------------------------------------------
       4110-SOMA-UM-ENDERECO.
      *>  --------------------------------------------------------------
             ADD PN-QT-PECA TO WRK-QT-ENDERECADA.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4500-RETIRA-PECA - TIRA UMA QUANTIDADE DA PECA DO ENDERECO
      *>  (REMANEJAMENTO OU ACERTO). ENDERECO QUE ZERA PARA A PECA E
      *>  EXCLUIDO DA ATRIBUICAO.
      *>  --------------------------------------------------------------
       4500-RETIRA-PECA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MENSAGEM.
             PERFORM 4050-ENTRA-PECA-ENDERECO.
             IF WRK-MENSAGEM = SPACES
               MOVE ID-PECA      TO PN-ID-PECA
               MOVE COD-DEPOSITO TO PN-COD-DEPOSITO
               MOVE EN-ENDERECO  TO PN-ENDERECO
               READ PECA-ENDERECO
                 INVALID KEY
                   MOVE '*** PECA NAO ESTA NESTE ENDERECO ***'
                     TO WRK-MENSAGEM
               END-READ
             END-IF.
             IF WRK-MENSAGEM = SPACES
               DISPLAY 'QUANTIDADE NO ENDERECO: ' PN-QT-PECA
               DISPLAY 'QUANTIDADE A RETIRAR..: '
               ACCEPT WRK-QT-MOVER
               IF WRK-QT-MOVER = 0 OR WRK-QT-MOVER > PN-QT-PECA
                 MOVE '*** QUANTIDADE INVALIDA ***' TO WRK-MENSAGEM
               END-IF
             END-IF.
             IF WRK-MENSAGEM = SPACES
               SUBTRACT WRK-QT-MOVER FROM PN-QT-PECA
               IF PN-QT-PECA = 0
                 DELETE PECA-ENDERECO
               ELSE
                 MOVE WRK-DATA-HOJE TO PN-DT-MOVIMENTO
                 REWRITE PECAEND-MASTER-REG
               END-IF
               IF EN-QT-OCUPADA > WRK-QT-MOVER
                 SUBTRACT WRK-QT-MOVER FROM EN-QT-OCUPADA
               ELSE
                 MOVE 0 TO EN-QT-OCUPADA
               END-IF
               REWRITE ENDERECO-MASTER-REG
               MOVE 'PECA RETIRADA DO ENDERECO' TO WRK-MENSAGEM
             END-IF.
             DISPLAY WRK-MENSAGEM.
      *>  --------------------------------------------------------------
      *>  5000-CONSULTA-PECA - ONDE A PECA ESTA NO DEPOSITO: CADA
      *>  ENDERECO COM A ORDEM NO PERCURSO E A QUANTIDADE, E O SALDO
      *>  QUE AINDA NAO TEM ENDERECO.
      *>  --------------------------------------------------------------
       5000-CONSULTA-PECA.
      *>  --------------------------------------------------------------
             DISPLAY 'ID DA PECA............: '.
             ACCEPT ID-PECA.
             DISPLAY 'DEPOSITO..............: '.
             ACCEPT COD-DEPOSITO.
             READ ESTOQUE
               INVALID KEY
                 DISPLAY '*** PECA NAO CADASTRADA NO DEPOSITO ***'
               NOT INVALID KEY
                 DISPLAY NOME-PECA ' SALDO ' QT-PECA
                 PERFORM 5100-LISTA-ENDERECOS-PECA
             END-READ.
      *>  --------------------------------------------------------------
       5100-LISTA-ENDERECOS-PECA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ENDERECADA.
             MOVE ID-PECA      TO PN-ID-PECA.
             MOVE COD-DEPOSITO TO PN-COD-DEPOSITO.
             MOVE LOW-VALUES   TO PN-ENDERECO.
             START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
               INVALID KEY
                 MOVE 10 TO PECAEND-STATUS
             END-START.
             IF PECAEND-STATUS NOT = 10
               READ PECA-ENDERECO NEXT
                 AT END MOVE 10 TO PECAEND-STATUS
               END-READ
             END-IF.
             PERFORM 5110-MOSTRA-ENDERECO-PECA
               UNTIL PECAEND-STATUS = 10
                  OR PN-ID-PECA NOT = ID-PECA
                  OR PN-COD-DEPOSITO NOT = COD-DEPOSITO.
             MOVE 0 TO PECAEND-STATUS.
             IF QT-PECA > WRK-QT-ENDERECADA
               COMPUTE WRK-QT-LIVRE = QT-PECA - WRK-QT-ENDERECADA
             ELSE
               MOVE 0 TO WRK-QT-LIVRE
             END-IF.
             DISPLAY 'ENDERECADO ' WRK-QT-ENDERECADA
                     ' SEM ENDERECO ' WRK-QT-LIVRE.
      *>  --------------------------------------------------------------
       5110-MOSTRA-ENDERECO-PECA.
      *>  --------------------------------------------------------------
             ADD PN-QT-PECA TO WRK-QT-ENDERECADA.
             MOVE PN-COD-DEPOSITO TO EN-COD-DEPOSITO.
             MOVE PN-ENDERECO     TO EN-ENDERECO.
             MOVE 9999 TO WRK-ORDEM.
             READ ENDERECOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE EN-ORDEM-PERCURSO TO WRK-ORDEM
             END-READ.
             DISPLAY 'ENDERECO ' PN-RUA '-' PN-PRATELEIRA '-'
                     PN-POSICAO ' ORDEM ' WRK-ORDEM
                     ' QTDE ' PN-QT-PECA.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6000-LISTA-DEPOSITO - TODOS OS ENDERECOS DO DEPOSITO COM
      *>  ORDEM NO PERCURSO, CAPACIDADE, OCUPADO E LIVRE.
      *>  --------------------------------------------------------------
       6000-LISTA-DEPOSITO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADOS.
             DISPLAY 'DEPOSITO..............: '.
             ACCEPT WRK-DEPOSITO.
             MOVE WRK-DEPOSITO TO EN-COD-DEPOSITO.
             MOVE LOW-VALUES   TO EN-ENDERECO.
             START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                 MOVE 10 TO ENDER-STATUS
             END-START.
             IF ENDER-STATUS NOT = 10
               READ ENDERECOS NEXT
                 AT END MOVE 10 TO ENDER-STATUS
               END-READ
             END-IF.
             PERFORM 6100-MOSTRA-ENDERECO
               UNTIL ENDER-STATUS = 10
                  OR EN-COD-DEPOSITO NOT = WRK-DEPOSITO.
             MOVE 0 TO ENDER-STATUS.
             DISPLAY 'ENDERECOS LISTADOS: ' WRK-QT-LISTADOS.
      *>  --------------------------------------------------------------
       6100-MOSTRA-ENDERECO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADOS.
             IF EN-CAPACIDADE > EN-QT-OCUPADA
               COMPUTE WRK-QT-LIVRE = EN-CAPACIDADE - EN-QT-OCUPADA
             ELSE
               MOVE 0 TO WRK-QT-LIVRE
             END-IF.
             DISPLAY EN-RUA '-' EN-PRATELEIRA '-' EN-POSICAO
                     ' ORDEM ' EN-ORDEM-PERCURSO
                     ' CAPAC ' EN-CAPACIDADE
                     ' OCUPADO ' EN-QT-OCUPADA
                     ' LIVRE ' WRK-QT-LIVRE
                     ' ' EN-SITUACAO.
             READ ENDERECOS NEXT
               AT END MOVE 10 TO ENDER-STATUS
             END-READ.
