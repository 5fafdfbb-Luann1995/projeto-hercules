           SELECT SCORE-PARAMS ASSIGN TO 'C:\COBOL\SCOREPAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCOREPAR-STATUS.
           SELECT SEGMENTO-PARAMS ASSIGN TO 'C:\COBOL\SEGPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEGPARAM-STATUS.
           SELECT CARTAO-CATALOGO ASSIGN TO 'C:\COBOL\CARTCAT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CATALOGO-STATUS.
             ACCESS MODE IS RANDOM
             FILE STATUS IS CCCTRL-STATUS
             RECORD KEY IS CCCTRL-CHAVE.
           SELECT PRE-APROVADOS ASSIGN TO 'C:\COBOL\PREAPROV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PREAPROV-STATUS
             RECORD KEY IS PA-CLI-ID.
           SELECT BUREAU-SCORE ASSIGN TO 'C:\COBOL\BUREAU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
            05 CP-CONTADOR         PIC 9(03).
       FD SCORE-PARAMS.
       COPY 'SCORE-PARAMS.CBL'.
       FD SEGMENTO-PARAMS.
       COPY 'SEGMENTO-PARAMS.CBL'.
       FD CARTAO-CATALOGO.
       01 CARTAO-CATALOGO-REG.
            05 CC-CODIGO       PIC 9(02).
       01 CONTA-CTRL-REG.
            05 CCCTRL-CHAVE    PIC 9(01).
            05 CCCTRL-ULT-NUM  PIC 9(06).
       FD PRE-APROVADOS.
       COPY 'PREAPROV-MASTER.CBL'.
       FD BUREAU-SCORE.
       01 BUREAU-SCORE-REG.
            05 BU-CPF          PIC 9(11).
       77 PERFIL-STATUS    PIC 9(02)        VALUE ZEROS.
       77 PERFIL-ACHADO    PIC X(01)        VALUE 'N'.
       77 SCOREPAR-STATUS  PIC 9(02)        VALUE ZEROS.
       77 SEGPARAM-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-IDX-SEG      PIC 9(01)        VALUE ZEROS.
       77 WRK-PONTOS-CARTAO PIC 9(04)       VALUE ZEROS.
       77 WRK-DESC-ANUIDADE PIC 9(03)       VALUE ZEROS.
       77 PREAPROV-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-PRE-APROVADO PIC X(01)        VALUE 'N'.
       77 WRK-PA-ACEITA    PIC X(01)        VALUE 'N'.
       77 WRK-PA-HOJE      PIC 9(08)        VALUE ZEROS.
       01 WRK-TAB-SEGMENTOS.
            05 WRK-SG-ITEM OCCURS 3 TIMES.
                10 WRK-SG-CODIGO       PIC X(01).
                10 WRK-SG-PONTOS       PIC 9(03).
                10 WRK-SG-DESC         PIC 9(03).
       77 SUBS-PESO        PIC 9(01)        VALUE ZEROS.
       77 REAVAL-OPCAO     PIC 9(01)        VALUE ZEROS.
       77 REAVAL-FATOR     PIC 9(01)        VALUE ZEROS.
       PROCEDURE DIVISION.
             PERFORM 0070-CARREGA-PESOS.
             PERFORM 0071-CARREGA-CATALOGO.
             PERFORM 0072-CARREGA-SEGMENTOS.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             EVALUATE WRK-PARM-EXEC
               WHEN 'BATCH'
             DISPLAY 'SISTEMA DE INDICACAO DE CARTOES'
             DISPLAY '---------------------------------------'.
             PERFORM 0050-CONSULTA-CLIENTE.
             PERFORM 0057-CONSULTA-PRE-APROVADO.
             IF WRK-PRE-APROVADO = 'S'
               PERFORM 0058-CARTAO-PRE-APROVADO
               PERFORM 0059-BAIXA-PRE-APROVADO
             ELSE
               PERFORM 0055-CONSULTA-PERFIL-CARTAO
               IF PERFIL-ACHADO = 'S' AND REAVAL-OPCAO = 2
                 PERFORM 0080-REAVALIA-FATOR
               ELSE
                 PERFORM 0100-PERG-1
                 PERFORM 0200-PERG-2
                 PERFORM 0300-PERG-3
                 PERFORM 0400-PERG-4
               END-IF
               PERFORM 0500-CALC-CARTAO
               PERFORM 0060-ATUALIZA-CLIENTE
               PERFORM 0065-ATUALIZA-PERFIL-CARTAO
             END-IF.
             move 0 to contador.
      *>  --------------------------------------------------------------
       0050-CONSULTA-CLIENTE.
      *>  --------------------------------------------------------------
             COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
                     + WRK-CPF-DIG(WRK-CPF-IDX) * (12 - WRK-CPF-IDX).
      *>  --------------------------------------------------------------
      *>  0057-CONSULTA-PRE-APROVADO - CLIENTE COM CARTAO PRE-APROVADO
      *>  DISPONIVEL E DENTRO DA VALIDADE (PREAPROV.TXT, GERADO NA
      *>  NOITE PELO PREAPROV) RECEBE A OFERTA DIRETO; ACEITA, AS
      *>  PERGUNTAS SAO DISPENSADAS. PRODUTO QUE SAIU DO CATALOGO
      *>  DEPOIS DO CALCULO NAO E OFERECIDO.
      *>  --------------------------------------------------------------
       0057-CONSULTA-PRE-APROVADO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-PRE-APROVADO.
             MOVE 0 TO WRK-CARTAO-ESCOLHIDO.
             IF CLIENTE-ACHADO = 'S'
               CALL 'DATAPROC' USING WRK-PA-HOJE
               OPEN INPUT PRE-APROVADOS
               IF PREAPROV-STATUS = 0
                 MOVE WRK-CLI-ID TO PA-CLI-ID
                 READ PRE-APROVADOS
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF PA-CART-DISPONIVEL
                        AND PA-DT-VALIDADE NOT < WRK-PA-HOJE
                       PERFORM 0056-LOCALIZA-PRODUTO
                         VARYING WRK-IDX-CARTAO FROM 1 BY 1
                         UNTIL WRK-IDX-CARTAO > WRK-QT-CARTOES
                     END-IF
                     IF WRK-CARTAO-ESCOLHIDO NOT = 0
                       DISPLAY '-----------------------------------'
                       DISPLAY 'CARTAO PRE-APROVADO......: * '
                               PA-CARTAO-NOME ' *'
                       DISPLAY 'LIMITE PRE-APROVADO......: R$ '
                               PA-CARTAO-LIMITE
                       DISPLAY 'OFERTA VALIDA ATE........: '
                               PA-DT-VALIDADE
                       DISPLAY 'CONTRATAR PELO PRE-APROVADO (S/N)? '
                       ACCEPT WRK-PA-ACEITA
                       IF WRK-PA-ACEITA = 'S' OR 's'
                         MOVE 'S' TO WRK-PRE-APROVADO
                       END-IF
                     END-IF
                 END-READ
                 CLOSE PRE-APROVADOS
               END-IF
               MOVE 0 TO PREAPROV-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       0056-LOCALIZA-PRODUTO.
      *>  --------------------------------------------------------------
             IF WRK-CA-CODIGO(WRK-IDX-CARTAO) = PA-CARTAO-PRODUTO
               MOVE WRK-IDX-CARTAO TO WRK-CARTAO-ESCOLHIDO
             END-IF.
      *>  --------------------------------------------------------------
      *>  0058-CARTAO-PRE-APROVADO - PROPOSTA DO PRODUTO PRE-APROVADO
      *>  COM O LIMITE CALCULADO NA NOITE E O DESCONTO DE ANUIDADE DO
      *>  SEGMENTO; SEGUE PARA O LOTE DE APROVACAO COMO AS DEMAIS.
      *>  --------------------------------------------------------------
       0058-CARTAO-PRE-APROVADO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-DESC-ANUIDADE.
             IF NOT CLI-SEM-SEGMENTO
               PERFORM 0505-CONDICAO-SEGMENTO
                 VARYING WRK-IDX-SEG FROM 1 BY 1
                 UNTIL WRK-IDX-SEG > 3
             END-IF.
             MOVE WRK-CA-NOME(WRK-CARTAO-ESCOLHIDO) TO WRK-NOME-CARTAO.
             MOVE WRK-CA-ANUIDADE(WRK-CARTAO-ESCOLHIDO) TO WRK-ANUIDADE.
             IF WRK-DESC-ANUIDADE > 0
               COMPUTE WRK-ANUIDADE ROUNDED = WRK-ANUIDADE *
                       (100 - WRK-DESC-ANUIDADE) / 100
               DISPLAY 'DESCONTO DO SEGMENTO.....: '
                       WRK-DESC-ANUIDADE '% NA ANUIDADE'
             END-IF.
             MOVE PA-CARTAO-LIMITE TO WRK-LIM-INICIAL.
             MOVE WRK-CA-BENEFICIOS(WRK-CARTAO-ESCOLHIDO)
               TO WRK-BENEF-CARTAO.
             DISPLAY 'CARTAO CONTRATADO........: * '
                     WRK-NOME-CARTAO ' *'.
             DISPLAY 'BENEFICIOS...............: ' WRK-BENEF-CARTAO.
             DISPLAY 'ANUIDADE.................: R$ ' WRK-ANUIDADE.
             DISPLAY 'LIMITE DE CREDITO INICIAL.: R$ ' WRK-LIM-INICIAL.
             PERFORM 0520-GRAVA-PROPOSTA.
      *>  --------------------------------------------------------------
      *>  0059-BAIXA-PRE-APROVADO - OFERTA CONTRATADA FICA USADA ATE O
      *>  RECALCULO DA NOITE, QUE JA VE A PROPOSTA/CONTA NOVA.
      *>  --------------------------------------------------------------
       0059-BAIXA-PRE-APROVADO.
      *>  --------------------------------------------------------------
             OPEN I-O PRE-APROVADOS.
             IF PREAPROV-STATUS = 0
               MOVE WRK-CLI-ID TO PA-CLI-ID
               READ PRE-APROVADOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'U' TO PA-CART-SITUACAO
                   REWRITE PREAPROV-MASTER-REG
               END-READ
               CLOSE PRE-APROVADOS
             END-IF.
             MOVE 0 TO PREAPROV-STATUS.
      *>  --------------------------------------------------------------
       0055-CONSULTA-PERFIL-CARTAO.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             DISPLAY '-----------------------------------'.
             DISPLAY 'PONTOS DO CLIENTE.: ' CONTADOR.
             MOVE CONTADOR TO WRK-PONTOS-CARTAO.
             MOVE 0 TO WRK-DESC-ANUIDADE.
             IF CLIENTE-ACHADO = 'S' AND NOT CLI-SEM-SEGMENTO
               PERFORM 0505-CONDICAO-SEGMENTO
                 VARYING WRK-IDX-SEG FROM 1 BY 1
                 UNTIL WRK-IDX-SEG > 3
             END-IF.
             MOVE 0 TO WRK-CARTAO-ESCOLHIDO.
             PERFORM 0510-ESCOLHE-DO-CATALOGO
               VARYING WRK-IDX-CARTAO FROM 1 BY 1
                 TO WRK-NOME-CARTAO
               MOVE WRK-CA-ANUIDADE(WRK-CARTAO-ESCOLHIDO)
                 TO WRK-ANUIDADE
               IF WRK-DESC-ANUIDADE > 0
                 COMPUTE WRK-ANUIDADE ROUNDED = WRK-ANUIDADE *
                         (100 - WRK-DESC-ANUIDADE) / 100
                 DISPLAY 'DESCONTO DO SEGMENTO.....: '
                         WRK-DESC-ANUIDADE '% NA ANUIDADE'
               END-IF
               MOVE WRK-CA-LIMITE(WRK-CARTAO-ESCOLHIDO)
                 TO WRK-LIM-INICIAL
               MOVE WRK-CA-BENEFICIOS(WRK-CARTAO-ESCOLHIDO)
               PERFORM 0520-GRAVA-PROPOSTA
             END-IF.
      *>  --------------------------------------------------------------
      *>  0505-CONDICAO-SEGMENTO - PONTOS A MAIS NA ESCOLHA DO CARTAO E
      *>  DESCONTO NA ANUIDADE DO SEGMENTO DO CLIENTE (SEGPARAM.TXT).
      *>  --------------------------------------------------------------
       0505-CONDICAO-SEGMENTO.
      *>  --------------------------------------------------------------
             IF WRK-SG-CODIGO(WRK-IDX-SEG) = CLI-SEGMENTO
               ADD WRK-SG-PONTOS(WRK-IDX-SEG) TO WRK-PONTOS-CARTAO
               MOVE WRK-SG-DESC(WRK-IDX-SEG) TO WRK-DESC-ANUIDADE
               IF WRK-DESC-ANUIDADE > 100
                 MOVE 100 TO WRK-DESC-ANUIDADE
               END-IF
               IF WRK-SG-PONTOS(WRK-IDX-SEG) > 0
                 DISPLAY 'PONTOS DO SEGMENTO.: '
                         WRK-SG-PONTOS(WRK-IDX-SEG)
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0510-ESCOLHE-DO-CATALOGO - FICA COM O CARTAO DE MAIOR FAIXA
      *>  DE PONTOS CUJO MINIMO O CLIENTE ALCANCA (PONTOS DAS
      *>  RESPOSTAS MAIS OS DO SEGMENTO).
      *>  --------------------------------------------------------------
       0510-ESCOLHE-DO-CATALOGO.
      *>  --------------------------------------------------------------
             IF WRK-PONTOS-CARTAO >= WRK-CA-PONTOS-MIN(WRK-IDX-CARTAO)
               IF WRK-CARTAO-ESCOLHIDO = 0
                 MOVE WRK-IDX-CARTAO TO WRK-CARTAO-ESCOLHIDO
               ELSE
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0072-CARREGA-SEGMENTOS - CONDICOES DE CARTAO POR SEGMENTO DE
      *>  CLIENTE (SEGPARAM.TXT, MANTIDO COM O SEGCLI); SEM O ARQUIVO
      *>  NAO HA CONDICAO ESPECIAL.
      *>  --------------------------------------------------------------
       0072-CARREGA-SEGMENTOS.
      *>  --------------------------------------------------------------
             INITIALIZE WRK-TAB-SEGMENTOS.
             MOVE 'V' TO WRK-SG-CODIGO(1).
             MOVE 'A' TO WRK-SG-CODIGO(2).
             MOVE 'P' TO WRK-SG-CODIGO(3).
             OPEN INPUT SEGMENTO-PARAMS.
             IF SEGPARAM-STATUS = 0
               READ SEGMENTO-PARAMS
                 AT END MOVE 10 TO SEGPARAM-STATUS
               END-READ
               PERFORM 0073-GUARDA-SEGMENTO
                 UNTIL SEGPARAM-STATUS = 10
               CLOSE SEGMENTO-PARAMS
             END-IF.
             MOVE 0 TO SEGPARAM-STATUS.
      *>  --------------------------------------------------------------
       0073-GUARDA-SEGMENTO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN SGP-VAREJO     MOVE 1 TO WRK-IDX-SEG
               WHEN SGP-ALTA-RENDA MOVE 2 TO WRK-IDX-SEG
               WHEN SGP-PRIVATE    MOVE 3 TO WRK-IDX-SEG
               WHEN OTHER          MOVE 0 TO WRK-IDX-SEG
             END-EVALUATE.
             IF WRK-IDX-SEG > 0
               MOVE SGP-CARTAO-PONTOS TO WRK-SG-PONTOS(WRK-IDX-SEG)
               MOVE SGP-CARTAO-DESC   TO WRK-SG-DESC(WRK-IDX-SEG)
             END-IF.
             READ SEGMENTO-PARAMS
               AT END MOVE 10 TO SEGPARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0071-CARREGA-CATALOGO - CARREGA O CATALOGO DE PRODUTOS DE
      *>  CARTAO (CARTCAT.TXT) PARA A TABELA EM MEMORIA; NA PRIMEIRA
      *>  EXECUCAO O CATALOGO E CRIADO COM A LINHA ATUAL DA CASA. UMA
             MOVE CONTADOR TO PR-PONTOS.
             MOVE WRK-DATA-PROPOSTA TO PR-DATA.
             MOVE 'P' TO PR-SITUACAO.
             IF WRK-PRE-APROVADO = 'S'
               MOVE 'PRE-APROVADO' TO PR-MOTIVO
             ELSE
               MOVE SPACES TO PR-MOTIVO
             END-IF.
             WRITE PROPOSTAS-REG.
             CLOSE PROPOSTAS.
      *>  --------------------------------------------------------------
