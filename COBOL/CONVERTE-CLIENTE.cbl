       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCLIE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO CADASTRO DE
      ***   CLIENTES (CLIENTE.TXT) DO LAYOUT ANTIGO DE 157 POSICOES PARA
      ***   O ATUAL (CLIENTE-MASTER.CBL), COM OBITO, RISCO PLD, PEP,
      ***   CONTA DE CREDITO E SEGMENTO NO FIM DO REGISTRO. ANTES DE
      ***   RODAR, A OPERACAO RENOMEIA O CLIENTE.TXT ANTIGO PARA
      ***   CLIENANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   CLIENTE.TXT NOVO. DATA DE OBITO, BANCO, AGENCIA E DATA DO
      ***   SEGMENTO FICAM ZERADOS; OBITO PROCESSADO, RISCO PLD, PEP,
      ***   CONTA E SEGMENTO FICAM EM BRANCO: O CLIMANUT COMPLETA O
      ***   CADASTRO E O SEGCLI CLASSIFICA NA PROXIMA SEGMENTACAO
      ***   MENSAL. DEPOIS DE GRAVADO, O ARQUIVO NOVO E RELIDO DO DISCO
      ***   E CONFERIDO CONTRA O ANTIGO (LIDOS = GRAVADOS + REJEITADOS,
      ***   RELIDOS = GRAVADOS E SOMA DE RENDA), UMA LINHA NO RELATORIO
      ***   CONVCLIE.TXT, ONDE TAMBEM SAI CADA REGISTRO REJEITADO. NO
      ***   CTRLTOT, LIDOS/PROCESSADOS/REJEITADOS SAO REGISTROS E
      ***   VALOR-IN/VALOR-OUT A SOMA DE RENDA GRAVADA E RELIDA.
      ***   REJEICAO OU DIVERGENCIA DEVOLVE RC 4. CLIENANT.TXT NAO
      ***   ENCONTRADO NAO MEXE NO ARQUIVO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-ANTIGO ASSIGN TO 'C:\COBOL\CLIENANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLIANT-STATUS
             RECORD KEY IS CA-ID.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVCLIE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-ANTIGO.
       01 CLIENTE-ANTIGO-REG.
            05 CA-ID             PIC 9(05).
            05 CA-NOME           PIC X(30).
            05 CA-IDADE          PIC 9(03).
            05 CA-RENDA          PIC 9(07)V99.
            05 CA-BENS           PIC 9(07)V99.
            05 CA-DT-CADASTRO    PIC 9(08).
            05 CA-SITUACAO       PIC X(01).
            05 CA-CPF            PIC 9(11).
            05 CA-ENDERECO       PIC X(40).
            05 CA-CIDADE         PIC X(20).
            05 CA-UF             PIC X(02).
            05 CA-CEP            PIC 9(08).
            05 CA-TELEFONE       PIC 9(11).
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
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
       77 CLIANT-STATUS    PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-LINHA        PIC X(60) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(11) VALUE SPACES.
       77 WRK-CT-CONFERIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CT-PROCESSADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CT-VALOR-IN  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CT-VALOR-OUT PIC 9(11)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             OPEN OUTPUT RELATORIO.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'CONVERSAO DO CADASTRO DE CLIENTES PARA O'
                    ' LAYOUT COM OBITO, PLD, CONTA E SEGMENTO - '
                    WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-CLIENTES.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - CLIENTES: '
                     WRK-CT-PROCESSADOS
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-CLIENTES - RECRIA O CLIENTE.TXT NO LAYOUT NOVO A
      *>  PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-CLIENTES.
      *>  --------------------------------------------------------------
             OPEN INPUT CLIENTE-ANTIGO.
             IF CLIANT-STATUS NOT = 0
               DISPLAY '*** CLIENANT.TXT NAO ENCONTRADO - '
                       'CLIENTES NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'CLIENANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO CLIANT-STATUS
             ELSE
               OPEN OUTPUT CLIENTE-MASTER
               READ CLIENTE-ANTIGO
                 AT END MOVE 10 TO CLIANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-CLIENTE
                 UNTIL CLIANT-STATUS = 10
               CLOSE CLIENTE-ANTIGO CLIENTE-MASTER
               OPEN INPUT CLIENTE-MASTER
               READ CLIENTE-MASTER NEXT
                 AT END MOVE 10 TO CLIENTE-STATUS
               END-READ
               PERFORM 1200-CONFERE-CLIENTE
                 UNTIL CLIENTE-STATUS = 10
               CLOSE CLIENTE-MASTER
               MOVE 0 TO CLIANT-STATUS CLIENTE-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
      *>  1100-GRAVA-CLIENTE - CAMPOS NOVOS: SEM OBITO, RISCO PLD EM
      *>  BRANCO (CONTA COMO BAIXO), NAO PEP, SEM CONTA DE CREDITO E SEM
      *>  SEGMENTO.
      *>  --------------------------------------------------------------
       1100-GRAVA-CLIENTE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO CLIENTE-MASTER-REG.
             MOVE CA-ID          TO CLI-ID.
             MOVE CA-NOME        TO CLI-NOME.
             MOVE CA-IDADE       TO CLI-IDADE.
             MOVE CA-RENDA       TO CLI-RENDA.
             MOVE CA-BENS        TO CLI-BENS.
             MOVE CA-DT-CADASTRO TO CLI-DT-CADASTRO.
             MOVE CA-SITUACAO    TO CLI-SITUACAO.
             MOVE CA-CPF         TO CLI-CPF.
             MOVE CA-ENDERECO    TO CLI-ENDERECO.
             MOVE CA-CIDADE      TO CLI-CIDADE.
             MOVE CA-UF          TO CLI-UF.
             MOVE CA-CEP         TO CLI-CEP.
             MOVE CA-TELEFONE    TO CLI-TELEFONE.
             MOVE ZEROS TO CLI-DT-OBITO CLI-BANCO CLI-AGENCIA
                           CLI-DT-SEGMENTO.
             MOVE SPACES TO CLI-OBITO-PROC CLI-RISCO-PLD CLI-PEP
                            CLI-CONTA CLI-SEGMENTO.
             WRITE CLIENTE-MASTER-REG
               INVALID KEY
                 MOVE 'CLIENTE REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
               ADD CLI-RENDA TO WRK-CT-VALOR-IN
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'CLIENTE=' CA-ID ' NOME=' CA-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ CLIENTE-ANTIGO
               AT END MOVE 10 TO CLIANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-CLIENTE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             ADD CLI-RENDA TO WRK-CT-VALOR-OUT.
             READ CLIENTE-MASTER NEXT
               AT END MOVE 10 TO CLIENTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-CONVERSAO - TODO REGISTRO LIDO NO ANTIGO FOI
      *>  GRAVADO OU REJEITADO, E O NOVO RELIDO TEM OS GRAVADOS
      *>  COM A MESMA SOMA DE RENDA.
      *>  --------------------------------------------------------------
       8200-FECHA-CONVERSAO.
      *>  --------------------------------------------------------------
             IF WRK-CT-LIDOS = WRK-CT-PROCESSADOS + WRK-CT-REJEITADOS
                AND WRK-CT-CONFERIDOS = WRK-CT-PROCESSADOS
                AND WRK-CT-VALOR-IN = WRK-CT-VALOR-OUT
               MOVE 'CONFERE' TO WRK-SITUACAO
             ELSE
               MOVE '*** DIVERGE' TO WRK-SITUACAO
             END-IF.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'ARQUIVO=CLIENTE'
                    ' LIDOS=' WRK-CT-LIDOS
                    ' GRAVADOS=' WRK-CT-PROCESSADOS
                    ' REJEITADOS=' WRK-CT-REJEITADOS
                    ' RELIDOS=' WRK-CT-CONFERIDOS
                    ' RENDA-GRAVADO=' WRK-CT-VALOR-IN
                    ' RENDA-RELIDO=' WRK-CT-VALOR-OUT
                    ' ' WRK-SITUACAO
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
      *>  --------------------------------------------------------------
       8300-REJEITA-REGISTRO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-REJEITADOS.
             MOVE SPACES TO RELATORIO-REG.
             STRING 'REJEITADO: ' WRK-MOTIVO ' - ' WRK-LINHA
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
             MOVE 'CONVCLIE ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
