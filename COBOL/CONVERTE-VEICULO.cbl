       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVVEIC.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = CONVERSAO UNICA DO CADASTRO DE
      ***   VEICULOS SEGURADOS PARA A CHAVE APOLICE + ITEM
      ***   (VEICULO-MASTER.CBL). ANTES DE RODAR, A OPERACAO RENOMEIA
      ***   O VEICULOS.TXT ANTIGO (UM VEICULO POR APOLICE) PARA
      ***   VEICANT.TXT; O PROGRAMA LE O LAYOUT ANTIGO E GRAVA O
      ***   VEICULOS.TXT NOVO. CADA VEICULO VIRA O ITEM 001 DA SUA
      ***   APOLICE, ATIVO, COM O VALOR DO BEM, O PREMIO MENSAL E A
      ***   DATA DE EMISSAO DA APOLICE (APOLICES.TXT). VEICULO SEM
      ***   APOLICE NO CADASTRO E CONVERTIDO SEM VALOR E PREMIO E VAI
      ***   PARA O RELATORIO CONVVEIC.TXT PARA CONFERENCIA (O INTEGRID
      ***   APONTA O ORFAO); APOLICE REPETIDA NO ANTIGO E REJEITADA.
      ***   DEPOIS DE GRAVADO, O ARQUIVO NOVO E RELIDO DO DISCO E
      ***   CONFERIDO CONTRA O ANTIGO (LIDOS = GRAVADOS + REJEITADOS,
      ***   RELIDOS = GRAVADOS). NO CTRLTOT, LIDOS/PROCESSADOS/
      ***   REJEITADOS SAO REGISTROS E VALOR-IN/VALOR-OUT A SOMA DO
      ***   VALOR DO BEM GRAVADO E RELIDO. REJEICAO OU DIVERGENCIA
      ***   DEVOLVE RC 4. VEICANT.TXT NAO ENCONTRADO NAO MEXE NO
      ***   CADASTRO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULO-ANTIGO ASSIGN TO 'C:\COBOL\VEICANT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS VEICANT-STATUS
             RECORD KEY IS VA-APOLICE.
           SELECT VEICULOS ASSIGN TO 'C:\COBOL\VEICULOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VEICULOS-STATUS
             RECORD KEY IS VE-CHAVE.
           SELECT APOLICES ASSIGN TO 'C:\COBOL\APOLICES.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS APOLICES-STATUS
             RECORD KEY IS APL-NUMERO
             ALTERNATE RECORD KEY IS APL-CLI-ID WITH DUPLICATES.
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CONVVEIC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VEICULO-ANTIGO.
       01 VEICULO-ANTIGO-REG.
            05 VA-APOLICE      PIC 9(08).
            05 VA-PLACA        PIC X(07).
            05 VA-MODELO       PIC X(20).
            05 VA-ANO-MODELO   PIC 9(04).
            05 VA-CATEGORIA    PIC 9(01).
       FD VEICULOS.
       COPY 'VEICULO-MASTER.CBL'.
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
       77 VEICANT-STATUS   PIC 9(02) VALUE ZEROS.
       77 VEICULOS-STATUS  PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-LINHA        PIC X(60) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(11) VALUE SPACES.
       77 WRK-QT-SEM-APOLICE PIC 9(07) VALUE ZEROS.
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
             STRING 'CONVERSAO DO CADASTRO DE VEICULOS PARA A CHAVE'
                    ' APOLICE + ITEM - ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELATORIO-REG.
             WRITE RELATORIO-REG.
             PERFORM 1000-CONVERTE-VEICULOS.
             CLOSE RELATORIO.
             PERFORM 9970-GRAVA-CTRL-TOTAIS.
             DISPLAY 'CONVERSAO CONCLUIDA - VEICULOS: '
                     WRK-CT-PROCESSADOS
                     ' SEM APOLICE: ' WRK-QT-SEM-APOLICE
                     ' REJEITADOS: ' WRK-CT-REJEITADOS
                     ' ' WRK-SITUACAO.
             IF WRK-CT-REJEITADOS > 0 OR WRK-SITUACAO NOT = 'CONFERE'
               MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-CONVERTE-VEICULOS - RECRIA O CADASTRO NA CHAVE NOVA A
      *>  PARTIR DO ANTIGO RENOMEADO E RELE O NOVO PARA CONFERIR.
      *>  --------------------------------------------------------------
       1000-CONVERTE-VEICULOS.
      *>  --------------------------------------------------------------
             OPEN INPUT VEICULO-ANTIGO.
             IF VEICANT-STATUS NOT = 0
               DISPLAY '*** VEICANT.TXT NAO ENCONTRADO - VEICULOS'
                       ' NAO CONVERTIDOS ***'
               MOVE SPACES TO RELATORIO-REG
               STRING 'VEICANT.TXT NAO ENCONTRADO - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CONFERE' TO WRK-SITUACAO
               MOVE 0 TO VEICANT-STATUS
             ELSE
               OPEN OUTPUT VEICULOS
               OPEN INPUT APOLICES
               READ VEICULO-ANTIGO
                 AT END MOVE 10 TO VEICANT-STATUS
               END-READ
               PERFORM 1100-GRAVA-VEICULO
                 UNTIL VEICANT-STATUS = 10
               IF APOLICES-STATUS = 0
                 CLOSE APOLICES
               END-IF
               CLOSE VEICULO-ANTIGO VEICULOS
               OPEN INPUT VEICULOS
               READ VEICULOS NEXT
                 AT END MOVE 10 TO VEICULOS-STATUS
               END-READ
               PERFORM 1200-CONFERE-VEICULO
                 UNTIL VEICULOS-STATUS = 10
               CLOSE VEICULOS
               MOVE 0 TO VEICANT-STATUS VEICULOS-STATUS APOLICES-STATUS
               PERFORM 8200-FECHA-CONVERSAO
             END-IF.
      *>  --------------------------------------------------------------
       1100-GRAVA-VEICULO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-LIDOS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO VEICULO-MASTER-REG.
             MOVE VA-APOLICE    TO VE-APOLICE.
             MOVE 1             TO VE-ITEM.
             MOVE VA-PLACA      TO VE-PLACA.
             MOVE VA-MODELO     TO VE-MODELO.
             MOVE VA-ANO-MODELO TO VE-ANO-MODELO.
             MOVE VA-CATEGORIA  TO VE-CATEGORIA.
             MOVE ZEROS TO VE-VALOR VE-PREMIO VE-DT-INCLUSAO
                           VE-DT-EXCLUSAO.
             MOVE 'A' TO VE-SITUACAO.
             MOVE VA-APOLICE TO APL-NUMERO.
             READ APOLICES
               INVALID KEY
                 ADD 1 TO WRK-QT-SEM-APOLICE
                 MOVE SPACES TO RELATORIO-REG
                 STRING 'SEM APOLICE, CONVERTIDO SEM VALOR: APOLICE='
                        VA-APOLICE ' PLACA=' VA-PLACA
                        DELIMITED BY SIZE INTO RELATORIO-REG
                 WRITE RELATORIO-REG
                 END-WRITE
               NOT INVALID KEY
                 MOVE APL-VL-BEM     TO VE-VALOR
                 MOVE APL-PREMIO     TO VE-PREMIO
                 MOVE APL-DT-EMISSAO TO VE-DT-INCLUSAO
             END-READ.
             WRITE VEICULO-MASTER-REG
               INVALID KEY
                 MOVE 'VEICULO REPETIDO' TO WRK-MOTIVO
             END-WRITE.
             IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-CT-PROCESSADOS
               ADD VE-VALOR TO WRK-CT-VALOR-IN
             ELSE
               MOVE SPACES TO WRK-LINHA
               STRING 'APOLICE=' VA-APOLICE ' PLACA=' VA-PLACA
                      DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 8300-REJEITA-REGISTRO
             END-IF.
             READ VEICULO-ANTIGO
               AT END MOVE 10 TO VEICANT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       1200-CONFERE-VEICULO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-CT-CONFERIDOS.
             ADD VE-VALOR TO WRK-CT-VALOR-OUT.
             READ VEICULOS NEXT
               AT END MOVE 10 TO VEICULOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  8200-FECHA-CONVERSAO - TODO REGISTRO LIDO NO ANTIGO FOI
      *>  GRAVADO OU REJEITADO, E O NOVO RELIDO TEM OS GRAVADOS COM A
      *>  MESMA SOMA DE VALOR.
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
             STRING 'ARQUIVO=VEICULOS'
                    ' LIDOS=' WRK-CT-LIDOS
                    ' GRAVADOS=' WRK-CT-PROCESSADOS
                    ' REJEITADOS=' WRK-CT-REJEITADOS
                    ' RELIDOS=' WRK-CT-CONFERIDOS
                    ' SEM APOLICE=' WRK-QT-SEM-APOLICE
                    ' VALOR-GRAVADO=' WRK-CT-VALOR-IN
                    ' VALOR-RELIDO=' WRK-CT-VALOR-OUT
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
             MOVE 'CONVVEIC ' TO CT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             MOVE WRK-CT-LIDOS TO CT-LIDOS.
             MOVE WRK-CT-PROCESSADOS TO CT-PROCESSADOS.
             MOVE WRK-CT-REJEITADOS TO CT-REJEITADOS.
             MOVE WRK-CT-VALOR-IN TO CT-VALOR-IN.
             MOVE WRK-CT-VALOR-OUT TO CT-VALOR-OUT.
             WRITE CONTROLE-TOTAIS-REG.
             CLOSE CONTROLE-TOTAIS.
