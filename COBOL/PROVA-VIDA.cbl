       IDENTIFICATION DIVISION.
       PROGRAM-ID. APOSVIDA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = PROVA DE VIDA ANUAL DOS
      ***   BENEFICIARIOS DA FOLHA DE BENEFICIOS (PROVVIDA.TXT): O
      ***   REGISTRO DA PROVA RENOVA O VENCIMENTO PARA O MES DE
      ***   ANIVERSARIO SEGUINTE E, SE O BENEFICIO ESTAVA SUSPENSO,
      ***   LIBERA O PAGAMENTO COM OS ATRASADOS NA PROXIMA FOLHA
      ***   (APOSFOLH). O PASSO DIARIO DA CADEIA (PARM AVISO) GERA EM
      ***   CARTAS.TXT OS AVISOS DE 60 E 30 DIAS ANTES DO VENCIMENTO,
      ***   UMA VEZ CADA, E LISTA EM RELVIDA.TXT AS PROVAS VENCIDAS
      ***   (SUSPENSAO COM MAIS DE 60 DIAS) E OS BENEFICIOS SUSPENSOS.
      ***   BENEFICIARIO SEM CADASTRO E INSCRITO PELA PROPRIA FOLHA NO
      ***   PRIMEIRO PAGAMENTO, COM O MES DO PAGAMENTO COMO MES DE
      ***   ANIVERSARIO ATE O ATENDIMENTO CORRIGIR (OPCAO 2).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVA-VIDA ASSIGN TO 'C:\COBOL\PROVVIDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VIDA-STATUS
             RECORD KEY IS VD-CLI-ID.
           SELECT CLIENTE-MASTER ASSIGN TO 'C:\COBOL\CLIENTE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLI-ID.
           SELECT CARTAS ASSIGN TO 'C:\COBOL\CARTAS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARTAS-STATUS.
           SELECT RELAT-VIDA ASSIGN TO 'C:\COBOL\RELVIDA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROVA-VIDA.
       COPY 'PROVAVIDA-MASTER.CBL'.
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       FD CARTAS.
       01 CARTAS-REG              PIC X(120).
       FD RELAT-VIDA.
       01 RELAT-VIDA-REG          PIC X(110).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 VIDA-STATUS      PIC 9(02) VALUE ZEROS.
       77 CLIENTE-STATUS   PIC 9(02) VALUE ZEROS.
       77 CARTAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(05) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ANTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-ATUAL    PIC 9(04) VALUE ZEROS.
       77 WRK-MES-NUM      PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-X       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-X       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-X        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-X        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-X        PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-X      PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-X       PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-ANO    PIC 9(01) VALUE ZEROS.
       77 WRK-DIF-MESES    PIC S9(03) VALUE ZEROS.
       77 WRK-DIAS-FALTA   PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC 9(05) VALUE ZEROS.
       77 WRK-PRAZO-AVISO1 PIC 9(03) VALUE 60.
       77 WRK-PRAZO-AVISO2 PIC 9(03) VALUE 30.
       77 WRK-CLI-ID       PIC 9(05) VALUE ZEROS.
       77 WRK-MES-ANIV     PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-CARTA   PIC X(30) VALUE SPACES.
       77 WRK-QT-AVISO1    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AVISO2    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUSPENSOS PIC 9(05) VALUE ZEROS.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-ATUAL.
             DIVIDE WRK-MES-ATUAL BY 100 GIVING WRK-ANO-ATUAL
               REMAINDER WRK-MES-NUM.
             IF WRK-MES-NUM = 1
               COMPUTE WRK-MES-ANTERIOR =
                       ((WRK-ANO-ATUAL - 1) * 100) + 12
             ELSE
               COMPUTE WRK-MES-ANTERIOR = WRK-MES-ATUAL - 1
             END-IF.
             MOVE WRK-DATA-HOJE TO WRK-DATA-X.
             PERFORM 8900-DIAS-COMERCIAIS.
             MOVE WRK-DIAS-X TO WRK-DIAS-HOJE.
             PERFORM 0050-ABRE-PROVAS.
             IF WRK-PARM-EXEC = 'AVISO'
               PERFORM 3000-EMITE-AVISOS
             ELSE
               PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-IF.
             CLOSE PROVA-VIDA.
           GOBACK.
      *>  --------------------------------------------------------------
       0050-ABRE-PROVAS.
      *>  --------------------------------------------------------------
             OPEN I-O PROVA-VIDA.
             IF VIDA-STATUS = 35
               OPEN OUTPUT PROVA-VIDA
               CLOSE PROVA-VIDA
               OPEN I-O PROVA-VIDA
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'PROVA DE VIDA DOS BENEFICIARIOS'.
             DISPLAY '1 - REGISTRAR PROVA DE VIDA'.
             DISPLAY '2 - ALTERAR MES DE ANIVERSARIO'.
             DISPLAY '3 - CONSULTAR BENEFICIARIO'.
             DISPLAY '4 - EMITIR AVISOS DO DIA'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-REGISTRA-PROVA
               WHEN 2
                 PERFORM 2000-ALTERA-ANIVERSARIO
               WHEN 3
                 PERFORM 2500-CONSULTA-BENEFICIARIO
               WHEN 4
                 PERFORM 3000-EMITE-AVISOS
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-REGISTRA-PROVA - A PROVA VALE A DATA DE HOJE. PRIMEIRA
      *>  PROVA DO CLIENTE PEDE O MES DE ANIVERSARIO. BENEFICIO
      *>  SUSPENSO CONTINUA S ATE A PROXIMA FOLHA, QUE PAGA O RETIDO.
      *>  --------------------------------------------------------------
       1000-REGISTRA-PROVA.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE.........: '.
             ACCEPT WRK-CLI-ID.
             MOVE WRK-CLI-ID TO VD-CLI-ID.
             READ PROVA-VIDA
               INVALID KEY
                 PERFORM 1100-PRIMEIRA-PROVA
               NOT INVALID KEY
                 MOVE WRK-DATA-HOJE TO VD-DT-ULTIMA-PROVA
                 PERFORM 8800-CALCULA-VENCIMENTO
                 MOVE ZEROS TO VD-DT-AVISO-60 VD-DT-AVISO-30
                 REWRITE PROVAVIDA-MASTER-REG
                 DISPLAY 'PROVA REGISTRADA - PROXIMO VENCIMENTO '
                         VD-DT-VENCIMENTO
                 IF VD-SUSPENSO
                   DISPLAY 'PAGAMENTO REATIVADO NA PROXIMA FOLHA COM '
                           VD-MESES-SUSPENSOS ' MES(ES) ATRASADOS, '
                           'R$ ' VD-VL-RETIDO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       1100-PRIMEIRA-PROVA.
      *>  --------------------------------------------------------------
             PERFORM 1150-CONFERE-CLIENTE.
             IF CLIENTE-STATUS = 0
               DISPLAY 'MES DE ANIVERSARIO (1 A 12): '
               ACCEPT WRK-MES-ANIV
               IF WRK-MES-ANIV < 1 OR WRK-MES-ANIV > 12
                 DISPLAY '*** MES DE ANIVERSARIO INVALIDO ***'
               ELSE
                 INITIALIZE PROVAVIDA-MASTER-REG
                 MOVE WRK-CLI-ID    TO VD-CLI-ID
                 MOVE WRK-MES-ANIV  TO VD-MES-ANIVERSARIO
                 MOVE WRK-DATA-HOJE TO VD-DT-ULTIMA-PROVA
                 PERFORM 8800-CALCULA-VENCIMENTO
                 MOVE 'A' TO VD-SITUACAO
                 WRITE PROVAVIDA-MASTER-REG
                 DISPLAY 'PROVA REGISTRADA - PROXIMO VENCIMENTO '
                         VD-DT-VENCIMENTO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       1150-CONFERE-CLIENTE.
      *>  --------------------------------------------------------------
             OPEN INPUT CLIENTE-MASTER.
             IF CLIENTE-STATUS = 0
               MOVE WRK-CLI-ID TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   MOVE 23 TO CLIENTE-STATUS
               END-READ
               IF CLIENTE-STATUS = 0 AND CLI-EXCLUIDO
                 MOVE 23 TO CLIENTE-STATUS
               END-IF
               CLOSE CLIENTE-MASTER
             END-IF.
             IF CLIENTE-STATUS NOT = 0
               DISPLAY '*** CLIENTE NAO CADASTRADO ***'
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-ALTERA-ANIVERSARIO - CORRIGE O MES DE ANIVERSARIO E
      *>  REFAZ O VENCIMENTO A PARTIR DA ULTIMA PROVA; OS AVISOS
      *>  VOLTAM A SAIR PARA O NOVO VENCIMENTO.
      *>  --------------------------------------------------------------
       2000-ALTERA-ANIVERSARIO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE.........: '.
             ACCEPT WRK-CLI-ID.
             MOVE WRK-CLI-ID TO VD-CLI-ID.
             READ PROVA-VIDA
               INVALID KEY
                 DISPLAY '*** BENEFICIARIO SEM PROVA DE VIDA ***'
               NOT INVALID KEY
                 DISPLAY 'MES DE ANIVERSARIO ATUAL: '
                         VD-MES-ANIVERSARIO
                 DISPLAY 'NOVO MES DE ANIVERSARIO (1 A 12): '
                 ACCEPT WRK-MES-ANIV
                 IF WRK-MES-ANIV < 1 OR WRK-MES-ANIV > 12
                   DISPLAY '*** MES DE ANIVERSARIO INVALIDO ***'
                 ELSE
                   MOVE WRK-MES-ANIV TO VD-MES-ANIVERSARIO
                   PERFORM 8800-CALCULA-VENCIMENTO
                   MOVE ZEROS TO VD-DT-AVISO-60 VD-DT-AVISO-30
                   REWRITE PROVAVIDA-MASTER-REG
                   DISPLAY 'NOVO VENCIMENTO ' VD-DT-VENCIMENTO
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       2500-CONSULTA-BENEFICIARIO.
      *>  --------------------------------------------------------------
             DISPLAY 'CODIGO DO CLIENTE.........: '.
             ACCEPT WRK-CLI-ID.
             MOVE WRK-CLI-ID TO VD-CLI-ID.
             READ PROVA-VIDA
               INVALID KEY
                 DISPLAY '*** BENEFICIARIO SEM PROVA DE VIDA ***'
               NOT INVALID KEY
                 DISPLAY 'MES DE ANIVERSARIO..: ' VD-MES-ANIVERSARIO
                 DISPLAY 'ULTIMA PROVA........: ' VD-DT-ULTIMA-PROVA
                 DISPLAY 'VENCIMENTO..........: ' VD-DT-VENCIMENTO
                 DISPLAY 'AVISO 60 DIAS EM....: ' VD-DT-AVISO-60
                 DISPLAY 'AVISO 30 DIAS EM....: ' VD-DT-AVISO-30
                 DISPLAY 'ULTIMA FOLHA........: ' VD-MES-ULT-FOLHA
                 IF VD-SUSPENSO
                   DISPLAY 'SITUACAO............: SUSPENSO DESDE '
                           VD-MES-SUSPENSAO
                   DISPLAY 'MESES RETIDOS.......: '
                           VD-MESES-SUSPENSOS
                   DISPLAY 'VALOR RETIDO........: ' VD-VL-RETIDO
                 ELSE
                   DISPLAY 'SITUACAO............: EM DIA'
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
      *>  3000-EMITE-AVISOS - SO BENEFICIARIOS QUE ENTRARAM NA FOLHA
      *>  DO MES ANTERIOR OU DESTE (OU AINDA SEM FOLHA): QUEM SAIU DA
      *>  FOLHA NAO RECEBE CARTA.
      *>  --------------------------------------------------------------
       3000-EMITE-AVISOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-AVISO1 WRK-QT-AVISO2 WRK-QT-VENCIDAS
                       WRK-QT-SUSPENSOS.
             OPEN EXTEND CARTAS.
             IF CARTAS-STATUS = 35
               OPEN OUTPUT CARTAS
               CLOSE CARTAS
               OPEN EXTEND CARTAS
             END-IF.
             OPEN OUTPUT RELAT-VIDA.
             MOVE SPACES TO RELAT-VIDA-REG.
             STRING 'PROVA DE VIDA - SITUACAO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-VIDA-REG.
             WRITE RELAT-VIDA-REG.
             MOVE 0 TO VD-CLI-ID.
             START PROVA-VIDA KEY IS NOT LESS THAN VD-CLI-ID
               INVALID KEY MOVE 10 TO VIDA-STATUS
             END-START.
             IF VIDA-STATUS NOT = 10
               READ PROVA-VIDA NEXT
                 AT END MOVE 10 TO VIDA-STATUS
               END-READ
             END-IF.
             PERFORM 3100-AVALIA-BENEFICIARIO UNTIL VIDA-STATUS = 10.
             MOVE 0 TO VIDA-STATUS.
             MOVE SPACES TO RELAT-VIDA-REG.
             STRING 'AVISOS 60 DIAS=' WRK-QT-AVISO1
                    ' AVISOS 30 DIAS=' WRK-QT-AVISO2
                    ' VENCIDAS=' WRK-QT-VENCIDAS
                    ' SUSPENSOS=' WRK-QT-SUSPENSOS
                    DELIMITED BY SIZE INTO RELAT-VIDA-REG.
             WRITE RELAT-VIDA-REG.
             CLOSE CARTAS RELAT-VIDA.
             DISPLAY 'AVISOS DE 60 DIAS.....: ' WRK-QT-AVISO1.
             DISPLAY 'AVISOS DE 30 DIAS.....: ' WRK-QT-AVISO2.
             DISPLAY 'PROVAS VENCIDAS.......: ' WRK-QT-VENCIDAS.
             DISPLAY 'BENEFICIOS SUSPENSOS..: ' WRK-QT-SUSPENSOS.
      *>  --------------------------------------------------------------
       3100-AVALIA-BENEFICIARIO.
      *>  --------------------------------------------------------------
             IF VD-MES-ULT-FOLHA = 0
                OR VD-MES-ULT-FOLHA >= WRK-MES-ANTERIOR
               MOVE VD-DT-VENCIMENTO TO WRK-DATA-X
               PERFORM 8900-DIAS-COMERCIAIS
               COMPUTE WRK-DIAS-FALTA = WRK-DIAS-X - WRK-DIAS-HOJE
               EVALUATE TRUE
                 WHEN VD-SUSPENSO
                   ADD 1 TO WRK-QT-SUSPENSOS
                   MOVE SPACES TO RELAT-VIDA-REG
                   STRING 'SUSPENSO.: CLIENTE=' VD-CLI-ID
                          ' VENCIMENTO=' VD-DT-VENCIMENTO
                          ' DESDE=' VD-MES-SUSPENSAO
                          ' MESES=' VD-MESES-SUSPENSOS
                          ' RETIDO=' VD-VL-RETIDO
                          DELIMITED BY SIZE INTO RELAT-VIDA-REG
                   WRITE RELAT-VIDA-REG
                 WHEN WRK-DIAS-FALTA < 0
                   ADD 1 TO WRK-QT-VENCIDAS
                   COMPUTE WRK-DIAS-ATRASO = 0 - WRK-DIAS-FALTA
                   MOVE SPACES TO RELAT-VIDA-REG
                   STRING 'VENCIDA..: CLIENTE=' VD-CLI-ID
                          ' VENCIMENTO=' VD-DT-VENCIMENTO
                          ' ATRASO=' WRK-DIAS-ATRASO
                          ' DIAS (SUSPENSAO COM MAIS DE 60)'
                          DELIMITED BY SIZE INTO RELAT-VIDA-REG
                   WRITE RELAT-VIDA-REG
                 WHEN WRK-DIAS-FALTA <= WRK-PRAZO-AVISO2
                      AND VD-DT-AVISO-30 = 0
                   MOVE 'AVISO PROVA DE VIDA 30 DIAS' TO WRK-NOME-CARTA
                   PERFORM 3200-GRAVA-CARTA
                   MOVE WRK-DATA-HOJE TO VD-DT-AVISO-30
                   IF VD-DT-AVISO-60 = 0
                     MOVE WRK-DATA-HOJE TO VD-DT-AVISO-60
                   END-IF
                   REWRITE PROVAVIDA-MASTER-REG
                   ADD 1 TO WRK-QT-AVISO2
                 WHEN WRK-DIAS-FALTA <= WRK-PRAZO-AVISO1
                      AND VD-DT-AVISO-60 = 0
                   MOVE 'AVISO PROVA DE VIDA 60 DIAS' TO WRK-NOME-CARTA
                   PERFORM 3200-GRAVA-CARTA
                   MOVE WRK-DATA-HOJE TO VD-DT-AVISO-60
                   REWRITE PROVAVIDA-MASTER-REG
                   ADD 1 TO WRK-QT-AVISO1
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF.
             READ PROVA-VIDA NEXT
               AT END MOVE 10 TO VIDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3200-GRAVA-CARTA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO CARTAS-REG.
             STRING WRK-DATA-HOJE
                    ' CLIENTE=' VD-CLI-ID
                    ' CARTA=' WRK-NOME-CARTA
                    ' VENCIMENTO=' VD-DT-VENCIMENTO
                    ' ULTIMA PROVA=' VD-DT-ULTIMA-PROVA
                    DELIMITED BY SIZE INTO CARTAS-REG.
             WRITE CARTAS-REG.
             MOVE SPACES TO RELAT-VIDA-REG.
             STRING 'CARTA....: CLIENTE=' VD-CLI-ID
                    ' ' WRK-NOME-CARTA
                    ' VENCIMENTO=' VD-DT-VENCIMENTO
                    DELIMITED BY SIZE INTO RELAT-VIDA-REG.
             WRITE RELAT-VIDA-REG.
      *>  --------------------------------------------------------------
      *>  8800-CALCULA-VENCIMENTO - ULTIMO DIA DO MES DE ANIVERSARIO
      *>  QUE CAI PELO MENOS 3 MESES DEPOIS DA ULTIMA PROVA: A PROVA
      *>  FEITA NA JANELA DOS AVISOS JA VALE PARA O ANO SEGUINTE, E A
      *>  FEITA COM ATRASO VENCE NO PROXIMO ANIVERSARIO.
      *>  --------------------------------------------------------------
       8800-CALCULA-VENCIMENTO.
      *>  --------------------------------------------------------------
             DIVIDE VD-DT-ULTIMA-PROVA BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             COMPUTE WRK-DIF-MESES = VD-MES-ANIVERSARIO - WRK-MES-X.
             PERFORM 8810-AVANCA-ANO UNTIL WRK-DIF-MESES >= 3.
             EVALUATE VD-MES-ANIVERSARIO
               WHEN 2
                 DIVIDE WRK-ANO-X BY 4
                   GIVING WRK-QUOC-X REMAINDER WRK-RESTO-ANO
                 IF WRK-RESTO-ANO = 0
                   MOVE 29 TO WRK-DIA-X
                 ELSE
                   MOVE 28 TO WRK-DIA-X
                 END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                 MOVE 30 TO WRK-DIA-X
               WHEN OTHER
                 MOVE 31 TO WRK-DIA-X
             END-EVALUATE.
             COMPUTE VD-DT-VENCIMENTO = (WRK-ANO-X * 10000)
                     + (VD-MES-ANIVERSARIO * 100) + WRK-DIA-X.
      *>  --------------------------------------------------------------
       8810-AVANCA-ANO.
      *>  --------------------------------------------------------------
             ADD 12 TO WRK-DIF-MESES.
             ADD 1 TO WRK-ANO-X.
      *>  --------------------------------------------------------------
       8900-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-X BY 10000
               GIVING WRK-ANO-X REMAINDER WRK-RESTO-X.
             DIVIDE WRK-RESTO-X BY 100
               GIVING WRK-MES-X REMAINDER WRK-DIA-X.
             COMPUTE WRK-DIAS-X = (WRK-ANO-X * 360)
                     + (WRK-MES-X * 30) + WRK-DIA-X.
      *>  --------------------------------------------------------------
