       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVREND.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SUBPROGRAMA QUE APURA A RENDA
      ***   MENSAL DE PREVIDENCIA PRIVADA DO CLIENTE (PREVPRIV.TXT):
      ***   SOMA A RENDA DOS CERTIFICADOS JA CONVERTIDOS E AINDA EM
      ***   PAGAMENTO E PROJETA A DOS CERTIFICADOS EM ACUMULACAO
      ***   (SALDO ATUAL CONVERTIDO EM 240 MESES NA TAXA DO PLANO).
      ***   CHAMADO PELA COTACAO DE APOSENTADORIA (DESAFIO05) PARA
      ***   MOSTRAR O INSS E A PREVIDENCIA PRIVADA LADO A LADO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREV-PRIVADA ASSIGN TO 'C:\COBOL\PREVPRIV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREVPRIV-STATUS
             RECORD KEY IS PV-CERTIFICADO
             ALTERNATE RECORD KEY IS PV-CLI-ID WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD PREV-PRIVADA.
       COPY 'PREVPRIV-MASTER.CBL'.
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 PREVPRIV-STATUS  PIC 9(02) VALUE ZEROS.
       77 WRK-PRAZO-PROJ   PIC 9(03) VALUE 240.
       77 WRK-FATOR        PIC 9(05)V9(08) VALUE ZEROS.
       77 WRK-RENDA        PIC 9(07)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
       LINKAGE SECTION.
       01 LNK-PREVREND.
            05 LNK-PR-CLI-ID       PIC 9(05).
            05 LNK-PR-QT-CERT      PIC 9(03).
            05 LNK-PR-RENDA-CONV   PIC 9(07)V99.
            05 LNK-PR-RENDA-PROJ   PIC 9(07)V99.
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-PREVREND.
      *>  --------------------------------------------------------------
       0001-INICIO.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO LNK-PR-QT-CERT LNK-PR-RENDA-CONV
                           LNK-PR-RENDA-PROJ.
             OPEN INPUT PREV-PRIVADA.
             IF PREVPRIV-STATUS = 0
               MOVE LNK-PR-CLI-ID TO PV-CLI-ID
               START PREV-PRIVADA KEY IS EQUAL TO PV-CLI-ID
                 INVALID KEY MOVE 10 TO PREVPRIV-STATUS
               END-START
               IF PREVPRIV-STATUS NOT = 10
                 READ PREV-PRIVADA NEXT
                   AT END MOVE 10 TO PREVPRIV-STATUS
                 END-READ
               END-IF
               PERFORM 1000-SOMA-CERTIFICADO
                 UNTIL PREVPRIV-STATUS = 10
                    OR PV-CLI-ID NOT = LNK-PR-CLI-ID
               CLOSE PREV-PRIVADA
             END-IF.
             MOVE 0 TO PREVPRIV-STATUS.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  1000-SOMA-CERTIFICADO - EM RENDA VALE A RENDA CONTRATADA; EM
      *>  ACUMULACAO (OU COM A CONTRIBUICAO SUSPENSA) O SALDO DE HOJE
      *>  VIRA UMA RENDA ESTIMADA PELA TABELA PRICE.
      *>  --------------------------------------------------------------
       1000-SOMA-CERTIFICADO.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN PV-EM-RENDA
                 ADD 1 TO LNK-PR-QT-CERT
                 ADD PV-RENDA-MENSAL TO LNK-PR-RENDA-CONV
               WHEN PV-ACUMULANDO OR PV-SUSPENSO
                 ADD 1 TO LNK-PR-QT-CERT
                 IF PV-TX-MENSAL = 0
                   COMPUTE WRK-RENDA ROUNDED =
                           PV-SALDO / WRK-PRAZO-PROJ
                 ELSE
                   COMPUTE WRK-FATOR =
                           (1 + PV-TX-MENSAL) ** WRK-PRAZO-PROJ
                   COMPUTE WRK-RENDA ROUNDED =
                           PV-SALDO * PV-TX-MENSAL * WRK-FATOR
                           / (WRK-FATOR - 1)
                 END-IF
                 ADD WRK-RENDA TO LNK-PR-RENDA-PROJ
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             READ PREV-PRIVADA NEXT
               AT END MOVE 10 TO PREVPRIV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
