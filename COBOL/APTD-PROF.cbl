      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SISTEMA DE APTDAO PROFISSIONAL
      ***   O PLANO DE DESENVOLVIMENTO SAI EM PLANODEV.TXT PARA O RH
      ***   E, CURSO A CURSO, EM PLANITEM.TXT, DE ONDE O TREINAM FAZ
      ***   AS INSCRICOES NAS TURMAS E ACOMPANHA A ADERENCIA AO PLANO.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
           SELECT PLANO-DEV ASSIGN TO 'C:\COBOL\PLANODEV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLANO-STATUS.
           SELECT PLANO-ITEM ASSIGN TO 'C:\COBOL\PLANITEM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PLANITEM-STATUS
             RECORD KEY IS PI-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD APTD-TRANS.
       FD APTD-LOG.
       01 APTD-LOG-REG         PIC X(80).
       FD CURSOS.
       COPY 'CURSOS-MASTER.CBL'.
       FD PLANO-DEV.
       01 PLANO-DEV-REG        PIC X(100).
       FD PLANO-ITEM.
       COPY 'PLANITEM-MASTER.CBL'.
      *>  --------------------------------------------------------------
       FD RESTART-CTRL.
       01 RESTART-CTRL-REG.
       77 WRK-AREA-ATUAL   PIC 9(01)        VALUE ZEROS.
       77 CURSOS-STATUS    PIC 9(02)        VALUE ZEROS.
       77 PLANO-STATUS     PIC 9(02)        VALUE ZEROS.
       77 PLANITEM-STATUS  PIC 9(02)        VALUE ZEROS.
       77 WRK-DATA-PLANO   PIC 9(08)        VALUE ZEROS.
       77 WRK-QT-CURSOS    PIC 9(02)        VALUE ZEROS.
       77 WRK-CAT-CHEIO    PIC X(01)        VALUE 'N'.
       77 WRK-IDX-CURSO    PIC 9(02)        VALUE ZEROS.
             ELSE
               PERFORM 0001-ROTINA-PRINCIPAL
             END-IF.
             CLOSE APTD-LOG PLANO-DEV PLANO-ITEM.

           GOBACK.
      *>  --------------------------------------------------------------
                      'H PRE-REQ=' WRK-CU-PREREQ(WRK-IDX-CURSO)
                      DELIMITED BY SIZE INTO PLANO-DEV-REG
               WRITE PLANO-DEV-REG
               PERFORM 0345-GRAVA-ITEM-PLANO
             END-IF.
      *>  --------------------------------------------------------------
      *>  0345-GRAVA-ITEM-PLANO - O CURSO ENTRA NO PLANITEM.TXT COMO
      *>  PLANEJADO; SE JA ESTAVA NO PLANO DE UM QUESTIONARIO ANTERIOR,
      *>  FICA COMO ESTA (INSCRITO OU CONCLUIDO NAO VOLTA A PLANEJADO).
      *>  --------------------------------------------------------------
       0345-GRAVA-ITEM-PLANO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO PLANITEM-MASTER-REG.
             MOVE WRK-MATRICULA TO PI-MATRICULA.
             MOVE WRK-CU-AREA(WRK-IDX-CURSO) TO PI-AREA.
             MOVE WRK-CU-SEQ(WRK-IDX-CURSO) TO PI-SEQ.
             MOVE WRK-DATA-PLANO TO PI-DT-PLANO.
             MOVE 'P' TO PI-SITUACAO.
             MOVE ZEROS TO PI-TURMA PI-DT-CONCLUSAO.
             WRITE PLANITEM-MASTER-REG
               INVALID KEY
                 CONTINUE
             END-WRITE.
      *>  --------------------------------------------------------------
       0350-NOME-DA-AREA.
      *>  --------------------------------------------------------------
       9730-CRIA-CATALOGO-PADRAO.
      *>  --------------------------------------------------------------
             OPEN OUTPUT CURSOS.
             MOVE SPACES TO CU-PREREQ CU-CERTIF.
             MOVE 0 TO CU-VALID-MESES.
             MOVE 1 TO CU-AREA.
             MOVE 1 TO CU-SEQ.
             MOVE 'FUNDAMENTOS DE METODOS AGEIS' TO CU-NOME.
             MOVE 'SCRUM E KANBAN NA PRATICA' TO CU-NOME.
             MOVE 060 TO CU-CARGA.
             MOVE 'FUNDAMENTOS DE METODOS AGEIS' TO CU-PREREQ.
             MOVE 'SCRUMPRA' TO CU-CERTIF.
             MOVE 24 TO CU-VALID-MESES.
             WRITE CURSOS-REG.
             MOVE SPACES TO CU-PREREQ CU-CERTIF.
             MOVE 0 TO CU-VALID-MESES.
             MOVE 2 TO CU-AREA.
             MOVE 1 TO CU-SEQ.
             MOVE 'DESENVOLVIMENTO MOBILE BASICO' TO CU-NOME.
             MOVE 'CICS E DB2 PARA MANUTENCAO' TO CU-NOME.
             MOVE 080 TO CU-CARGA.
             MOVE 'COBOL E JCL ESSENCIAL' TO CU-PREREQ.
             MOVE 'CICSDB2' TO CU-CERTIF.
             MOVE 36 TO CU-VALID-MESES.
             WRITE CURSOS-REG.
             MOVE SPACES TO CU-PREREQ CU-CERTIF.
             MOVE 0 TO CU-VALID-MESES.
             MOVE 5 TO CU-AREA.
             MOVE 1 TO CU-SEQ.
             MOVE 'FUNDAMENTOS DE NUVEM' TO CU-NOME.
             MOVE 1 TO CU-SEQ.
             MOVE 'SEGURANCA DA INFORMACAO BASICA' TO CU-NOME.
             MOVE 060 TO CU-CARGA.
             MOVE 'SEGINFO' TO CU-CERTIF.
             MOVE 24 TO CU-VALID-MESES.
             WRITE CURSOS-REG.
             CLOSE CURSOS.
      *>  --------------------------------------------------------------
               CLOSE PLANO-DEV
               OPEN EXTEND PLANO-DEV
             END-IF.
             OPEN I-O PLANO-ITEM.
             IF PLANITEM-STATUS = 35
               OPEN OUTPUT PLANO-ITEM
               CLOSE PLANO-ITEM
               OPEN I-O PLANO-ITEM
             END-IF.
             CALL 'DATAPROC' USING WRK-DATA-PLANO.
      *>  --------------------------------------------------------------
      *>  9700-ABRE-LOG - ABRE O LOG DE CANDIDATOS (APTDLOG.TXT) EM MODO
      *>  EXTEND, CRIANDO-O NA PRIMEIRA EXECUCAO, PARA O RH PODER APURAR
