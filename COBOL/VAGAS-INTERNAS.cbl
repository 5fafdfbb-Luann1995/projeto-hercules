       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAGASINT.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = RECRUTAMENTO INTERNO: O RH PUBLICA
      ***   AS VAGAS ABERTAS (VAGAS.TXT, NUMERO PROPRIO NO
      ***   VAGACTRL.TXT) COM DEPARTAMENTO, NIVEL, AREA DE APTIDAO,
      ***   CERTIFICACOES EXIGIDAS, TEMPO MINIMO DE CASA E DATA LIMITE,
      ***   E OS FUNCIONARIOS DO FUNCION.TXT SE CANDIDATAM
      ***   (CANDVAGA.TXT). A CANDIDATURA PASSA NA HORA PELA TRIAGEM:
      ***   TEMPO DE CASA, CERTIFICACOES VIGENTES NO CERTIF.TXT E O
      ***   ULTIMO RESULTADO DO TESTE DE APTIDAO (APTDLOG.TXT, COMO NO
      ***   MOBINT). A TRIADA SEGUE PARA ENTREVISTA, OFERTA E
      ***   CONTRATACAO; A CONTRATACAO TRANSFERE O FUNCIONARIO PARA O
      ***   DEPARTAMENTO DA VAGA (FU-DEPARTAMENTO), FECHA A VAGA E
      ***   ELIMINA AS DEMAIS CANDIDATURAS. RELATORIO MENSAL DO TEMPO
      ***   DE PREENCHIMENTO POR DEPARTAMENTO EM RELVAGAS.TXT (PARM
      ***   MENSAL, MES CORRENTE).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAGAS ASSIGN TO 'C:\COBOL\VAGAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VAGA-STATUS
             RECORD KEY IS VG-NUMERO.
           SELECT VAGA-CTRL ASSIGN TO 'C:\COBOL\VAGACTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CTRL-STATUS
             RECORD KEY IS CTRL-CHAVE.
           SELECT CANDIDATURAS ASSIGN TO 'C:\COBOL\CANDVAGA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CANDVAGA-STATUS
             RECORD KEY IS CV-CHAVE.
           SELECT FUNCIONARIOS ASSIGN TO 'C:\COBOL\FUNCION.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS FUNC-STATUS
             RECORD KEY IS FU-MATRICULA.
           SELECT CERTIFICACOES ASSIGN TO 'C:\COBOL\CERTIF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CERTIF-STATUS
             RECORD KEY IS CF-CHAVE.
           SELECT APTD-LOG ASSIGN TO 'C:\COBOL\APTDLOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT RELAT-VAGAS ASSIGN TO 'C:\COBOL\RELVAGAS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VAGAS.
       COPY 'VAGA-MASTER.CBL'.
       FD VAGA-CTRL.
       01 VAGA-CTRL-REG.
            05 CTRL-CHAVE          PIC 9(01).
            05 CTRL-ULTIMO-NUM     PIC 9(05).
       FD CANDIDATURAS.
       COPY 'CANDVAGA-MASTER.CBL'.
       FD FUNCIONARIOS.
       COPY 'FUNCION-MASTER.CBL'.
       FD CERTIFICACOES.
       01 CERTIFICACOES-REG.
            05 CF-CHAVE.
                10 CF-MATRICULA PIC 9(6).
                10 CF-CODIGO    PIC X(8).
            05 CF-DT-OBTENCAO   PIC 9(8).
            05 CF-DT-VALIDADE   PIC 9(8).
            05 CF-SITUACAO      PIC X(1).
       FD APTD-LOG.
       01 APTD-LOG-REG             PIC X(80).
       FD RELAT-VAGAS.
       01 RELAT-VAGAS-REG          PIC X(120).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 VAGA-STATUS      PIC 9(02) VALUE ZEROS.
       77 CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77 CANDVAGA-STATUS  PIC 9(02) VALUE ZEROS.
       77 FUNC-STATUS      PIC 9(02) VALUE ZEROS.
       77 CERTIF-STATUS    PIC 9(02) VALUE ZEROS.
       77 LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77 RELAT-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-FUNC-OK      PIC X(01) VALUE 'N'.
       77 WRK-CERT-OK      PIC X(01) VALUE 'N'.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-VAGA         PIC 9(05) VALUE ZEROS.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-ETAPA        PIC X(01) VALUE SPACES.
       77 WRK-ETAPA-NOME   PIC X(12) VALUE SPACES.
       77 WRK-AREA-OK      PIC X(01) VALUE 'N'.
       77 WRK-IDX-CERT     PIC 9(01) VALUE ZEROS.
       77 WRK-MESES-CASA   PIC S9(05) VALUE ZEROS.
       77 WRK-ED-MESES     PIC ZZZZ9.
       77 WRK-MESES-ADM    PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-ADM      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ELIMINADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA        PIC X(80) VALUE SPACES.
       77 WRK-AREA-APTIDAO PIC X(12) VALUE SPACES.
       77 WRK-QT-APTIDOES  PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-IDX-ACHOU    PIC 9(03) VALUE ZEROS.
       77 WRK-DC-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-DC-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DC-RESTO     PIC 9(04) VALUE ZEROS.
       77 WRK-DC-DIAS      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PREENCH PIC 9(05) VALUE ZEROS.
       77 WRK-MES-REL      PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-MES-REL  PIC 9(08) VALUE ZEROS.
       77 WRK-DEPTO        PIC X(10) VALUE SPACES.
       77 WRK-QT-DEPTOS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEPTO    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ACHOU-DP PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA-DIAS   PIC 9(05)V9 VALUE ZEROS.
       77 WRK-ED-MEDIA     PIC ZZZZ9,9.
      *>  --------------------------------------------------------------
      *>  ULTIMO RESULTADO DE APTIDAO POR MATRICULA, LIDO DO APTDLOG.TXT
      *>  COMO NO MOBINT: MATRICULA NAS COLUNAS 25-30 E AREA VENCEDORA
      *>  EM 67-78 (REGISTROS ANTIGOS, SEM MATRICULA, SAO IGNORADOS).
      *>  --------------------------------------------------------------
       01 WRK-TAB-APTIDOES.
            05 WRK-APT OCCURS 300 TIMES.
                10 WRK-AP-MATRICULA  PIC 9(06).
                10 WRK-AP-AREA-VENC  PIC X(12).
      *>  --------------------------------------------------------------
      *>  ACUMULADORES DO RELATORIO MENSAL POR DEPARTAMENTO (A ULTIMA
      *>  POSICAO JUNTA OS DEPARTAMENTOS ALEM DO LIMITE).
      *>  --------------------------------------------------------------
       01 WRK-TAB-DEPTOS.
            05 WRK-DP-ITEM OCCURS 50 TIMES.
                10 WRK-DP-DEPTO      PIC X(10).
                10 WRK-DP-PREENCH    PIC 9(05).
                10 WRK-DP-DIAS       PIC 9(07).
                10 WRK-DP-ABERTAS    PIC 9(05).
       01 WRK-TOTAIS-MES.
            05 WRK-TT-PREENCH        PIC 9(05).
            05 WRK-TT-DIAS           PIC 9(07).
            05 WRK-TT-ABERTAS        PIC 9(05).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             PERFORM 0050-ABRE-ARQUIVOS.
             EVALUATE WRK-PARM-EXEC
               WHEN 'MENSAL'
                 MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REL
                 PERFORM 6000-RELATORIO-MENSAL
               WHEN OTHER
                 PERFORM 0070-CARREGA-APTIDOES
                 PERFORM 0100-ROTINA-PRINCIPAL UNTIL SELEC-MENU = 9
             END-EVALUATE.
             CLOSE VAGAS VAGA-CTRL CANDIDATURAS.
             IF WRK-FUNC-OK = 'S'
               CLOSE FUNCIONARIOS
             END-IF.
             IF WRK-CERT-OK = 'S'
               CLOSE CERTIFICACOES
             END-IF.
           GOBACK.
      *>  --------------------------------------------------------------
      *>  0050-ABRE-ARQUIVOS - SEM O CADASTRO DE FUNCIONARIOS NAO HA
      *>  CANDIDATURA NEM CONTRATACAO; SEM O CERTIF.TXT A VAGA QUE
      *>  EXIGE CERTIFICACAO DEIXA O CANDIDATO INELEGIVEL.
      *>  --------------------------------------------------------------
       0050-ABRE-ARQUIVOS.
      *>  --------------------------------------------------------------
             OPEN I-O VAGAS.
             IF VAGA-STATUS = 35
               OPEN OUTPUT VAGAS
               CLOSE VAGAS
               OPEN I-O VAGAS
             END-IF.
             OPEN I-O VAGA-CTRL.
             IF CTRL-STATUS = 35
               OPEN OUTPUT VAGA-CTRL
               CLOSE VAGA-CTRL
               OPEN I-O VAGA-CTRL
             END-IF.
             OPEN I-O CANDIDATURAS.
             IF CANDVAGA-STATUS = 35
               OPEN OUTPUT CANDIDATURAS
               CLOSE CANDIDATURAS
               OPEN I-O CANDIDATURAS
             END-IF.
             OPEN I-O FUNCIONARIOS.
             IF FUNC-STATUS = 0
               MOVE 'S' TO WRK-FUNC-OK
             END-IF.
             OPEN INPUT CERTIFICACOES.
             IF CERTIF-STATUS = 0
               MOVE 'S' TO WRK-CERT-OK
             END-IF.
      *>  --------------------------------------------------------------
       0070-CARREGA-APTIDOES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-APTIDOES.
             OPEN INPUT APTD-LOG.
             IF LOG-STATUS = 0
               READ APTD-LOG
                 AT END MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 0075-CARREGA-UMA UNTIL LOG-STATUS = 10
               CLOSE APTD-LOG
             END-IF.
             MOVE 0 TO LOG-STATUS.
             IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** TABELA DE APTIDOES CHEIA (300) - TRIAGEM'
                       ' SEM OS ULTIMOS TESTES ***'
             END-IF.
      *>  --------------------------------------------------------------
       0075-CARREGA-UMA.
      *>  --------------------------------------------------------------
             MOVE APTD-LOG-REG TO WRK-LINHA.
             IF WRK-LINHA(14:11) = ' MATRICULA='
                AND WRK-LINHA(25:6) IS NUMERIC
               MOVE WRK-LINHA(25:6) TO WRK-MATRICULA
               IF WRK-MATRICULA NOT = 0
                 MOVE WRK-LINHA(67:12) TO WRK-AREA-APTIDAO
                 PERFORM 0080-GUARDA-APTIDAO
               END-IF
             END-IF.
             READ APTD-LOG
               AT END MOVE 10 TO LOG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       0080-GUARDA-APTIDAO.
      *>  --------------------------------------------------------------
             PERFORM 9300-PROCURA-APTIDAO.
             IF WRK-IDX-ACHOU > 0
               MOVE WRK-AREA-APTIDAO TO WRK-AP-AREA-VENC(WRK-IDX-ACHOU)
             ELSE
               IF WRK-QT-APTIDOES < 300
                 ADD 1 TO WRK-QT-APTIDOES
                 MOVE WRK-MATRICULA
                   TO WRK-AP-MATRICULA(WRK-QT-APTIDOES)
                 MOVE WRK-AREA-APTIDAO
                   TO WRK-AP-AREA-VENC(WRK-QT-APTIDOES)
               ELSE
                 MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       0100-ROTINA-PRINCIPAL.
      *>  --------------------------------------------------------------
             DISPLAY '---------------------------------------'.
             DISPLAY 'VAGAS INTERNAS E CANDIDATURAS'.
             DISPLAY '1 - PUBLICAR VAGA'.
             DISPLAY '2 - CANDIDATAR FUNCIONARIO'.
             DISPLAY '3 - AVANCAR ETAPA DA CANDIDATURA'.
             DISPLAY '4 - CANCELAR VAGA'.
             DISPLAY '5 - CONSULTAR VAGA E CANDIDATOS'.
             DISPLAY '6 - RELATORIO MENSAL DE PREENCHIMENTO'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
             EVALUATE SELEC-MENU
               WHEN 1
                 PERFORM 1000-PUBLICA-VAGA
               WHEN 2
                 PERFORM 2000-CANDIDATA-FUNCIONARIO
               WHEN 3
                 PERFORM 3000-AVANCA-ETAPA
               WHEN 4
                 PERFORM 4000-CANCELA-VAGA
               WHEN 5
                 PERFORM 5000-CONSULTA-VAGA
               WHEN 6
                 DISPLAY 'MES DO RELATORIO (AAAAMM): '
                 ACCEPT WRK-MES-REL
                 PERFORM 6000-RELATORIO-MENSAL
               WHEN 9
                 CONTINUE
               WHEN OTHER
                 DISPLAY '*** SELECIONE A OPCAO CORRETA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-PUBLICA-VAGA - A AREA DE APTIDAO E O NOME GRAVADO PELO
      *>  DESAFIO04 (AGILE, MOBILE, WEB, MAINFRAME, CLOUD, DADOS,
      *>  CYBERSEC); CERTIFICACAO EM BRANCO NAO E EXIGIDA.
      *>  --------------------------------------------------------------
       1000-PUBLICA-VAGA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO VAGA-MASTER-REG.
             DISPLAY 'DEPARTAMENTO...............: '.
             ACCEPT VG-DEPARTAMENTO.
             DISPLAY 'NIVEL DO CARGO (1 A 5).....: '.
             ACCEPT VG-NIVEL.
             DISPLAY 'AREA DE APTIDAO (BRANCO=QUALQUER)'.
             DISPLAY 'AGILE MOBILE WEB MAINFRAME CLOUD DADOS '
                     'CYBERSEC: '.
             ACCEPT VG-AREA-APTIDAO.
             DISPLAY 'CERTIFICACAO EXIGIDA 1.....: '.
             ACCEPT VG-CERTIF(1).
             DISPLAY 'CERTIFICACAO EXIGIDA 2.....: '.
             ACCEPT VG-CERTIF(2).
             DISPLAY 'CERTIFICACAO EXIGIDA 3.....: '.
             ACCEPT VG-CERTIF(3).
             DISPLAY 'TEMPO MINIMO DE CASA (MESES): '.
             ACCEPT VG-TEMPO-MINIMO.
             DISPLAY 'DATA LIMITE DAS CANDIDATURAS (AAAAMMDD): '.
             ACCEPT VG-DT-LIMITE.
             MOVE 'N' TO WRK-AREA-OK.
             EVALUATE VG-AREA-APTIDAO
               WHEN SPACES
               WHEN 'AGILE'
               WHEN 'MOBILE'
               WHEN 'WEB'
               WHEN 'MAINFRAME'
               WHEN 'CLOUD'
               WHEN 'DADOS'
               WHEN 'CYBERSEC'
                 MOVE 'S' TO WRK-AREA-OK
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             IF VG-DEPARTAMENTO = SPACES
                OR VG-NIVEL < 1 OR VG-NIVEL > 5
                OR WRK-AREA-OK = 'N'
                OR VG-DT-LIMITE < WRK-DATA-HOJE
               DISPLAY '*** DADOS DA VAGA INVALIDOS ***'
             ELSE
               PERFORM 9700-PROX-NUM-VAGA
               MOVE WRK-VAGA      TO VG-NUMERO
               MOVE WRK-DATA-HOJE TO VG-DT-ABERTURA VG-DT-SITUACAO
               MOVE 'A'           TO VG-SITUACAO
               MOVE 0             TO VG-CONTRATADO
               WRITE VAGA-MASTER-REG
               DISPLAY 'VAGA ' VG-NUMERO ' PUBLICADA - CANDIDATURAS'
                       ' ATE ' VG-DT-LIMITE
             END-IF.
      *>  --------------------------------------------------------------
      *>  2000-CANDIDATA-FUNCIONARIO - VAGA ABERTA NO PRAZO,
      *>  FUNCIONARIO ATIVO E SEM CANDIDATURA ANTERIOR A MESMA VAGA. A
      *>  CANDIDATURA E GRAVADA JA COM O RESULTADO DA TRIAGEM.
      *>  --------------------------------------------------------------
       2000-CANDIDATA-FUNCIONARIO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MOTIVO.
             DISPLAY 'NUMERO DA VAGA.............: '.
             ACCEPT WRK-VAGA.
             DISPLAY 'MATRICULA..................: '.
             ACCEPT WRK-MATRICULA.
             MOVE WRK-VAGA TO VG-NUMERO.
             READ VAGAS
               INVALID KEY
                 MOVE 'VAGA NAO ENCONTRADA' TO WRK-MOTIVO
               NOT INVALID KEY
                 IF NOT VG-ABERTA
                   MOVE 'VAGA NAO ESTA ABERTA' TO WRK-MOTIVO
                 ELSE
                   IF VG-DT-LIMITE < WRK-DATA-HOJE
                     MOVE 'PRAZO DE CANDIDATURA ENCERRADO'
                       TO WRK-MOTIVO
                   END-IF
                 END-IF
             END-READ.
             IF WRK-MOTIVO = SPACES
               IF WRK-FUNC-OK = 'N'
                 MOVE 'CADASTRO DE FUNCIONARIOS AUSENTE' TO WRK-MOTIVO
               ELSE
                 MOVE WRK-MATRICULA TO FU-MATRICULA
                 READ FUNCIONARIOS
                   INVALID KEY
                     MOVE 'FUNCIONARIO NAO CADASTRADO' TO WRK-MOTIVO
                   NOT INVALID KEY
                     IF FU-DESLIGADO
                       MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MOTIVO
                     END-IF
                 END-READ
               END-IF
             END-IF.
             IF WRK-MOTIVO = SPACES
               MOVE WRK-VAGA      TO CV-VAGA
               MOVE WRK-MATRICULA TO CV-MATRICULA
               READ CANDIDATURAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'JA CANDIDATO A ESTA VAGA' TO WRK-MOTIVO
               END-READ
             END-IF.
             IF WRK-MOTIVO NOT = SPACES
               DISPLAY '*** ' WRK-MOTIVO ' ***'
             ELSE
               PERFORM 2100-TRIAGEM
               MOVE SPACES TO CANDVAGA-MASTER-REG
               MOVE WRK-VAGA        TO CV-VAGA
               MOVE WRK-MATRICULA   TO CV-MATRICULA
               MOVE WRK-DATA-HOJE   TO CV-DT-CANDIDATURA CV-DT-ETAPA
               MOVE FU-DEPARTAMENTO TO CV-DEPTO-ORIGEM
               MOVE WRK-MOTIVO      TO CV-MOTIVO
               IF WRK-MOTIVO = SPACES
                 MOVE 'T' TO CV-ETAPA
                 DISPLAY 'CANDIDATURA TRIADA - SEGUE PARA ENTREVISTA'
               ELSE
                 MOVE 'I' TO CV-ETAPA
                 DISPLAY 'CANDIDATURA INELEGIVEL: ' WRK-MOTIVO
               END-IF
               WRITE CANDVAGA-MASTER-REG
             END-IF.
      *>  --------------------------------------------------------------
      *>  2100-TRIAGEM - ELEGIBILIDADE AUTOMATICA: TEMPO DE CASA DESDE A
      *>  ADMISSAO, CADA CERTIFICACAO EXIGIDA VIGENTE NO CERTIF.TXT E O
      *>  ULTIMO TESTE DE APTIDAO NA AREA DA VAGA. O PRIMEIRO CRITERIO
      *>  NAO ATENDIDO FICA COMO MOTIVO.
      *>  --------------------------------------------------------------
       2100-TRIAGEM.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-MOTIVO.
             IF VG-TEMPO-MINIMO > 0
               PERFORM 2110-CALCULA-TEMPO-CASA
               IF FU-DT-ADMISSAO = 0
                 MOVE 'SEM DATA DE ADMISSAO' TO WRK-MOTIVO
               ELSE
                 IF WRK-MESES-CASA < VG-TEMPO-MINIMO
                   MOVE WRK-MESES-CASA TO WRK-ED-MESES
                   STRING 'TEMPO DE CASA ' WRK-ED-MESES ' MESES'
                          DELIMITED BY SIZE INTO WRK-MOTIVO
                 END-IF
               END-IF
             END-IF.
             PERFORM 2120-CONFERE-CERTIFICACAO
               VARYING WRK-IDX-CERT FROM 1 BY 1
               UNTIL WRK-IDX-CERT > 3 OR WRK-MOTIVO NOT = SPACES.
             IF WRK-MOTIVO = SPACES AND VG-AREA-APTIDAO NOT = SPACES
               PERFORM 9300-PROCURA-APTIDAO
               IF WRK-IDX-ACHOU = 0
                 MOVE 'SEM TESTE DE APTIDAO' TO WRK-MOTIVO
               ELSE
                 IF WRK-AP-AREA-VENC(WRK-IDX-ACHOU)
                    NOT = VG-AREA-APTIDAO
                   STRING 'APTIDAO '
                          WRK-AP-AREA-VENC(WRK-IDX-ACHOU)
                          DELIMITED BY SIZE INTO WRK-MOTIVO
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2110-CALCULA-TEMPO-CASA - MESES COMPLETOS ENTRE A ADMISSAO E
      *>  HOJE.
      *>  --------------------------------------------------------------
       2110-CALCULA-TEMPO-CASA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-MESES-CASA.
             IF FU-DT-ADMISSAO > 0
               DIVIDE FU-DT-ADMISSAO BY 10000
                 GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO
               DIVIDE WRK-DC-RESTO BY 100
                 GIVING WRK-DC-MES REMAINDER WRK-DC-DIA
               COMPUTE WRK-MESES-ADM = WRK-DC-ANO * 12 + WRK-DC-MES
               MOVE WRK-DC-DIA TO WRK-DIA-ADM
               DIVIDE WRK-DATA-HOJE BY 10000
                 GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO
               DIVIDE WRK-DC-RESTO BY 100
                 GIVING WRK-DC-MES REMAINDER WRK-DC-DIA
               COMPUTE WRK-MESES-CASA = WRK-DC-ANO * 12 + WRK-DC-MES
                                      - WRK-MESES-ADM
               IF WRK-DC-DIA < WRK-DIA-ADM
                 SUBTRACT 1 FROM WRK-MESES-CASA
               END-IF
               IF WRK-MESES-CASA < 0
                 MOVE 0 TO WRK-MESES-CASA
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       2120-CONFERE-CERTIFICACAO.
      *>  --------------------------------------------------------------
             IF VG-CERTIF(WRK-IDX-CERT) NOT = SPACES
               IF WRK-CERT-OK = 'N'
                 STRING 'SEM CERTIFICACAO '
                        VG-CERTIF(WRK-IDX-CERT)
                        DELIMITED BY SIZE INTO WRK-MOTIVO
               ELSE
                 MOVE WRK-MATRICULA TO CF-MATRICULA
                 MOVE VG-CERTIF(WRK-IDX-CERT) TO CF-CODIGO
                 READ CERTIFICACOES
                   INVALID KEY
                     STRING 'SEM CERTIFICACAO '
                            VG-CERTIF(WRK-IDX-CERT)
                            DELIMITED BY SIZE INTO WRK-MOTIVO
                   NOT INVALID KEY
                     IF CF-SITUACAO = 'C'
                        OR (CF-DT-VALIDADE > 0
                            AND CF-DT-VALIDADE < WRK-DATA-HOJE)
                       STRING 'CERTIFICACAO '
                              VG-CERTIF(WRK-IDX-CERT) ' VENCIDA'
                              DELIMITED BY SIZE INTO WRK-MOTIVO
                     END-IF
                 END-READ
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  3000-AVANCA-ETAPA - TRIADA VAI PARA ENTREVISTADA, ENTREVISTADA
      *>  PARA OFERTA E OFERTA PARA CONTRATADA; QUALQUER CANDIDATURA EM
      *>  ANDAMENTO PODE SER ELIMINADA COM O MOTIVO.
      *>  --------------------------------------------------------------
       3000-AVANCA-ETAPA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA VAGA.............: '.
             ACCEPT WRK-VAGA.
             DISPLAY 'MATRICULA..................: '.
             ACCEPT WRK-MATRICULA.
             MOVE WRK-VAGA      TO CV-VAGA.
             MOVE WRK-MATRICULA TO CV-MATRICULA.
             READ CANDIDATURAS
               INVALID KEY
                 DISPLAY '*** CANDIDATURA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF NOT CV-EM-ANDAMENTO
                   PERFORM 9400-NOME-DA-ETAPA
                   DISPLAY '*** CANDIDATURA JA ENCERRADA: '
                           WRK-ETAPA-NOME ' ***'
                 ELSE
                   PERFORM 3050-ENTRA-ETAPA
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       3050-ENTRA-ETAPA.
      *>  --------------------------------------------------------------
             PERFORM 9400-NOME-DA-ETAPA.
             DISPLAY 'ETAPA ATUAL: ' WRK-ETAPA-NOME.
             DISPLAY 'PROXIMA ETAPA (E-ENTREVISTA O-OFERTA '
                     'C-CONTRATACAO X-ELIMINAR): '.
             ACCEPT WRK-ETAPA.
             EVALUATE TRUE
               WHEN WRK-ETAPA = 'X'
                 DISPLAY 'MOTIVO DA ELIMINACAO.......: '
                 ACCEPT CV-MOTIVO
                 MOVE 'X' TO CV-ETAPA
                 MOVE WRK-DATA-HOJE TO CV-DT-ETAPA
                 REWRITE CANDVAGA-MASTER-REG
                 DISPLAY 'CANDIDATURA ELIMINADA'
               WHEN WRK-ETAPA = 'E' AND CV-TRIADA
               WHEN WRK-ETAPA = 'O' AND CV-ENTREVISTADA
                 MOVE WRK-ETAPA TO CV-ETAPA
                 MOVE WRK-DATA-HOJE TO CV-DT-ETAPA
                 REWRITE CANDVAGA-MASTER-REG
                 PERFORM 9400-NOME-DA-ETAPA
                 DISPLAY 'CANDIDATURA AGORA EM: ' WRK-ETAPA-NOME
               WHEN WRK-ETAPA = 'C' AND CV-OFERTA
                 PERFORM 3100-CONTRATA
               WHEN OTHER
                 DISPLAY '*** ETAPA FORA DA SEQUENCIA ***'
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3100-CONTRATA - TRANSFERE O FUNCIONARIO PARA O DEPARTAMENTO
      *>  DA VAGA, FECHA A VAGA COMO PREENCHIDA E ELIMINA AS OUTRAS
      *>  CANDIDATURAS EM ANDAMENTO. NIVEL E SALARIO DO NOVO CARGO SAO
      *>  ACERTADOS NO CADASTRO DO DESAFIO07, QUE GRAVA O HISTORICO
      *>  SALARIAL.
      *>  --------------------------------------------------------------
       3100-CONTRATA.
      *>  --------------------------------------------------------------
             MOVE CV-VAGA TO VG-NUMERO.
             READ VAGAS
               INVALID KEY
                 MOVE 'C' TO VG-SITUACAO
             END-READ.
             IF WRK-FUNC-OK = 'N'
               DISPLAY '*** CADASTRO DE FUNCIONARIOS AUSENTE ***'
             ELSE
               PERFORM 3110-EFETIVA-CONTRATACAO
             END-IF.
      *>  --------------------------------------------------------------
       3110-EFETIVA-CONTRATACAO.
      *>  --------------------------------------------------------------
             IF NOT VG-ABERTA
               DISPLAY '*** VAGA NAO ESTA MAIS ABERTA ***'
             ELSE
               MOVE CV-MATRICULA TO FU-MATRICULA
               READ FUNCIONARIOS
                 INVALID KEY
                   DISPLAY '*** FUNCIONARIO NAO CADASTRADO ***'
                 NOT INVALID KEY
                   MOVE VG-DEPARTAMENTO TO FU-DEPARTAMENTO
                   REWRITE FUNCIONARIOS-REG
                   MOVE 'C' TO CV-ETAPA
                   MOVE WRK-DATA-HOJE TO CV-DT-ETAPA
                   REWRITE CANDVAGA-MASTER-REG
                   MOVE 'P' TO VG-SITUACAO
                   MOVE WRK-DATA-HOJE TO VG-DT-SITUACAO
                   MOVE CV-MATRICULA TO VG-CONTRATADO
                   REWRITE VAGA-MASTER-REG
                   MOVE 'VAGA PREENCHIDA' TO WRK-MOTIVO
                   PERFORM 3200-ELIMINA-DEMAIS
                   DISPLAY 'CONTRATADO - MATRICULA ' FU-MATRICULA
                           ' TRANSFERIDA PARA ' FU-DEPARTAMENTO
                   DISPLAY 'VAGA ' VG-NUMERO ' PREENCHIDA - '
                           'CANDIDATURAS ELIMINADAS: '
                           WRK-QT-ELIMINADAS
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
      *>  3200-ELIMINA-DEMAIS - CANDIDATURAS EM ANDAMENTO DA VAGA
      *>  VG-NUMERO FICAM ELIMINADAS COM O MOTIVO EM WRK-MOTIVO.
      *>  --------------------------------------------------------------
       3200-ELIMINA-DEMAIS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-ELIMINADAS.
             MOVE VG-NUMERO TO CV-VAGA.
             MOVE 0 TO CV-MATRICULA.
             START CANDIDATURAS KEY IS NOT LESS THAN CV-CHAVE
               INVALID KEY
                 MOVE 10 TO CANDVAGA-STATUS
             END-START.
             IF CANDVAGA-STATUS NOT = 10
               READ CANDIDATURAS NEXT
                 AT END MOVE 10 TO CANDVAGA-STATUS
               END-READ
             END-IF.
             PERFORM 3210-ELIMINA-UMA
               UNTIL CANDVAGA-STATUS = 10
                  OR CV-VAGA NOT = VG-NUMERO.
             MOVE 0 TO CANDVAGA-STATUS.
      *>  --------------------------------------------------------------
       3210-ELIMINA-UMA.
      *>  --------------------------------------------------------------
             IF CV-EM-ANDAMENTO
               MOVE 'X' TO CV-ETAPA
               MOVE WRK-DATA-HOJE TO CV-DT-ETAPA
               MOVE WRK-MOTIVO TO CV-MOTIVO
               REWRITE CANDVAGA-MASTER-REG
               ADD 1 TO WRK-QT-ELIMINADAS
             END-IF.
             READ CANDIDATURAS NEXT
               AT END MOVE 10 TO CANDVAGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4000-CANCELA-VAGA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA VAGA.............: '.
             ACCEPT WRK-VAGA.
             MOVE WRK-VAGA TO VG-NUMERO.
             READ VAGAS
               INVALID KEY
                 DISPLAY '*** VAGA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 IF NOT VG-ABERTA
                   DISPLAY '*** VAGA NAO ESTA ABERTA ***'
                 ELSE
                   MOVE 'C' TO VG-SITUACAO
                   MOVE WRK-DATA-HOJE TO VG-DT-SITUACAO
                   REWRITE VAGA-MASTER-REG
                   MOVE 'VAGA CANCELADA' TO WRK-MOTIVO
                   PERFORM 3200-ELIMINA-DEMAIS
                   DISPLAY 'VAGA CANCELADA - CANDIDATURAS ELIMINADAS: '
                           WRK-QT-ELIMINADAS
                 END-IF
             END-READ.
      *>  --------------------------------------------------------------
       5000-CONSULTA-VAGA.
      *>  --------------------------------------------------------------
             DISPLAY 'NUMERO DA VAGA.............: '.
             ACCEPT WRK-VAGA.
             MOVE WRK-VAGA TO VG-NUMERO.
             READ VAGAS
               INVALID KEY
                 DISPLAY '*** VAGA NAO ENCONTRADA ***'
               NOT INVALID KEY
                 DISPLAY 'VAGA ' VG-NUMERO ' DEPTO=' VG-DEPARTAMENTO
                         ' NIVEL=' VG-NIVEL ' SITUACAO=' VG-SITUACAO
                 DISPLAY 'APTIDAO=' VG-AREA-APTIDAO
                         ' CERTIFICACOES=' VG-CERTIF(1) ' '
                         VG-CERTIF(2) ' ' VG-CERTIF(3)
                 DISPLAY 'TEMPO MINIMO=' VG-TEMPO-MINIMO ' MESES'
                         ' ABERTA EM ' VG-DT-ABERTURA
                         ' LIMITE ' VG-DT-LIMITE
                 IF VG-PREENCHIDA
                   DISPLAY 'PREENCHIDA EM ' VG-DT-SITUACAO
                           ' PELA MATRICULA ' VG-CONTRATADO
                 END-IF
                 PERFORM 5100-LISTA-CANDIDATOS
             END-READ.
      *>  --------------------------------------------------------------
       5100-LISTA-CANDIDATOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-LISTADAS.
             MOVE VG-NUMERO TO CV-VAGA.
             MOVE 0 TO CV-MATRICULA.
             START CANDIDATURAS KEY IS NOT LESS THAN CV-CHAVE
               INVALID KEY
                 MOVE 10 TO CANDVAGA-STATUS
             END-START.
             IF CANDVAGA-STATUS NOT = 10
               READ CANDIDATURAS NEXT
                 AT END MOVE 10 TO CANDVAGA-STATUS
               END-READ
             END-IF.
             PERFORM 5110-LISTA-UMA
               UNTIL CANDVAGA-STATUS = 10
                  OR CV-VAGA NOT = VG-NUMERO.
             MOVE 0 TO CANDVAGA-STATUS.
             DISPLAY 'CANDIDATURAS: ' WRK-QT-LISTADAS.
      *>  --------------------------------------------------------------
       5110-LISTA-UMA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LISTADAS.
             PERFORM 9400-NOME-DA-ETAPA.
             DISPLAY '  MATRICULA=' CV-MATRICULA
                     ' ORIGEM=' CV-DEPTO-ORIGEM
                     ' ETAPA=' WRK-ETAPA-NOME
                     ' EM ' CV-DT-ETAPA ' ' CV-MOTIVO.
             READ CANDIDATURAS NEXT
               AT END MOVE 10 TO CANDVAGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  6000-RELATORIO-MENSAL - VAGAS PREENCHIDAS NO MES WRK-MES-REL
      *>  COM O TEMPO DE PREENCHIMENTO (DIAS COMERCIAIS DA PUBLICACAO A
      *>  CONTRATACAO) E, POR DEPARTAMENTO, A MEDIA DE DIAS E AS VAGAS
      *>  AINDA ABERTAS NO FIM DO MES.
      *>  --------------------------------------------------------------
       6000-RELATORIO-MENSAL.
      *>  --------------------------------------------------------------
             COMPUTE WRK-FIM-MES-REL = WRK-MES-REL * 100 + 31.
             INITIALIZE WRK-TAB-DEPTOS WRK-TOTAIS-MES.
             MOVE 0 TO WRK-QT-DEPTOS.
             OPEN OUTPUT RELAT-VAGAS.
             MOVE SPACES TO RELAT-VAGAS-REG.
             STRING 'VAGAS INTERNAS - TEMPO DE PREENCHIMENTO - MES '
                    WRK-MES-REL ' - EMITIDO EM ' WRK-DATA-HOJE
                    DELIMITED BY SIZE INTO RELAT-VAGAS-REG.
             WRITE RELAT-VAGAS-REG.
             MOVE 0 TO VG-NUMERO.
             START VAGAS KEY IS NOT LESS THAN VG-NUMERO
               INVALID KEY
                 MOVE 10 TO VAGA-STATUS
             END-START.
             IF VAGA-STATUS NOT = 10
               READ VAGAS NEXT
                 AT END MOVE 10 TO VAGA-STATUS
               END-READ
             END-IF.
             PERFORM 6100-SOMA-VAGA UNTIL VAGA-STATUS = 10.
             MOVE 0 TO VAGA-STATUS.
             MOVE SPACES TO RELAT-VAGAS-REG.
             WRITE RELAT-VAGAS-REG.
             MOVE 'RESUMO POR DEPARTAMENTO' TO RELAT-VAGAS-REG.
             WRITE RELAT-VAGAS-REG.
             PERFORM 6200-LINHA-DEPTO
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QT-DEPTOS.
             MOVE 0 TO WRK-MEDIA-DIAS.
             IF WRK-TT-PREENCH > 0
               COMPUTE WRK-MEDIA-DIAS ROUNDED =
                       WRK-TT-DIAS / WRK-TT-PREENCH
             END-IF.
             MOVE WRK-MEDIA-DIAS TO WRK-ED-MEDIA.
             MOVE SPACES TO RELAT-VAGAS-REG.
             STRING 'TOTAL      PREENCHIDAS=' WRK-TT-PREENCH
                    ' DIAS MEDIOS=' WRK-ED-MEDIA
                    ' ABERTAS=' WRK-TT-ABERTAS
                    DELIMITED BY SIZE INTO RELAT-VAGAS-REG.
             WRITE RELAT-VAGAS-REG.
             CLOSE RELAT-VAGAS.
             DISPLAY 'RELATORIO GRAVADO EM RELVAGAS.TXT'.
      *>  --------------------------------------------------------------
       6100-SOMA-VAGA.
      *>  --------------------------------------------------------------
             IF VG-PREENCHIDA
                AND VG-DT-SITUACAO(1:6) = WRK-MES-REL
               MOVE VG-DEPARTAMENTO TO WRK-DEPTO
               PERFORM 9200-ACHA-DEPTO
               MOVE VG-DT-ABERTURA TO WRK-DATA-BASE
               PERFORM 9100-DIAS-COMERCIAIS
               MOVE WRK-DC-DIAS TO WRK-DIAS-INICIO
               MOVE VG-DT-SITUACAO TO WRK-DATA-BASE
               PERFORM 9100-DIAS-COMERCIAIS
               COMPUTE WRK-DIAS-PREENCH = WRK-DC-DIAS - WRK-DIAS-INICIO
               ADD 1 TO WRK-DP-PREENCH(WRK-IDX-DEPTO)
               ADD WRK-DIAS-PREENCH TO WRK-DP-DIAS(WRK-IDX-DEPTO)
               MOVE SPACES TO RELAT-VAGAS-REG
               STRING 'VAGA=' VG-NUMERO
                      ' DEPTO=' VG-DEPARTAMENTO
                      ' NIVEL=' VG-NIVEL
                      ' ABERTA=' VG-DT-ABERTURA
                      ' PREENCHIDA=' VG-DT-SITUACAO
                      ' DIAS=' WRK-DIAS-PREENCH
                      ' MATRICULA=' VG-CONTRATADO
                      DELIMITED BY SIZE INTO RELAT-VAGAS-REG
               WRITE RELAT-VAGAS-REG
             END-IF.
             IF VG-DT-ABERTURA NOT > WRK-FIM-MES-REL
                AND (VG-ABERTA OR VG-DT-SITUACAO > WRK-FIM-MES-REL)
               MOVE VG-DEPARTAMENTO TO WRK-DEPTO
               PERFORM 9200-ACHA-DEPTO
               ADD 1 TO WRK-DP-ABERTAS(WRK-IDX-DEPTO)
             END-IF.
             READ VAGAS NEXT
               AT END MOVE 10 TO VAGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6200-LINHA-DEPTO.
      *>  --------------------------------------------------------------
             ADD WRK-DP-PREENCH(WRK-IDX-DEPTO) TO WRK-TT-PREENCH.
             ADD WRK-DP-DIAS(WRK-IDX-DEPTO)    TO WRK-TT-DIAS.
             ADD WRK-DP-ABERTAS(WRK-IDX-DEPTO) TO WRK-TT-ABERTAS.
             MOVE 0 TO WRK-MEDIA-DIAS.
             IF WRK-DP-PREENCH(WRK-IDX-DEPTO) > 0
               COMPUTE WRK-MEDIA-DIAS ROUNDED =
                       WRK-DP-DIAS(WRK-IDX-DEPTO)
                       / WRK-DP-PREENCH(WRK-IDX-DEPTO)
             END-IF.
             MOVE WRK-MEDIA-DIAS TO WRK-ED-MEDIA.
             MOVE SPACES TO RELAT-VAGAS-REG.
             STRING 'DEPTO=' WRK-DP-DEPTO(WRK-IDX-DEPTO)
                    ' PREENCHIDAS=' WRK-DP-PREENCH(WRK-IDX-DEPTO)
                    ' DIAS MEDIOS=' WRK-ED-MEDIA
                    ' ABERTAS=' WRK-DP-ABERTAS(WRK-IDX-DEPTO)
                    DELIMITED BY SIZE INTO RELAT-VAGAS-REG.
             WRITE RELAT-VAGAS-REG.
      *>  --------------------------------------------------------------
      *>  9100-DIAS-COMERCIAIS - WRK-DATA-BASE (AAAAMMDD) EM DIAS
      *>  COMERCIAIS (ANO DE 360, MES DE 30) EM WRK-DC-DIAS, PARA A
      *>  DIFERENCA ENTRE DUAS DATAS.
      *>  --------------------------------------------------------------
       9100-DIAS-COMERCIAIS.
      *>  --------------------------------------------------------------
             DIVIDE WRK-DATA-BASE BY 10000
               GIVING WRK-DC-ANO REMAINDER WRK-DC-RESTO.
             DIVIDE WRK-DC-RESTO BY 100
               GIVING WRK-DC-MES REMAINDER WRK-DC-DIA.
             COMPUTE WRK-DC-DIAS = (WRK-DC-ANO * 360)
                     + (WRK-DC-MES * 30) + WRK-DC-DIA.
      *>  --------------------------------------------------------------
      *>  9200-ACHA-DEPTO - POSICAO DE WRK-DEPTO NA TABELA DO RELATORIO
      *>  EM WRK-IDX-DEPTO, INCLUINDO O DEPARTAMENTO NOVO.
      *>  --------------------------------------------------------------
       9200-ACHA-DEPTO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHOU-DP.
             PERFORM 9210-COMPARA-DEPTO
               VARYING WRK-IDX-DEPTO FROM 1 BY 1
               UNTIL WRK-IDX-DEPTO > WRK-QT-DEPTOS.
             IF WRK-IDX-ACHOU-DP = 0
               IF WRK-QT-DEPTOS < 49
                 ADD 1 TO WRK-QT-DEPTOS
                 MOVE WRK-QT-DEPTOS TO WRK-IDX-ACHOU-DP
                 MOVE WRK-DEPTO TO WRK-DP-DEPTO(WRK-IDX-ACHOU-DP)
               ELSE
                 MOVE 50 TO WRK-QT-DEPTOS WRK-IDX-ACHOU-DP
                 MOVE 'OUTROS' TO WRK-DP-DEPTO(WRK-IDX-ACHOU-DP)
               END-IF
             END-IF.
             MOVE WRK-IDX-ACHOU-DP TO WRK-IDX-DEPTO.
      *>  --------------------------------------------------------------
       9210-COMPARA-DEPTO.
      *>  --------------------------------------------------------------
             IF WRK-DP-DEPTO(WRK-IDX-DEPTO) = WRK-DEPTO
               MOVE WRK-IDX-DEPTO TO WRK-IDX-ACHOU-DP
             END-IF.
      *>  --------------------------------------------------------------
      *>  9300-PROCURA-APTIDAO - POSICAO DE WRK-MATRICULA NA TABELA DE
      *>  APTIDOES EM WRK-IDX-ACHOU (ZERO SE NUNCA FEZ O TESTE).
      *>  --------------------------------------------------------------
       9300-PROCURA-APTIDAO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-IDX-ACHOU.
             MOVE 'N' TO WRK-ACHOU.
             PERFORM 9310-COMPARA-APTIDAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QT-APTIDOES OR WRK-ACHOU = 'S'.
      *>  --------------------------------------------------------------
       9310-COMPARA-APTIDAO.
      *>  --------------------------------------------------------------
             IF WRK-AP-MATRICULA(WRK-IDX) = WRK-MATRICULA
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-IDX TO WRK-IDX-ACHOU
             END-IF.
      *>  --------------------------------------------------------------
       9400-NOME-DA-ETAPA.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN CV-TRIADA       MOVE 'TRIADA' TO WRK-ETAPA-NOME
               WHEN CV-INELEGIVEL   MOVE 'INELEGIVEL' TO WRK-ETAPA-NOME
               WHEN CV-ENTREVISTADA MOVE 'ENTREVISTADA'
                                      TO WRK-ETAPA-NOME
               WHEN CV-OFERTA       MOVE 'OFERTA' TO WRK-ETAPA-NOME
               WHEN CV-CONTRATADA   MOVE 'CONTRATADA' TO WRK-ETAPA-NOME
               WHEN OTHER           MOVE 'ELIMINADA' TO WRK-ETAPA-NOME
             END-EVALUATE.
      *>  --------------------------------------------------------------
       9700-PROX-NUM-VAGA.
      *>  --------------------------------------------------------------
             MOVE 1 TO CTRL-CHAVE.
             READ VAGA-CTRL
               INVALID KEY
                 MOVE 1 TO CTRL-ULTIMO-NUM
                 WRITE VAGA-CTRL-REG
               NOT INVALID KEY
                 ADD 1 TO CTRL-ULTIMO-NUM
                 REWRITE VAGA-CTRL-REG
             END-READ.
             MOVE CTRL-ULTIMO-NUM TO WRK-VAGA.
