      ***   O PARM DELES E NAO O DO ESCALONADOR. OS PROGRAMAS DA
      ***   GRADE TERMINAM COM GOBACK, DEVOLVENDO O CONTROLE (E O
      ***   RETURN-CODE) AO ESCALONADOR EM VEZ DE DERRUBAR A RODADA.
      ***   A GRADE FICA NO ARQUIVO JOBGRADE.TXT (MANTIDO PELO
      ***   GRADEMAN), NA ORDEM DE EXECUCAO, COM A FREQUENCIA DE CADA
      ***   PASSO: TODO DIA UTIL, PRIMEIRO OU ULTIMO DIA UTIL DO MES,
      ***   FIM DE TRIMESTRE OU FIM DE ANO, RESOLVIDA PELO DIAUTIL
      ***   CONTRA O FERIADOS.TXT. A RODADA SEMEIA O JOBDEPS.TXT SO
      ***   COM OS PASSOS ATIVOS PREVISTOS NA DATA - O FECHAMENTO DO
      ***   MES ENTRA SOZINHO NO ULTIMO DIA UTIL - E EM DIA NAO UTIL
      ***   NADA RODA (RC 4, COMO O CALDIAS). PREDECESSOR FORA DA
      ***   RODADA DO DIA (OUTRA FREQUENCIA OU INATIVO) NAO SEGURA O
      ***   PASSO. SEM O JOBGRADE.TXT, A PRIMEIRA RODADA GRAVA A GRADE
      ***   PADRAO. PARM PREVIA SO LISTA OS PASSOS PREVISTOS NO DIA,
      ***   SEM EXECUTAR. CADA PROGRAMA E DESCARREGADO (CANCEL) APOS
      ***   O PASSO, E O MESMO PROGRAMA CHAMADO DE NOVO COM OUTRO PARM
      ***   COMECA COM A MEMORIA LIMPA. CADA PASSO EXECUTADO GANHA
      ***   UMA LINHA NO HISTORICO JOBHIST.TXT (INICIO, FIM, DURACAO,
      ***   REGISTROS LIDOS SEGUNDO O CTRLTOT.TXT E RETURN-CODE), BASE
      ***   DO RESUMO OPERACIONAL DA MANHA (JOBRESUM).
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ACCESS MODE IS RANDOM
             FILE STATUS IS DEPS-STATUS
             RECORD KEY IS JD-CHAVE.
           SELECT JOB-GRADE ASSIGN TO 'C:\COBOL\JOBGRADE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRADE-STATUS
             RECORD KEY IS JG-ORDEM
             ALTERNATE RECORD KEY IS JG-PASSO.
           SELECT JOB-HISTORICO ASSIGN TO 'C:\COBOL\JOBHIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HIST-STATUS.
           SELECT CONTROLE-TOTAIS ASSIGN TO 'C:\COBOL\CTRLTOT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTRLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-DEPENDENCIAS.
                10 JD-PASSO    PIC X(08).
            05 JD-PROGRAMA     PIC X(09).
            05 JD-PREDECESSOR  PIC X(08).
            05 JD-PARM         PIC X(08).
            05 JD-RAMO         PIC X(01).
            05 JD-SITUACAO     PIC X(01).
                88 JD-PENDENTE     VALUE 'P'.
                88 JD-COMPLETO     VALUE 'C'.
                88 JD-FALHOU       VALUE 'F'.
       FD JOB-GRADE.
       COPY 'JOBGRADE-MASTER.CBL'.
       FD JOB-HISTORICO.
       COPY 'JOBHIST-MASTER.CBL'.
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
       77 DEPS-STATUS      PIC 9(02) VALUE ZEROS.
       77 GRADE-STATUS     PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-RAMO-PEDIDO  PIC X(01) VALUE 'T'.
       77 WRK-PRED-OK      PIC X(01) VALUE 'N'.
       77 WRK-TODOS-OK     PIC X(01) VALUE 'S'.
       77 WRK-PROGRAMA     PIC X(09) VALUE SPACES.
       77 WRK-QT-PREVISTOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RODADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PULADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FALHAS    PIC 9(03) VALUE ZEROS.
       77 WRK-HOUVE-FALHA  PIC X(01) VALUE 'N'.
       77 WRK-QT-PADRAO    PIC 9(03) VALUE 86.
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 CTRLTOT-STATUS   PIC 9(02) VALUE ZEROS.
       77 WRK-RC-PASSO     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LINHAS-CT PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LIDAS-CT  PIC 9(07) VALUE ZEROS.
       77 WRK-LIDOS-PASSO  PIC 9(09) VALUE ZEROS.
       77 WRK-SEG-INICIO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SEG-FIM      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SEG-PASSO    PIC S9(05)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
       01 WRK-HORA-INICIO  PIC 9(08) VALUE ZEROS.
       01 WRK-HI-PARTES REDEFINES WRK-HORA-INICIO.
            05 WRK-HI-HH           PIC 9(02).
            05 WRK-HI-MM           PIC 9(02).
            05 WRK-HI-SS           PIC 9(02).
            05 WRK-HI-CC           PIC 9(02).
       01 WRK-HORA-FIM     PIC 9(08) VALUE ZEROS.
       01 WRK-HF-PARTES REDEFINES WRK-HORA-FIM.
            05 WRK-HF-HH           PIC 9(02).
            05 WRK-HF-MM           PIC 9(02).
            05 WRK-HF-SS           PIC 9(02).
            05 WRK-HF-CC           PIC 9(02).
      *>  --------------------------------------------------------------
      *>  AREA DE CHAMADA DO DIAUTIL (DATA, FREQUENCIA E MES DO PASSO
      *>  NA IDA; DIA UTIL, PRIMEIRO/ULTIMO DO MES E PREVISTO NA VOLTA).
      *>  --------------------------------------------------------------
       01 WRK-DIA-UTIL.
            05 WRK-DU-DATA         PIC 9(08).
            05 WRK-DU-FREQUENCIA   PIC X(01).
            05 WRK-DU-MES          PIC 9(02).
            05 WRK-DU-UTIL         PIC X(01).
            05 WRK-DU-PRIMEIRO     PIC X(01).
            05 WRK-DU-ULTIMO       PIC X(01).
            05 WRK-DU-PREVISTO     PIC X(01).
      *>  --------------------------------------------------------------
      *>  GRADE PADRAO, NA ORDEM DO JOBSTREAM-DESAFIOS SEGUIDA DOS
      *>  BATCHES DIARIOS E DOS FECHAMENTOS. VALORES ABAIXO SO VALEM
      *>  PARA CRIAR O JOBGRADE.TXT NA PRIMEIRA RODADA - DAI EM DIANTE
      *>  A GRADE E MANTIDA PELO GRADEMAN. POR PASSO: NOME, PROGRAMA,
      *>  PREDECESSOR, PARM, RAMO, FREQUENCIA, MES E DESCRICAO.
      *>  --------------------------------------------------------------
       01 WRK-GRADE-PADRAO-VALORES.
            05 FILLER PIC X(37) VALUE
               'PASSO0A CALDIAS          VALIDA  TD00'.
            05 FILLER PIC X(30) VALUE 'CONFERE DIA UTIL'.
            05 FILLER PIC X(37) VALUE
               'PASSO00 BKPMAST  PASSO0A UNLOAD  TD00'.
            05 FILLER PIC X(30) VALUE 'COPIA DOS MESTRES'.
            05 FILLER PIC X(37) VALUE
               'PASSO01 DESAFIO01PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'CONVERSAO DE MOEDAS'.
            05 FILLER PIC X(37) VALUE
               'PASSO02 DESAFIO02PASSO00 BATCH   ID00'.
            05 FILLER PIC X(30) VALUE 'AREA E VOLUME DE FORMAS'.
            05 FILLER PIC X(37) VALUE
               'PASSO03 DESAFIO03PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'INDICACAO DE CARTAO'.
            05 FILLER PIC X(37) VALUE
               'PASSO04 DESAFIO04PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'APTIDAO PROFISSIONAL'.
            05 FILLER PIC X(37) VALUE
               'PASSO05 DESAFIO05PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'CALCULO DE APOSENTADORIA'.
            05 FILLER PIC X(37) VALUE
               'PASSO06 DESAFIO06PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'APLICACOES FINANCEIRAS'.
            05 FILLER PIC X(37) VALUE
               'PASSO07 DESAFIO07PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'RANKING DE FUNCIONARIOS'.
            05 FILLER PIC X(37) VALUE
               'PASSO08 DESAFIO08PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'PREMIO DE SEGURO'.
            05 FILLER PIC X(37) VALUE
               'PASSO09 DESAFIO09PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'IMC'.
            05 FILLER PIC X(37) VALUE
               'PASSO10 DESAFIO10PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'INDICACAO DE INVESTIMENTO'.
            05 FILLER PIC X(37) VALUE
               'PASSO11 DESAFIO11PASSO00 BATCH   ID00'.
            05 FILLER PIC X(30) VALUE 'ESTOQUE DE PECAS'.
            05 FILLER PIC X(37) VALUE
               'PASSO12 DESAFIO12PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'SIMULACAO DE EMPRESTIMO'.
            05 FILLER PIC X(37) VALUE
               'PASSO12AFXORDEM  PASSO01 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'ORDENS DE CAMBIO'.
            05 FILLER PIC X(37) VALUE
               'PASSO12BFXTERMO  PASSO12ABATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'CAMBIO A TERMO'.
            05 FILLER PIC X(37) VALUE
               'PASSO12CFXPOSIC  PASSO12B        AD00'.
            05 FILLER PIC X(30) VALUE 'POSICAO DE CAMBIO'.
            05 FILLER PIC X(37) VALUE
               'PASSO12DSEGSUSP  PASSO08         AD00'.
            05 FILLER PIC X(30) VALUE 'SUSPENSAO DE APOLICES'.
            05 FILLER PIC X(37) VALUE
               'PASSO12EINVAPORT PASSO06 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'APORTES PROGRAMADOS'.
            05 FILLER PIC X(37) VALUE
               'PASSO12FBANCOCOB PASSO12 RETORNO GD00'.
            05 FILLER PIC X(30) VALUE 'RETORNO BANCARIO'.
            05 FILLER PIC X(37) VALUE
               'PASSO12GBANCOCOB PASSO12FREMESSA GD00'.
            05 FILLER PIC X(30) VALUE 'REMESSA BANCARIA'.
            05 FILLER PIC X(37) VALUE
               'DIARIO01CARTFATU PASSO03 AUTORIZ AD00'.
            05 FILLER PIC X(30) VALUE 'AUTORIZACOES DE CARTAO'.
            05 FILLER PIC X(37) VALUE
               'DIARIO02FXREMESS PASSO01 REGISTROAD00'.
            05 FILLER PIC X(30) VALUE 'REGISTRO DE REMESSAS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO03FXCOFRE  PASSO01 REPOS   AD00'.
            05 FILLER PIC X(30) VALUE 'REPOSICAO DO COFRE'.
            05 FILLER PIC X(37) VALUE
               'DIARIO04FXSPREAD PASSO12C        AD00'.
            05 FILLER PIC X(30) VALUE 'RECEITA DE SPREAD'.
            05 FILLER PIC X(37) VALUE
               'DIARIO05INVCOMEC PASSO06         AD00'.
            05 FILLER PIC X(30) VALUE 'COME-COTAS (MAI/NOV)'.
            05 FILLER PIC X(37) VALUE
               'DIARIO06PREVPRIV PASSO00 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'PREVIDENCIA PRIVADA'.
            05 FILLER PIC X(37) VALUE
               'DIARIO07APOSVIDA PASSO00 AVISO   AD00'.
            05 FILLER PIC X(30) VALUE 'AVISO DE PROVA DE VIDA'.
            05 FILLER PIC X(37) VALUE
               'DIARIO08CLIOBITO PASSO00 CASCATA AD00'.
            05 FILLER PIC X(30) VALUE 'CASCATA DE OBITOS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO09DESAFIO08PASSO08 VISATR  AD00'.
            05 FILLER PIC X(30) VALUE 'VISTORIAS ATRASADAS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO10SINFRAUD PASSO08 PONTUA  AD00'.
            05 FILLER PIC X(30) VALUE 'PONTUACAO DE FRAUDE'.
            05 FILLER PIC X(37) VALUE
               'DIARIO11PLDMONIT PASSO12FMONITORAAD00'.
            05 FILLER PIC X(30) VALUE 'MONITORAMENTO PLD'.
            05 FILLER PIC X(37) VALUE
               'DIARIO12NFFORNEC PASSO00 RECONF  ID00'.
            05 FILLER PIC X(30) VALUE 'CONFERENCIA DE NOTAS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO13PAGLOTE  DIARIO12RETORNO GD00'.
            05 FILLER PIC X(30) VALUE 'RETORNO DE PAGAMENTOS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO14PAGLOTE  DIARIO13REMESSA GD00'.
            05 FILLER PIC X(30) VALUE 'REMESSA DE PAGAMENTOS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO15COTFORMA PASSO02 EXPIRA  ID00'.
            05 FILLER PIC X(30) VALUE 'EXPIRA COTACOES'.
            05 FILLER PIC X(37) VALUE
               'DIARIO16VENDAPEC PASSO11 DIARIO  ID00'.
            05 FILLER PIC X(30) VALUE 'VENDA DE PECAS DO DIA'.
            05 FILLER PIC X(37) VALUE
               'DIARIO17FERRAMEN PASSO00 DIARIO  ID00'.
            05 FILLER PIC X(30) VALUE 'FERRAMENTAS EM ATRASO'.
            05 FILLER PIC X(37) VALUE
               'DIARIO18IMCCASO  PASSO09 ALERTA  AD00'.
            05 FILLER PIC X(30) VALUE 'ALERTAS DE CASOS IMC'.
            05 FILLER PIC X(37) VALUE
               'DIARIO19APTFIS   PASSO09 BATCH   AD00'.
            05 FILLER PIC X(30) VALUE 'CARGA DE TESTES FISICOS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO20PREAPROV PASSO12         AD00'.
            05 FILLER PIC X(30) VALUE 'OFERTAS PRE-APROVADAS'.
            05 FILLER PIC X(37) VALUE
               'DIARIO21CROSSELL DIARIO20        AD00'.
            05 FILLER PIC X(30) VALUE 'VENDA CRUZADA'.
            05 FILLER PIC X(37) VALUE
               'DIARIO22COMUNMAN DIARIO21DESPACHAAD00'.
            05 FILLER PIC X(30) VALUE 'DESPACHO DE COMUNICACOES'.
            05 FILLER PIC X(37) VALUE
               'FIMMES01EMPPREJU PASSO12FBAIXA   AM00'.
            05 FILLER PIC X(30) VALUE 'BAIXA PARA PREJUIZO'.
            05 FILLER PIC X(37) VALUE
               'FIMMES02EMPPDD   FIMMES01        AM00'.
            05 FILLER PIC X(30) VALUE 'PROVISAO PDD'.
            05 FILLER PIC X(37) VALUE
               'FIMMES03EMPACCR  FIMMES02        AM00'.
            05 FILLER PIC X(30) VALUE 'APROPRIACAO DE JUROS'.
            05 FILLER PIC X(37) VALUE
               'FIMMES04CARTFATU DIARIO01FECHA   AM00'.
            05 FILLER PIC X(30) VALUE 'FECHAMENTO DE FATURAS'.
            05 FILLER PIC X(37) VALUE
               'FIMMES05EMPCONSG PASSO12FDESCONTOAM00'.
            05 FILLER PIC X(30) VALUE 'REMESSA DE CONSIGNADO'.
            05 FILLER PIC X(37) VALUE
               'FIMMES06APOSFOLH DIARIO08        AM00'.
            05 FILLER PIC X(30) VALUE 'FOLHA DE BENEFICIOS'.
            05 FILLER PIC X(37) VALUE
               'FIMMES07APOSINDV FIMMES06APURA   AM00'.
            05 FILLER PIC X(30) VALUE 'PAGAMENTOS INDEVIDOS'.
            05 FILLER PIC X(37) VALUE
               'FIMMES08SEGPROV  PASSO08         AM00'.
            05 FILLER PIC X(30) VALUE 'PROVISOES TECNICAS'.
            05 FILLER PIC X(37) VALUE
               'FIMMES09SEGCLI   PASSO00         AM00'.
            05 FILLER PIC X(30) VALUE 'SEGMENTACAO DE CLIENTES'.
            05 FILLER PIC X(37) VALUE
               'PASSO12HRAZAODIA TODOS   LANCA   GD00'.
            05 FILLER PIC X(30) VALUE 'LANCAMENTO CONTABIL'.
            05 FILLER PIC X(37) VALUE
               'INIMES01RAZAODIA PASSO12HFECHA   GP00'.
            05 FILLER PIC X(30) VALUE 'FECHA PERIODO ANTERIOR'.
            05 FILLER PIC X(37) VALUE
               'FIMMES10RAZAODIA PASSO12HBALANC  GM00'.
            05 FILLER PIC X(30) VALUE 'BALANCETE DO MES'.
            05 FILLER PIC X(37) VALUE
               'PASSO13 SALDODIA TODOS           GD00'.
            05 FILLER PIC X(30) VALUE 'BALANCO DO DIA'.
            05 FILLER PIC X(37) VALUE
               'PASSO14 KPIACUM  PASSO13 DIA     GD00'.
            05 FILLER PIC X(30) VALUE 'ACUMULO DE KPI'.
            05 FILLER PIC X(37) VALUE
               'PASSO15 BKPMAST  PASSO14 VERIF   GD00'.
            05 FILLER PIC X(30) VALUE 'VERIFICACAO DOS MESTRES'.
            05 FILLER PIC X(37) VALUE
               'FIMMES11KPIMES   PASSO14         GM00'.
            05 FILLER PIC X(30) VALUE 'KPI MENSAL'.
            05 FILLER PIC X(37) VALUE
               'FIMMES12SEGREGUL FIMMES11        GM00'.
            05 FILLER PIC X(30) VALUE 'RELATORIO REGULATORIO'.
            05 FILLER PIC X(37) VALUE
               'FIMMES13EMPSCR   FIMMES02        GM00'.
            05 FILLER PIC X(30) VALUE 'REMESSA SCR'.
            05 FILLER PIC X(37) VALUE
               'FIMMES14TESALM   FIMMES06        GM00'.
            05 FILLER PIC X(30) VALUE 'ALM E LIQUIDEZ'.
            05 FILLER PIC X(37) VALUE
               'FIMMES15INVEMIS  PASSO06 CONCE   GM00'.
            05 FILLER PIC X(30) VALUE 'CONCENTRACAO POR EMISSOR'.
            05 FILLER PIC X(37) VALUE
               'FIMMES16EMPPREJU FIMMES01RECUP   GM00'.
            05 FILLER PIC X(30) VALUE 'RECUPERACAO DE PREJUIZO'.
            05 FILLER PIC X(37) VALUE
               'FIMMES17NFFORNEC DIARIO12AGING   GM00'.
            05 FILLER PIC X(30) VALUE 'AGING DE FORNECEDORES'.
            05 FILLER PIC X(37) VALUE
               'FIMMES18ORCADEPT PASSO12HRELAT   GM00'.
            05 FILLER PIC X(30) VALUE 'ORCADO X REALIZADO'.
            05 FILLER PIC X(37) VALUE
               'FIMMES19VENDAPEC DIARIO16MARGEM  GM00'.
            05 FILLER PIC X(30) VALUE 'MARGEM DE PECAS'.
            05 FILLER PIC X(37) VALUE
               'FIMMES20FERRAMEN DIARIO17CALIBRA GM00'.
            05 FILLER PIC X(30) VALUE 'CALIBRACAO DE FERRAMENTAS'.
            05 FILLER PIC X(37) VALUE
               'FIMMES21ORDPROD  PASSO00 VARIAC  GM00'.
            05 FILLER PIC X(30) VALUE 'VARIACAO DE PRODUCAO'.
            05 FILLER PIC X(37) VALUE
               'FIMMES22COTFORMA DIARIO15CONVERS GM00'.
            05 FILLER PIC X(30) VALUE 'CONVERSAO DE COTACOES'.
            05 FILLER PIC X(37) VALUE
               'FIMMES23DESAFIO07PASSO07 COMPA   GM00'.
            05 FILLER PIC X(30) VALUE 'COMPARATIVO DE RANKING'.
            05 FILLER PIC X(37) VALUE
               'FIMMES24VAGASINT PASSO00 MENSAL  GM00'.
            05 FILLER PIC X(30) VALUE 'VAGAS INTERNAS DO MES'.
            05 FILLER PIC X(37) VALUE
               'FIMMES25IMCCASO  DIARIO18MENSAL  GM00'.
            05 FILLER PIC X(30) VALUE 'CASOS IMC DO MES'.
            05 FILLER PIC X(37) VALUE
               'FIMMES26SEGFUNC  PASSO00 CONFLI  GM00'.
            05 FILLER PIC X(30) VALUE 'CONFLITOS DE FUNCOES'.
            05 FILLER PIC X(37) VALUE
               'FIMMES27CLILGPD  TODOS   BATCH   GM00'.
            05 FILLER PIC X(30) VALUE 'RETENCAO LGPD DE CLIENTES'.
            05 FILLER PIC X(37) VALUE
               'INIMES02SUITREL  PASSO14         GP00'.
            05 FILLER PIC X(30) VALUE 'SUITABILITY DO MES ANTERIOR'.
            05 FILLER PIC X(37) VALUE
               'INIMES03COMUNMAN PASSO14 RELMES  GP00'.
            05 FILLER PIC X(30) VALUE 'COMUNICACOES DO MES ANTERIOR'.
            05 FILLER PIC X(37) VALUE
               'FIMTRI01TESSTRES FIMMES14        GT00'.
            05 FILLER PIC X(30) VALUE 'STRESS DE JUROS'.
            05 FILLER PIC X(37) VALUE
               'FIMTRI02TREINAM  PASSO00 TRIMES  GT00'.
            05 FILLER PIC X(30) VALUE 'TREINAMENTOS DO TRIMESTRE'.
            05 FILLER PIC X(37) VALUE
               'FIMTRI03OSREPARO PASSO00 GARTRIM GT00'.
            05 FILLER PIC X(30) VALUE 'GARANTIA DO TRIMESTRE'.
            05 FILLER PIC X(37) VALUE
               'FIMTRI04SEGFUNC  FIMMES26FECHA   GT00'.
            05 FILLER PIC X(30) VALUE 'FECHA RECERTIFICACAO'.
            05 FILLER PIC X(37) VALUE
               'FIMSEM01IMCPERC  FIMMES25        GM06'.
            05 FILLER PIC X(30) VALUE 'PERCENTIS IMC - 1O SEMESTRE'.
            05 FILLER PIC X(37) VALUE
               'FIMSEM02IMCPERC  FIMMES25        GM12'.
            05 FILLER PIC X(30) VALUE 'PERCENTIS IMC - 2O SEMESTRE'.
            05 FILLER PIC X(37) VALUE
               'INIANO01INFORMIR PASSO14 BATCH   GP01'.
            05 FILLER PIC X(30) VALUE 'INFORME DE RENDIMENTOS'.
            05 FILLER PIC X(37) VALUE
               'FIMANO01ARQMOVTO TODOS   BATCH   GA00'.
            05 FILLER PIC X(30) VALUE 'ARQUIVAMENTO ANUAL DOS LEDGERS'.
            05 FILLER PIC X(37) VALUE
               'RESUMO01JOBRESUM                 GD00'.
            05 FILLER PIC X(30) VALUE 'RESUMO OPERACIONAL DA MANHA'.
       01 WRK-GRADE-PADRAO REDEFINES WRK-GRADE-PADRAO-VALORES.
            05 WRK-GP-ITEM OCCURS 86 TIMES.
                10 WRK-GP-PASSO      PIC X(08).
                10 WRK-GP-PROGRAMA   PIC X(09).
                10 WRK-GP-PRED       PIC X(08).
                10 WRK-GP-PARM       PIC X(08).
                10 WRK-GP-RAMO       PIC X(01).
                10 WRK-GP-FREQUENCIA PIC X(01).
                10 WRK-GP-MES        PIC 9(02).
                10 WRK-GP-DESCRICAO  PIC X(30).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             CALL 'DATAPROC' USING WRK-DATA-HOJE.
             EVALUATE WRK-PARM-EXEC
               WHEN 'INVENT'
                 MOVE 'I' TO WRK-RAMO-PEDIDO
               WHEN OTHER
                 MOVE 'T' TO WRK-RAMO-PEDIDO
             END-EVALUATE.
             PERFORM 0050-ABRE-GRADE.
             MOVE WRK-DATA-HOJE TO WRK-DU-DATA.
             MOVE 'D' TO WRK-DU-FREQUENCIA.
             MOVE 0 TO WRK-DU-MES.
             CALL 'DIAUTIL' USING WRK-DIA-UTIL.
             DISPLAY 'RODADA DE ' WRK-DATA-HOJE
                     ' DIA UTIL: ' WRK-DU-UTIL
                     ' PRIMEIRO DO MES: ' WRK-DU-PRIMEIRO
                     ' ULTIMO DO MES: ' WRK-DU-ULTIMO.
             IF WRK-PARM-EXEC = 'PREVIA'
               PERFORM 0200-LISTA-PREVIA
             ELSE
               OPEN I-O JOB-DEPENDENCIAS
               IF DEPS-STATUS = 35
                 OPEN OUTPUT JOB-DEPENDENCIAS
                 CLOSE JOB-DEPENDENCIAS
                 OPEN I-O JOB-DEPENDENCIAS
               END-IF
               PERFORM 1000-SEMEIA-RODADA
               PERFORM 2000-EXECUTA-GRADE
               CLOSE JOB-DEPENDENCIAS
               DISPLAY 'PASSOS PREVISTOS: ' WRK-QT-PREVISTOS
                       ' EXECUTADOS: ' WRK-QT-RODADOS
                       ' PULADOS: ' WRK-QT-PULADOS
                       ' FALHAS: ' WRK-QT-FALHAS
             END-IF.
             CLOSE JOB-GRADE.
             IF WRK-DU-UTIL = 'N'
               DISPLAY 'DATA ' WRK-DATA-HOJE
                       ' NAO E DIA UTIL - NENHUM PASSO PREVISTO'
               MOVE 4 TO RETURN-CODE
             END-IF.
             IF WRK-QT-FALHAS > 0
               MOVE 8 TO RETURN-CODE
             END-IF.
           STOP RUN.
      *>  --------------------------------------------------------------
      *>  0050-ABRE-GRADE - SEM O JOBGRADE.TXT (STATUS 35), GRAVA A
      *>  GRADE PADRAO COM A ORDEM DE 10 EM 10, DEIXANDO ESPACO PARA O
      *>  GRADEMAN ENCAIXAR PASSOS NOVOS ENTRE OS EXISTENTES.
      *>  --------------------------------------------------------------
       0050-ABRE-GRADE.
      *>  --------------------------------------------------------------
             OPEN INPUT JOB-GRADE.
             IF GRADE-STATUS = 35
               OPEN OUTPUT JOB-GRADE
               PERFORM 0060-GRAVA-PADRAO
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QT-PADRAO
               CLOSE JOB-GRADE
               DISPLAY 'GRADE PADRAO GRAVADA EM JOBGRADE.TXT: '
                       WRK-QT-PADRAO ' PASSOS'
               OPEN INPUT JOB-GRADE
             END-IF.
             MOVE 0 TO GRADE-STATUS.
      *>  --------------------------------------------------------------
       0060-GRAVA-PADRAO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO JOBGRADE-REG.
             COMPUTE JG-ORDEM = WRK-IDX * 10.
             MOVE WRK-GP-PASSO(WRK-IDX)      TO JG-PASSO.
             MOVE WRK-GP-PROGRAMA(WRK-IDX)   TO JG-PROGRAMA.
             MOVE WRK-GP-PRED(WRK-IDX)       TO JG-PREDECESSOR.
             MOVE WRK-GP-PARM(WRK-IDX)       TO JG-PARM.
             MOVE WRK-GP-RAMO(WRK-IDX)       TO JG-RAMO.
             MOVE WRK-GP-FREQUENCIA(WRK-IDX) TO JG-FREQUENCIA.
             MOVE WRK-GP-MES(WRK-IDX)        TO JG-MES.
             MOVE 'A'                        TO JG-SITUACAO.
             MOVE WRK-GP-DESCRICAO(WRK-IDX)  TO JG-DESCRICAO.
             MOVE WRK-DATA-HOJE              TO JG-DT-ALTERACAO.
             WRITE JOBGRADE-REG.
      *>  --------------------------------------------------------------
      *>  0100-INICIA-LEITURA - POSICIONA NO PRIMEIRO PASSO DA GRADE,
      *>  NA ORDEM DE EXECUCAO, E LE O PRIMEIRO REGISTRO.
      *>  --------------------------------------------------------------
       0100-INICIA-LEITURA.
      *>  --------------------------------------------------------------
             MOVE 0 TO GRADE-STATUS.
             MOVE ZEROS TO JG-ORDEM.
             START JOB-GRADE KEY IS NOT LESS THAN JG-ORDEM
               INVALID KEY MOVE 10 TO GRADE-STATUS
             END-START.
             IF GRADE-STATUS = 0
               PERFORM 0110-LE-GRADE
             END-IF.
      *>  --------------------------------------------------------------
       0110-LE-GRADE.
      *>  --------------------------------------------------------------
             READ JOB-GRADE NEXT
               AT END MOVE 10 TO GRADE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  0150-CONFERE-PREVISTO - PASSO ATIVO CUJA FREQUENCIA (E MES,
      *>  SE INFORMADO) CAI NA DATA DA RODADA.
      *>  --------------------------------------------------------------
       0150-CONFERE-PREVISTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-DU-PREVISTO.
             IF JG-ATIVO
               MOVE WRK-DATA-HOJE TO WRK-DU-DATA
               MOVE JG-FREQUENCIA TO WRK-DU-FREQUENCIA
               MOVE JG-MES TO WRK-DU-MES
               CALL 'DIAUTIL' USING WRK-DIA-UTIL
             END-IF.
      *>  --------------------------------------------------------------
       0200-LISTA-PREVIA.
      *>  --------------------------------------------------------------
             DISPLAY 'PASSOS PREVISTOS PARA ' WRK-DATA-HOJE
                     ' (SEM EXECUCAO):'.
             PERFORM 0100-INICIA-LEITURA.
             PERFORM 0210-LISTA-UM UNTIL GRADE-STATUS = 10.
             DISPLAY 'PASSOS PREVISTOS: ' WRK-QT-PREVISTOS.
      *>  --------------------------------------------------------------
       0210-LISTA-UM.
      *>  --------------------------------------------------------------
             PERFORM 0150-CONFERE-PREVISTO.
             IF WRK-DU-PREVISTO = 'S'
               ADD 1 TO WRK-QT-PREVISTOS
               DISPLAY JG-ORDEM ' ' JG-PASSO ' ' JG-PROGRAMA
                       ' PARM=' JG-PARM ' APOS ' JG-PREDECESSOR
                       ' ' JG-DESCRICAO
             END-IF.
             PERFORM 0110-LE-GRADE.
      *>  --------------------------------------------------------------
      *>  1000-SEMEIA-RODADA - NA PRIMEIRA EXECUCAO DA DATA, GRAVA UM
      *>  REGISTRO PENDENTE POR PASSO PREVISTO NA DATA; NA RE-EXECUCAO
      *>  OS REGISTROS EXISTENTES (COM AS CONCLUSOES JA GRAVADAS) SAO
      *>  MANTIDOS - E DAI VEM A RETOMADA SELETIVA.
      *>  --------------------------------------------------------------
       1000-SEMEIA-RODADA.
      *>  --------------------------------------------------------------
             PERFORM 0100-INICIA-LEITURA.
             PERFORM 1100-SEMEIA-UM UNTIL GRADE-STATUS = 10.
      *>  --------------------------------------------------------------
       1100-SEMEIA-UM.
      *>  --------------------------------------------------------------
             PERFORM 0150-CONFERE-PREVISTO.
             IF WRK-DU-PREVISTO = 'S'
               ADD 1 TO WRK-QT-PREVISTOS
               MOVE WRK-DATA-HOJE TO JD-DATA
               MOVE JG-PASSO TO JD-PASSO
               READ JOB-DEPENDENCIAS
                 INVALID KEY
                   MOVE WRK-DATA-HOJE TO JD-DATA
                   MOVE JG-PASSO TO JD-PASSO
                   MOVE JG-PROGRAMA TO JD-PROGRAMA
                   MOVE JG-PREDECESSOR TO JD-PREDECESSOR
                   MOVE JG-PARM TO JD-PARM
                   MOVE JG-RAMO TO JD-RAMO
                   MOVE 'P' TO JD-SITUACAO
                   WRITE JOB-DEPENDENCIAS-REG
                 NOT INVALID KEY
                   CONTINUE
               END-READ
             END-IF.
             PERFORM 0110-LE-GRADE.
      *>  --------------------------------------------------------------
      *>  2000-EXECUTA-GRADE - PERCORRE A GRADE NA ORDEM; PASSO SEM
      *>  REGISTRO NA DATA NAO ESTA PREVISTO HOJE. PASSO JA COMPLETO E
      *>  PULADO; PASSO FORA DO RAMO PEDIDO E IGNORADO; PASSO COM
      *>  PREDECESSOR PENDENTE FICA PARA A PROXIMA RODADA. O PASSO
      *>  ELEGIVEL E CHAMADO (CALL DINAMICO) E A SITUACAO GRAVADA NA
      *>  HORA. WRK-TODOS-OK VIRA N NO PRIMEIRO PASSO DO DIA QUE NAO
      *>  TERMINA COMPLETO - E O QUE SEGURA OS PASSOS COM TODOS.
      *>  --------------------------------------------------------------
       2000-EXECUTA-GRADE.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-TODOS-OK.
             MOVE 0 TO WRK-QT-LINHAS-CT.
             PERFORM 2400-LE-CTRLTOT.
             PERFORM 0100-INICIA-LEITURA.
             PERFORM 2050-EXECUTA-UM UNTIL GRADE-STATUS = 10.
      *>  --------------------------------------------------------------
       2050-EXECUTA-UM.
      *>  --------------------------------------------------------------
             MOVE WRK-DATA-HOJE TO JD-DATA.
             MOVE JG-PASSO TO JD-PASSO.
             READ JOB-DEPENDENCIAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM 2100-AVALIA-PASSO
                 IF NOT JD-COMPLETO
                   MOVE 'N' TO WRK-TODOS-OK
                 END-IF
             END-READ.
             PERFORM 0110-LE-GRADE.
      *>  --------------------------------------------------------------
       2100-AVALIA-PASSO.
      *>  --------------------------------------------------------------
               CONTINUE
             ELSE
               IF JD-PREDECESSOR = 'TODOS'
                 MOVE WRK-TODOS-OK TO WRK-PRED-OK
               ELSE
                 PERFORM 2220-CONFERE-UM-PRED
                 MOVE WRK-DATA-HOJE TO JD-DATA
                 MOVE JG-PASSO TO JD-PASSO
                 READ JOB-DEPENDENCIAS
                   INVALID KEY
                     CONTINUE
                 END-READ
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  2220-CONFERE-UM-PRED - PREDECESSOR SEM REGISTRO NA DATA NAO
      *>  FOI PREVISTO HOJE E NAO SEGURA O PASSO.
      *>  --------------------------------------------------------------
       2220-CONFERE-UM-PRED.
      *>  --------------------------------------------------------------
             MOVE JD-PREDECESSOR TO JD-PASSO.
             READ JOB-DEPENDENCIAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF NOT JD-COMPLETO
                   MOVE 'N' TO WRK-PRED-OK
             DISPLAY 'EXECUTANDO ' JD-PASSO ' (' WRK-PROGRAMA
                     ' PARM=' JD-PARM ')'.
             DISPLAY JD-PARM UPON COMMAND-LINE.
             ACCEPT WRK-HORA-INICIO FROM TIME.
             MOVE 0 TO RETURN-CODE.
             CALL WRK-PROGRAMA
               ON EXCEPTION
                 MOVE 8 TO RETURN-CODE
             END-CALL.
             MOVE RETURN-CODE TO WRK-RC-PASSO.
             ACCEPT WRK-HORA-FIM FROM TIME.
             DISPLAY WRK-PARM-EXEC UPON COMMAND-LINE.
             IF WRK-RC-PASSO > 4
               MOVE 'F' TO JD-SITUACAO
               ADD 1 TO WRK-QT-FALHAS
               DISPLAY JD-PASSO ' FALHOU (RC=' WRK-RC-PASSO ')'
             ELSE
               MOVE 'C' TO JD-SITUACAO
               ADD 1 TO WRK-QT-RODADOS
               DISPLAY JD-PASSO ' COMPLETO'
             END-IF.
             MOVE 0 TO RETURN-CODE.
             CANCEL WRK-PROGRAMA.
             REWRITE JOB-DEPENDENCIAS-REG.
             PERFORM 2400-LE-CTRLTOT.
             PERFORM 2500-GRAVA-HISTORICO.
      *>  --------------------------------------------------------------
      *>  2400-LE-CTRLTOT - O CTRLTOT.TXT E ACUMULATIVO E CADA PASSO SO
      *>  ACRESCENTA LINHAS: AS LINHAS ALEM DA CONTAGEM ANTERIOR FORAM
      *>  GRAVADAS PELO PASSO QUE ACABOU E OS CT-LIDOS DELAS SAO OS
      *>  REGISTROS LIDOS DO PASSO. NA PRIMEIRA LEITURA DA RODADA SO SE
      *>  GUARDA A CONTAGEM.
      *>  --------------------------------------------------------------
       2400-LE-CTRLTOT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-LIDOS-PASSO WRK-QT-LIDAS-CT.
             OPEN INPUT CONTROLE-TOTAIS.
             IF CTRLTOT-STATUS = 0
               READ CONTROLE-TOTAIS
                 AT END MOVE 10 TO CTRLTOT-STATUS
               END-READ
               PERFORM 2410-SOMA-LINHA UNTIL CTRLTOT-STATUS = 10
               CLOSE CONTROLE-TOTAIS
             END-IF.
             MOVE 0 TO CTRLTOT-STATUS.
             MOVE WRK-QT-LIDAS-CT TO WRK-QT-LINHAS-CT.
      *>  --------------------------------------------------------------
       2410-SOMA-LINHA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDAS-CT.
             IF WRK-QT-LIDAS-CT > WRK-QT-LINHAS-CT
               ADD CT-LIDOS TO WRK-LIDOS-PASSO
             END-IF.
             READ CONTROLE-TOTAIS
               AT END MOVE 10 TO CTRLTOT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2500-GRAVA-HISTORICO - ABRE E FECHA A CADA PASSO: O RESUMO DA
      *>  MANHA RODA COMO PASSO DA GRADE E LE O ARQUIVO COMPLETO.
      *>  PASSO QUE VIRA A MEIA-NOITE SOMA 24 HORAS AO FIM.
      *>  --------------------------------------------------------------
       2500-GRAVA-HISTORICO.
      *>  --------------------------------------------------------------
             COMPUTE WRK-SEG-INICIO = (WRK-HI-HH * 3600)
                     + (WRK-HI-MM * 60) + WRK-HI-SS + (WRK-HI-CC / 100).
             COMPUTE WRK-SEG-FIM = (WRK-HF-HH * 3600)
                     + (WRK-HF-MM * 60) + WRK-HF-SS + (WRK-HF-CC / 100).
             COMPUTE WRK-SEG-PASSO = WRK-SEG-FIM - WRK-SEG-INICIO.
             IF WRK-SEG-PASSO < 0
               ADD 86400 TO WRK-SEG-PASSO
             END-IF.
             OPEN EXTEND JOB-HISTORICO.
             IF HIST-STATUS = 35
               OPEN OUTPUT JOB-HISTORICO
             END-IF.
             MOVE SPACES TO JOBHIST-REG.
             MOVE WRK-DATA-HOJE   TO JH-DATA.
             MOVE JD-PASSO        TO JH-PASSO.
             MOVE JD-PROGRAMA     TO JH-PROGRAMA.
             MOVE JD-PARM         TO JH-PARM.
             MOVE WRK-HORA-INICIO TO JH-HORA-INICIO.
             MOVE WRK-HORA-FIM    TO JH-HORA-FIM.
             MOVE WRK-SEG-PASSO   TO JH-SEGUNDOS.
             MOVE WRK-LIDOS-PASSO TO JH-LIDOS.
             MOVE WRK-RC-PASSO    TO JH-RC.
             MOVE JD-SITUACAO     TO JH-SITUACAO.
             WRITE JOBHIST-REG.
             CLOSE JOB-HISTORICO.
             MOVE 0 TO HIST-STATUS.
      *>  --------------------------------------------------------------
