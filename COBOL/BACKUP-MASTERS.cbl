      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = COPIA DE SEGURANCA DOS
      ***   ARQUIVOS MESTRES INDEXADOS DA CASA (ESTOQUE, CLIENTE,
      ***   FORNECED, CARTAOPF, TAXACTRL, APOLCTRL E CONTRCTL)
      ***   E DOS MESTRES E NUMERADORES CRIADOS DEPOIS
      ***   (CONTRATOS, APOLICES, GARANTIAS, CARTOES, FUNDOS E
      ***   EMISSOES, PREVIDENCIA, PROVA DE VIDA, SINISTROS E
      ***   LIQUIDACOES, CAMBIO, NUMERARIO, REMESSAS, COMPRAS,
      ***   VENDAS, PRODUCAO, CONTABILIDADE, CONTAS A PAGAR,
      ***   ORCAMENTO, FERRAMENTAS, TREINAMENTO, VAGAS, SAUDE,
      ***   PRE-APROVADOS, RECERTIFICACAO, PLD, CONSENTIMENTOS,
      ***   GRADE DA CADEIA E AS TABELAS DE PARAMETROS):
      ***   DESCARGA DATADA E COM HORA PARA O SEQUENCIAL
      ***   BKPMAST.TXT (UNLOAD), RECONSTRUCAO DO ARQUIVO A PARTIR
      ***   DA COPIA (RELOAD), CONFERENCIA DE CONTAGEM E SEQUENCIA
      ***   DE CHAVES (VERIF), PARA RODAR COMO PRIMEIRO E ULTIMO
      ***   PASSO DO JOBSTREAM, E RECUPERACAO ATE O MOMENTO DA
      ***   QUEDA (OPCAO 4): RELOAD MAIS A REAPLICACAO DAS TRILHAS
      ***   PECASAUD.TXT E CLIAUD.TXT GRAVADAS DEPOIS DA COPIA E O
      ***   AJUSTE DOS NUMERADORES, COM RELATORIO EM RELFWDRC.TXT.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TAXA-STATUS
             RECORD KEY IS TX-MOEDA.
           SELECT APOLICE-CTRL ASSIGN TO 'C:\COBOL\APOLCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTR-STATUS
             RECORD KEY IS CN-CHAVE.
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
           SELECT GARANTIAS ASSIGN TO 'C:\COBOL\GARANTIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GARANTIA-STATUS
             RECORD KEY IS GA-CONTRATO.
           SELECT PREJUIZOS ASSIGN TO 'C:\COBOL\EMPPREJU.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREJUIZO-STATUS
             RECORD KEY IS PJ-CONTRATO.
           SELECT PROVISOES ASSIGN TO 'C:\COBOL\PROVTEC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PROVTEC-STATUS
             RECORD KEY IS PV-CHAVE.
           SELECT VISTORIAS ASSIGN TO 'C:\COBOL\VISTORIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VISTORIA-STATUS
             RECORD KEY IS VS-NUMERO.
           SELECT FRAUDES ASSIGN TO 'C:\COBOL\SINFRAUD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FRAUDE-STATUS
             RECORD KEY IS FR-SINISTRO.
           SELECT SINISTRO-APOLICE ASSIGN TO 'C:\COBOL\SINAPOL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SINAPOL-STATUS
             RECORD KEY IS SA-SINISTRO.
           SELECT MOEDAS ASSIGN TO 'C:\COBOL\MOEDAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MOEDAS-STATUS
             RECORD KEY IS MO-CODIGO
             ALTERNATE RECORD KEY IS MO-SIGLA.
           SELECT TAXA-HISTORICO ASSIGN TO 'C:\COBOL\TAXAHIST.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS TH-CHAVE.
           SELECT SPREADS ASSIGN TO 'C:\COBOL\SPREAD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SPREAD-STATUS
             RECORD KEY IS SP-CHAVE.
           SELECT SPREAD-DIA ASSIGN TO 'C:\COBOL\SPRDDIA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SPRDDIA-STATUS
             RECORD KEY IS RD-CHAVE.
           SELECT NUMERARIO ASSIGN TO 'C:\COBOL\NUMERARIO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NUMERARIO-STATUS
             RECORD KEY IS NU-CHAVE.
           SELECT REMESSAS ASSIGN TO 'C:\COBOL\REMEXT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS REMESSA-STATUS
             RECORD KEY IS RM-NUMERO.
           SELECT CONTAS-PAGAR ASSIGN TO 'C:\COBOL\TITPAGAR.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CPAGAR-STATUS
             RECORD KEY IS CP-CHAVE.
           SELECT NOTAS-FORN ASSIGN TO 'C:\COBOL\NOTAFORN.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTA-STATUS
             RECORD KEY IS NF-CHAVE.
           SELECT COMISSAO-PAGAR ASSIGN TO 'C:\COBOL\COMIPAG.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COMIPAG-STATUS
             RECORD KEY IS CM-CHAVE.
           SELECT ORCAMENTO ASSIGN TO 'C:\COBOL\ORCADEP.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ORCA-STATUS
             RECORD KEY IS OR-CHAVE.
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
           SELECT NOTAS-DEBITO ASSIGN TO 'C:\COBOL\NOTADEB.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTADEB-STATUS
             RECORD KEY IS ND-CHAVE.
           SELECT PEDIDOS-VENDA ASSIGN TO 'C:\COBOL\PEDVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDVENDA-STATUS
             RECORD KEY IS PV-NUMERO.
           SELECT NOTAS-VENDA ASSIGN TO 'C:\COBOL\NFVENDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NFVENDA-STATUS
             RECORD KEY IS NV-NUMERO.
           SELECT VENDA-CTRL ASSIGN TO 'C:\COBOL\VENDCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VDCTRL-STATUS
             RECORD KEY IS VDCTRL-CHAVE.
           SELECT GARANTIA-PECAS ASSIGN TO 'C:\COBOL\GARPECA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GARPECA-STATUS
             RECORD KEY IS GP-CHAVE.
           SELECT FERRAMENTAS ASSIGN TO 'C:\COBOL\FERRAM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FERRAM-STATUS
             RECORD KEY IS FE-TAG.
           SELECT FERRAM-MOVTO ASSIGN TO 'C:\COBOL\FERRMOV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FERRMOV-STATUS
             RECORD KEY IS FM-NUMERO.
           SELECT FERRAM-CTRL ASSIGN TO 'C:\COBOL\FERRCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FECTRL-STATUS
             RECORD KEY IS FECTRL-CHAVE.
           SELECT CASOS-IMC ASSIGN TO 'C:\COBOL\CASOIMC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CASO-STATUS
             RECORD KEY IS CS-CHAVE OF CASOIMC-MASTER-REG.
           SELECT TESTES-FISICOS ASSIGN TO 'C:\COBOL\TESTEFIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TESTE-STATUS
             RECORD KEY IS TF-CHAVE.
           SELECT REFERENCIAS ASSIGN TO 'C:\COBOL\REFAPTF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS REF-STATUS
             RECORD KEY IS RF-CHAVE.
           SELECT ALUNOS ASSIGN TO 'C:\COBOL\ALUNOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ALUNOS-STATUS
             RECORD KEY IS AL-ID.
           SELECT PRE-APROVADOS ASSIGN TO 'C:\COBOL\PREAPROV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREAPROV-STATUS
             RECORD KEY IS PA-CLI-ID.
           SELECT RECERTIFICACAO ASSIGN TO 'C:\COBOL\RECERT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RECERT-STATUS
             RECORD KEY IS RC-CHAVE.
           SELECT SINISTRO-OPER ASSIGN TO 'C:\COBOL\SINOPER.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SINOPER-STATUS
             RECORD KEY IS SO-SINISTRO.
           SELECT INDEVIDOS ASSIGN TO 'C:\COBOL\INDEVIDO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS INDEVIDO-STATUS
             RECORD KEY IS DI-CLI-ID.
           SELECT ESPOLIO ASSIGN TO 'C:\COBOL\ESPOLIO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESPOLIO-STATUS
             RECORD KEY IS ES-CHAVE.
           SELECT PLD-CASOS ASSIGN TO 'C:\COBOL\PLDCASO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PLDCASO-STATUS
             RECORD KEY IS PL-CHAVE.
           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONSENT-STATUS
             RECORD KEY IS CS-CHAVE OF CONSENT-MASTER-REG.
           SELECT COMUNICACOES ASSIGN TO 'C:\COBOL\COMUNFIL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COMUN-STATUS
             RECORD KEY IS CF-NUMERO.
           SELECT DESCONTOS-BENEF ASSIGN TO 'C:\COBOL\DESCBENF.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DESCONTO-STATUS
             RECORD KEY IS DB-CHAVE.
           SELECT JOB-GRADE ASSIGN TO 'C:\COBOL\JOBGRADE.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRADE-STATUS
             RECORD KEY IS JG-ORDEM
             ALTERNATE RECORD KEY IS JG-PASSO.
           SELECT CARTAO-FATURA ASSIGN TO 'C:\COBOL\CARTFAT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FATURA-STATUS
             RECORD KEY IS FT-CHAVE.
           SELECT CARTAO-SALDO ASSIGN TO 'C:\COBOL\CARTSALD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SALDO-STATUS
             RECORD KEY IS CS-CONTA.
           SELECT COMECOTA ASSIGN TO 'C:\COBOL\COMECOTA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COMECOTA-STATUS
             RECORD KEY IS CC-CHAVE.
           SELECT EMISSOES ASSIGN TO 'C:\COBOL\EMISPROD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EMISSOES-STATUS
             RECORD KEY IS EM-CODIGO.
           SELECT POSICAO-EMISSAO ASSIGN TO 'C:\COBOL\POSEMIS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS POSEMIS-STATUS
             RECORD KEY IS PE-CHAVE.
           SELECT PREV-PRIVADA ASSIGN TO 'C:\COBOL\PREVPRIV.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREVPRIV-STATUS
             RECORD KEY IS PV-CERTIFICADO
             ALTERNATE RECORD KEY IS PV-CLI-ID OF PREVPRIV-MASTER-REG
               WITH DUPLICATES.
           SELECT PREV-CTRL ASSIGN TO 'C:\COBOL\PREVCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PREVCTRL-STATUS
             RECORD KEY IS PREVCTRL-CHAVE.
           SELECT PROVA-VIDA ASSIGN TO 'C:\COBOL\PROVVIDA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VIDA-STATUS
             RECORD KEY IS VD-CLI-ID.
           SELECT COTACOES ASSIGN TO 'C:\COBOL\COTACAO.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COTACAO-STATUS
             RECORD KEY IS CQ-CHAVE.
           SELECT COTACAO-CTRL ASSIGN TO 'C:\COBOL\COTCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COTCTRL-STATUS
             RECORD KEY IS COTCTRL-CHAVE.
           SELECT FORMAS-CTRL ASSIGN TO 'C:\COBOL\FORMCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FCTRL-STATUS
             RECORD KEY IS FCTRL-CHAVE.
           SELECT NOTADEB-CTRL ASSIGN TO 'C:\COBOL\NDCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NDCTRL-STATUS
             RECORD KEY IS NDCTRL-CHAVE.
           SELECT ORDEM-PRODUCAO ASSIGN TO 'C:\COBOL\ORDPROD.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ORDEM-STATUS
             RECORD KEY IS OP-NUMERO.
           SELECT ORDEM-CTRL ASSIGN TO 'C:\COBOL\OPCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPCTRL-STATUS
             RECORD KEY IS OPCTRL-CHAVE.
           SELECT PERIODOS ASSIGN TO 'C:\COBOL\PERCONT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PERIODO-STATUS
             RECORD KEY IS PE-MES.
           SELECT SALDOS-CONTABEIS ASSIGN TO 'C:\COBOL\SALDOCON.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SALDOCON-STATUS
             RECORD KEY IS SC-CHAVE.
           SELECT LIQUIDACOES ASSIGN TO 'C:\COBOL\SINLIQ.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LIQ-STATUS
             RECORD KEY IS LQ-SINISTRO.
           SELECT SALVADOS ASSIGN TO 'C:\COBOL\SALVADOS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS SALVADO-STATUS
             RECORD KEY IS SV-SINISTRO.
           SELECT LIQ-PARAM ASSIGN TO 'C:\COBOL\SINPARM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PARAM-STATUS
             RECORD KEY IS LP-CHAVE.
           SELECT REMESSA-CTRL ASSIGN TO 'C:\COBOL\REMCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS REMCTRL-STATUS
             RECORD KEY IS REMCTRL-CHAVE.
           SELECT COMUN-CTRL ASSIGN TO 'C:\COBOL\COMUNFCT.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COMUNFCT-STATUS
             RECORD KEY IS COMUNFCT-CHAVE.
           SELECT FAIXAS-SALARIAIS ASSIGN TO 'C:\COBOL\FAIXASAL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FAIXA-STATUS
             RECORD KEY IS FX-CHAVE.
           SELECT TURMAS ASSIGN TO 'C:\COBOL\TURMAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMA-STATUS
             RECORD KEY IS TU-NUMERO.
           SELECT TURMA-CTRL ASSIGN TO 'C:\COBOL\TURCTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURCTRL-STATUS
             RECORD KEY IS TURCTRL-CHAVE.
           SELECT INSCRICOES ASSIGN TO 'C:\COBOL\INSCRIC.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS INSCRIC-STATUS
             RECORD KEY IS IN-CHAVE.
           SELECT PLANO-ITEM ASSIGN TO 'C:\COBOL\PLANITEM.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PLANITEM-STATUS
             RECORD KEY IS PI-CHAVE.
           SELECT VAGAS ASSIGN TO 'C:\COBOL\VAGAS.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VAGA-STATUS
             RECORD KEY IS VG-NUMERO.
           SELECT VAGA-CTRL ASSIGN TO 'C:\COBOL\VAGACTRL.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VAGACTRL-STATUS
             RECORD KEY IS VAGACTRL-CHAVE.
           SELECT CANDIDATURAS ASSIGN TO 'C:\COBOL\CANDVAGA.TXT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CANDVAGA-STATUS
             RECORD KEY IS CV-CHAVE.
           SELECT NUMER-MOVIMENTO ASSIGN TO 'C:\COBOL\NUMERMOV.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NUMERMOV-STATUS.
           SELECT SEGMENTO-PARAMS ASSIGN TO 'C:\COBOL\SEGPARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEGPARAM-STATUS.
           SELECT PREAPROV-PARAM ASSIGN TO 'C:\COBOL\PREAPPAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PREAPPAR-STATUS.
           SELECT SOD-REGRAS ASSIGN TO 'C:\COBOL\SODREGRA.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SODREGRA-STATUS.
           SELECT IRRF-PARAM ASSIGN TO 'C:\COBOL\IRRFTAB.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IRRFTAB-STATUS.
           SELECT BACKUP-SAIDA ASSIGN TO 'C:\COBOL\BKPMAST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BACKUP-STATUS.
           SELECT AUDIT-PECAS ASSIGN TO 'C:\COBOL\PECASAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.
           SELECT CLIENTE-AUDIT ASSIGN TO 'C:\COBOL\CLIAUD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIAUD-STATUS.
           SELECT RELAT-RECUP ASSIGN TO 'C:\COBOL\RELFWDRC.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELREC-STATUS.
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
       FD CLIENTE-MASTER.
       COPY 'CLIENTE-MASTER.CBL'.
       01 FORNECEDOR-REG.
            05 FORN-COD            PIC 9(4).
            05 FORN-NOME           PIC X(30).
            05 FORN-CNPJ           PIC 9(14).
            05 FORN-BANCO          PIC 9(3).
            05 FORN-AGENCIA        PIC 9(4).
            05 FORN-CONTA          PIC X(12).
            05 FORN-GARANTIA-DIAS  PIC 9(3).
       FD CARTAO-PERFIL.
       01 CARTAO-PERFIL-REG.
            05 CP-CLI-ID           PIC 9(05).
            05 CP-FAIXA-REGIME     PIC 9(01).
            05 CP-CONTADOR         PIC 9(03).
       FD TAXA-CTRL.
       COPY 'TAXACTRL-MASTER.CBL'.
       FD APOLICE-CTRL.
       01 APOLICE-CTRL-REG.
            05 AP-CHAVE         PIC 9(01).
       01 CONTRATO-CTRL-REG.
            05 CN-CHAVE         PIC 9(01).
            05 CN-ULTIMO-NUM    PIC 9(08).
       FD CONTRATOS.
       COPY 'CONTRATO-MASTER.CBL'.
       FD APOLICES.
       COPY 'APOLICE-MASTER.CBL'.
       FD GARANTIAS.
       COPY 'GARANTIA-MASTER.CBL'.
       FD PREJUIZOS.
       COPY 'PREJUIZO-MASTER.CBL'.
       FD PROVISOES.
       COPY 'PROVTEC-MASTER.CBL'.
       FD VISTORIAS.
       COPY 'VISTORIA-MASTER.CBL'.
       FD FRAUDES.
       COPY 'FRAUDE-MASTER.CBL'.
       FD SINISTRO-APOLICE.
       COPY 'SINAPOL-MASTER.CBL'.
       FD MOEDAS.
       COPY 'MOEDA-MASTER.CBL'.
       FD TAXA-HISTORICO.
       COPY 'TAXAHIST-MASTER.CBL'.
       FD SPREADS.
       COPY 'SPREAD-MASTER.CBL'.
       FD SPREAD-DIA.
       COPY 'SPRDDIA-MASTER.CBL'.
       FD NUMERARIO.
       COPY 'NUMERARIO-MASTER.CBL'.
       FD REMESSAS.
       COPY 'REMESSA-MASTER.CBL'.
       FD CONTAS-PAGAR.
       COPY 'CPAGAR-MASTER.CBL'.
       FD NOTAS-FORN.
       COPY 'NOTAFORN-MASTER.CBL'.
       FD COMISSAO-PAGAR.
       COPY 'COMIPAG-MASTER.CBL'.
       FD ORCAMENTO.
       COPY 'ORCAMENTO-MASTER.CBL'.
       FD ENDERECOS.
       COPY 'ENDERECO-MASTER.CBL'.
       FD PECA-ENDERECO.
       COPY 'PECAEND-MASTER.CBL'.
       FD NOTAS-DEBITO.
       COPY 'NOTADEB-MASTER.CBL'.
       FD PEDIDOS-VENDA.
       COPY 'PEDVENDA-MASTER.CBL'.
       FD NOTAS-VENDA.
       COPY 'NFVENDA-MASTER.CBL'.
       FD VENDA-CTRL.
       01 VENDA-CTRL-REG.
            05 VDCTRL-CHAVE        PIC 9(01).
            05 VDCTRL-ULTIMO-NUM   PIC 9(09).
       FD GARANTIA-PECAS.
       COPY 'GARPECA-MASTER.CBL'.
       FD FERRAMENTAS.
       COPY 'FERRAM-MASTER.CBL'.
       FD FERRAM-MOVTO.
       COPY 'FERRMOV-MASTER.CBL'.
       FD FERRAM-CTRL.
       01 FERRAM-CTRL-REG.
            05 FECTRL-CHAVE        PIC 9(01).
            05 FECTRL-ULTIMO-NUM   PIC 9(06).
       FD CASOS-IMC.
       COPY 'CASOIMC-MASTER.CBL'.
       FD TESTES-FISICOS.
       COPY 'TESTEFIS-MASTER.CBL'.
       FD REFERENCIAS.
       COPY 'REFAPTF-MASTER.CBL'.
       FD ALUNOS.
       COPY 'ALUNO-MASTER.CBL'.
       FD PRE-APROVADOS.
       COPY 'PREAPROV-MASTER.CBL'.
       FD RECERTIFICACAO.
       COPY 'RECERT-MASTER.CBL'.
       FD SINISTRO-OPER.
       COPY 'SINOPER-MASTER.CBL'.
       FD INDEVIDOS.
       COPY 'INDEVIDO-MASTER.CBL'.
       FD ESPOLIO.
       COPY 'ESPOLIO-MASTER.CBL'.
       FD PLD-CASOS.
       COPY 'PLDCASO-MASTER.CBL'.
       FD CONSENTIMENTOS.
       COPY 'CONSENT-MASTER.CBL'.
       FD COMUNICACOES.
       COPY 'COMUNFIL-MASTER.CBL'.
       FD DESCONTOS-BENEF.
       COPY 'DESCBENF-MASTER.CBL'.
       FD JOB-GRADE.
       COPY 'JOBGRADE-MASTER.CBL'.
       FD CARTAO-FATURA.
       COPY 'FATURA-MASTER.CBL'.
       FD CARTAO-SALDO.
       COPY 'CARTSALDO-MASTER.CBL'.
       FD COMECOTA.
       COPY 'COMECOTA-MASTER.CBL'.
       FD EMISSOES.
       COPY 'EMISPROD-MASTER.CBL'.
       FD POSICAO-EMISSAO.
       COPY 'POSEMIS-MASTER.CBL'.
       FD PREV-PRIVADA.
       COPY 'PREVPRIV-MASTER.CBL'.
       FD PREV-CTRL.
       01 PREV-CTRL-REG.
            05 PREVCTRL-CHAVE      PIC 9(01).
            05 PREVCTRL-ULTIMO-NUM PIC 9(06).
       FD PROVA-VIDA.
       COPY 'PROVAVIDA-MASTER.CBL'.
       FD COTACOES.
       COPY 'COTACAO-MASTER.CBL'.
       FD COTACAO-CTRL.
       01 COTACAO-CTRL-REG.
            05 COTCTRL-CHAVE          PIC 9(01).
            05 COTCTRL-ULTIMO-NUM     PIC 9(06).
       FD FORMAS-CTRL.
       01 FORMAS-CTRL-REG.
            05 FCTRL-CHAVE     PIC 9(01).
            05 FCTRL-ULTIMO-NUM PIC 9(06).
       FD NOTADEB-CTRL.
       01 NOTADEB-CTRL-REG.
            05 NDCTRL-CHAVE        PIC 9(01).
            05 NDCTRL-ULTIMO-NUM   PIC 9(06).
       FD ORDEM-PRODUCAO.
       COPY 'ORDPROD-MASTER.CBL'.
       FD ORDEM-CTRL.
       01 ORDEM-CTRL-REG.
            05 OPCTRL-CHAVE          PIC 9(01).
            05 OPCTRL-ULTIMO-NUM     PIC 9(06).
       FD PERIODOS.
       COPY 'PERIODO-MASTER.CBL'.
       FD SALDOS-CONTABEIS.
       COPY 'SALDOCON-MASTER.CBL'.
       FD LIQUIDACOES.
       COPY 'LIQUIDACAO-MASTER.CBL'.
       FD SALVADOS.
       COPY 'SALVADO-MASTER.CBL'.
       FD LIQ-PARAM.
       01 LIQ-PARAM-REG.
            05 LP-CHAVE            PIC 9(01).
            05 LP-FRANQUIA-CATEG OCCURS 4 TIMES PIC 9(05)V99.
            05 LP-FRANQUIA-RESID   PIC 9(05)V99.
            05 LP-PCT-PERDA-TOTAL  PIC 9(03)V99.
       FD REMESSA-CTRL.
       01 REMESSA-CTRL-REG.
            05 REMCTRL-CHAVE      PIC 9(01).
            05 REMCTRL-ULTIMO-NUM PIC 9(08).
       FD COMUN-CTRL.
       01 COMUN-CTRL-REG.
            05 COMUNFCT-CHAVE          PIC 9(01).
            05 COMUNFCT-ULTIMO-NUM     PIC 9(08).
       FD FAIXAS-SALARIAIS.
       COPY 'FAIXASAL-MASTER.CBL'.
       FD TURMAS.
       COPY 'TURMA-MASTER.CBL'.
       FD TURMA-CTRL.
       01 TURMA-CTRL-REG.
            05 TURCTRL-CHAVE          PIC 9(01).
            05 TURCTRL-ULTIMO-NUM     PIC 9(05).
       FD INSCRICOES.
       COPY 'INSCRIC-MASTER.CBL'.
       FD PLANO-ITEM.
       COPY 'PLANITEM-MASTER.CBL'.
       FD VAGAS.
       COPY 'VAGA-MASTER.CBL'.
       FD VAGA-CTRL.
       01 VAGA-CTRL-REG.
            05 VAGACTRL-CHAVE          PIC 9(01).
            05 VAGACTRL-ULTIMO-NUM     PIC 9(05).
       FD CANDIDATURAS.
       COPY 'CANDVAGA-MASTER.CBL'.
       FD NUMER-MOVIMENTO.
       01 NUMER-MOVIMENTO-REG PIC X(044).
       FD SEGMENTO-PARAMS.
       01 SEGMENTO-PARAMS-REG PIC X(072).
       FD PREAPROV-PARAM.
       01 PREAPROV-PARAM-REG PIC X(020).
       FD SOD-REGRAS.
       01 SOD-REGRAS-REG PIC X(044).
       FD IRRF-PARAM.
       01 IRRF-PARAM-REG PIC X(132).
       FD BACKUP-SAIDA.
       01 BACKUP-SAIDA-REG     PIC X(1000).
       FD AUDIT-PECAS.
       01 AUDIT-PECAS-REG      PIC X(140).
       FD CLIENTE-AUDIT.
       01 CLIENTE-AUDIT-REG    PIC X(200).
       FD RELAT-RECUP.
       01 RELAT-RECUP-REG      PIC X(132).
      *>  --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 SELEC-MENU       PIC 9(1)  VALUE ZEROS.
       77 APOL-STATUS      PIC 9(02) VALUE ZEROS.
       77 CONTR-STATUS     PIC 9(02) VALUE ZEROS.
       77 BACKUP-STATUS    PIC 9(02) VALUE ZEROS.
       77 CONTRATOS-STATUS PIC 9(02) VALUE ZEROS.
       77 APOLICES-STATUS  PIC 9(02) VALUE ZEROS.
       77 GARANTIA-STATUS  PIC 9(02) VALUE ZEROS.
       77 PREJUIZO-STATUS  PIC 9(02) VALUE ZEROS.
       77 PROVTEC-STATUS   PIC 9(02) VALUE ZEROS.
       77 VISTORIA-STATUS  PIC 9(02) VALUE ZEROS.
       77 FRAUDE-STATUS    PIC 9(02) VALUE ZEROS.
       77 SINAPOL-STATUS   PIC 9(02) VALUE ZEROS.
       77 MOEDAS-STATUS    PIC 9(02) VALUE ZEROS.
       77 HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77 SPREAD-STATUS    PIC 9(02) VALUE ZEROS.
       77 SPRDDIA-STATUS   PIC 9(02) VALUE ZEROS.
       77 NUMERARIO-STATUS PIC 9(02) VALUE ZEROS.
       77 REMESSA-STATUS   PIC 9(02) VALUE ZEROS.
       77 CPAGAR-STATUS    PIC 9(02) VALUE ZEROS.
       77 NOTA-STATUS      PIC 9(02) VALUE ZEROS.
       77 COMIPAG-STATUS   PIC 9(02) VALUE ZEROS.
       77 ORCA-STATUS      PIC 9(02) VALUE ZEROS.
       77 ENDER-STATUS     PIC 9(02) VALUE ZEROS.
       77 PECAEND-STATUS   PIC 9(02) VALUE ZEROS.
       77 NOTADEB-STATUS   PIC 9(02) VALUE ZEROS.
       77 PEDVENDA-STATUS  PIC 9(02) VALUE ZEROS.
       77 NFVENDA-STATUS   PIC 9(02) VALUE ZEROS.
       77 VDCTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77 GARPECA-STATUS   PIC 9(02) VALUE ZEROS.
       77 FERRAM-STATUS    PIC 9(02) VALUE ZEROS.
       77 FERRMOV-STATUS   PIC 9(02) VALUE ZEROS.
       77 FECTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77 CASO-STATUS      PIC 9(02) VALUE ZEROS.
       77 TESTE-STATUS     PIC 9(02) VALUE ZEROS.
       77 REF-STATUS       PIC 9(02) VALUE ZEROS.
       77 ALUNOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 PREAPROV-STATUS  PIC 9(02) VALUE ZEROS.
       77 RECERT-STATUS    PIC 9(02) VALUE ZEROS.
       77 SINOPER-STATUS   PIC 9(02) VALUE ZEROS.
       77 INDEVIDO-STATUS  PIC 9(02) VALUE ZEROS.
       77 ESPOLIO-STATUS   PIC 9(02) VALUE ZEROS.
       77 PLDCASO-STATUS   PIC 9(02) VALUE ZEROS.
       77 CONSENT-STATUS   PIC 9(02) VALUE ZEROS.
       77 COMUN-STATUS     PIC 9(02) VALUE ZEROS.
       77 DESCONTO-STATUS  PIC 9(02) VALUE ZEROS.
       77 GRADE-STATUS     PIC 9(02) VALUE ZEROS.
       77 FATURA-STATUS    PIC 9(02) VALUE ZEROS.
       77 SALDO-STATUS     PIC 9(02) VALUE ZEROS.
       77 COMECOTA-STATUS  PIC 9(02) VALUE ZEROS.
       77 EMISSOES-STATUS  PIC 9(02) VALUE ZEROS.
       77 POSEMIS-STATUS   PIC 9(02) VALUE ZEROS.
       77 PREVPRIV-STATUS  PIC 9(02) VALUE ZEROS.
       77 PREVCTRL-STATUS  PIC 9(02) VALUE ZEROS.
       77 VIDA-STATUS      PIC 9(02) VALUE ZEROS.
       77 COTACAO-STATUS   PIC 9(02) VALUE ZEROS.
       77 COTCTRL-STATUS   PIC 9(02) VALUE ZEROS.
       77 FCTRL-STATUS     PIC 9(02) VALUE ZEROS.
       77 NDCTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77 ORDEM-STATUS     PIC 9(02) VALUE ZEROS.
       77 OPCTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77 PERIODO-STATUS   PIC 9(02) VALUE ZEROS.
       77 SALDOCON-STATUS  PIC 9(02) VALUE ZEROS.
       77 LIQ-STATUS       PIC 9(02) VALUE ZEROS.
       77 SALVADO-STATUS   PIC 9(02) VALUE ZEROS.
       77 PARAM-STATUS     PIC 9(02) VALUE ZEROS.
       77 REMCTRL-STATUS   PIC 9(02) VALUE ZEROS.
       77 COMUNFCT-STATUS  PIC 9(02) VALUE ZEROS.
       77 FAIXA-STATUS     PIC 9(02) VALUE ZEROS.
       77 TURMA-STATUS     PIC 9(02) VALUE ZEROS.
       77 TURCTRL-STATUS   PIC 9(02) VALUE ZEROS.
       77 INSCRIC-STATUS   PIC 9(02) VALUE ZEROS.
       77 PLANITEM-STATUS  PIC 9(02) VALUE ZEROS.
       77 VAGA-STATUS      PIC 9(02) VALUE ZEROS.
       77 VAGACTRL-STATUS  PIC 9(02) VALUE ZEROS.
       77 CANDVAGA-STATUS  PIC 9(02) VALUE ZEROS.
       77 NUMERMOV-STATUS  PIC 9(02) VALUE ZEROS.
       77 SEGPARAM-STATUS  PIC 9(02) VALUE ZEROS.
       77 PREAPPAR-STATUS  PIC 9(02) VALUE ZEROS.
       77 SODREGRA-STATUS  PIC 9(02) VALUE ZEROS.
       77 IRRFTAB-STATUS   PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77 CLIAUD-STATUS    PIC 9(02) VALUE ZEROS.
       77 RELREC-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-EXEC    PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-ARQUIVO      PIC X(09) VALUE SPACES.
       77 WRK-ARQ-RECUPERA PIC X(09) VALUE SPACES.
       77 WRK-QT-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-BACKUP    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-VIVO      PIC 9(07) VALUE ZEROS.
       77 WRK-CHAVE-ANT    PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-ATUAL  PIC X(20) VALUE SPACES.
       77 WRK-SEQ-OK       PIC X(01) VALUE 'S'.
       77 WRK-COPIANDO     PIC X(01) VALUE 'N'.
       77 WRK-QT-DIVERG    PIC 9(03) VALUE ZEROS.
       77 WRK-CONFERE-QT   PIC X(01) VALUE 'S'.
       77 WRK-ACHOU-COPIA  PIC X(01) VALUE 'N'.
       77 WRK-RECARREGADO  PIC X(01) VALUE 'N'.
       77 WRK-LIMITE       PIC 9(14) VALUE ZEROS.
       77 WRK-BAN-ARQ      PIC X(40) VALUE SPACES.
       77 WRK-BAN-DATA     PIC X(08) VALUE SPACES.
       77 WRK-BAN-HORA     PIC X(08) VALUE SPACES.
       77 WRK-APLICAR      PIC X(01) VALUE 'N'.
       77 WRK-OPERACAO     PIC X(08) VALUE SPACES.
       77 WRK-TEM-QT       PIC X(01) VALUE 'N'.
       77 WRK-TEM-PRECO    PIC X(01) VALUE 'N'.
       77 WRK-QT-DESTIN    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TALLY     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-NOVO      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-X      PIC X(20) VALUE SPACES.
       77 WRK-CAMPO-ANTES  PIC X(200) VALUE SPACES.
       77 WRK-CA-EVENTO    PIC X(07) VALUE SPACES.
       77 WRK-CA-CLIENTE   PIC X(05) VALUE SPACES.
       77 WRK-CA-IDADE     PIC X(09) VALUE SPACES.
       77 WRK-CA-RENDA     PIC X(09) VALUE SPACES.
       77 WRK-CA-BENS      PIC X(09) VALUE SPACES.
       77 WRK-CA-DESCARTE  PIC X(09) VALUE SPACES.
       77 WRK-CA-VALOR-NOVO PIC X(01) VALUE SPACES.
       77 WRK-CA-DATA-VALOR PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-CTRL   PIC 9(01) VALUE ZEROS.
       77 WRK-ORIGEM-NUM   PIC X(12) VALUE SPACES.
       77 WRK-MAIOR-NUM    PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-COPIA    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LIDOS-TRILHA PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ANTERIORES   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-POSTERIORES  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-INCLUIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ALTERADOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-IGNORADOS    PIC 9(07) VALUE ZEROS.
       01 WRK-IMAGEM       PIC X(1000) VALUE SPACES.
       01 WRK-LINHA-TRILHA PIC X(200) VALUE SPACES.
       01 WRK-PRECO-NOVO-X PIC X(05) VALUE ZEROS.
       01 WRK-PRECO-NOVO REDEFINES WRK-PRECO-NOVO-X PIC 9(3)V99.
       01 WRK-VALOR-9-X    PIC X(09) VALUE ZEROS.
       01 WRK-VALOR-9 REDEFINES WRK-VALOR-9-X PIC 9(07)V99.
       01 WRK-TS-COPIA.
            05 WRK-TSC-DATA     PIC 9(08) VALUE ZEROS.
            05 WRK-TSC-HORA     PIC 9(06) VALUE ZEROS.
       01 WRK-TS-COPIA-N REDEFINES WRK-TS-COPIA PIC 9(14).
       01 WRK-TS-MOVTO.
            05 WRK-TSM-DATA     PIC 9(08) VALUE ZEROS.
            05 WRK-TSM-HORA     PIC 9(06) VALUE ZEROS.
       01 WRK-TS-MOVTO-N REDEFINES WRK-TS-MOVTO PIC 9(14).
      *>  --------------------------------------------------------------
       PROCEDURE DIVISION.
             ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
             DISPLAY '1 - DESCARREGAR TODOS (UNLOAD)'.
             DISPLAY '2 - RECONSTRUIR UM ARQUIVO (RELOAD)'.
             DISPLAY '3 - CONFERIR COPIA X VIVO (VERIFICA)'.
             DISPLAY '4 - RECUPERAR ATE A QUEDA (RELOAD + TRILHA)'.
             DISPLAY '9 - SAIR'.
             DISPLAY 'SELECIONE SUA OPCAO...:'.
             ACCEPT SELEC-MENU.
                 PERFORM 2000-RELOAD-UM
               WHEN 3
                 PERFORM 3000-VERIFICA-TODOS
               WHEN 4
                 PERFORM 4000-RECUPERA
               WHEN 9
                 CONTINUE
               WHEN OTHER
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  1000-UNLOAD-TODOS - DESCARGA DATADA: GRAVA EM BKPMAST.TXT UM
      *>  SEGMENTO POR ARQUIVO MESTRE (BANNER COM NOME, DATA E HORA,
      *>  DEPOIS A IMAGEM DE CADA REGISTRO). A COPIA ANTERIOR E
      *>  SUBSTITUIDA. A HORA MARCA A PARTIR DE QUANDO AS TRILHAS DE
      *>  AUDITORIA SAO REAPLICADAS NA RECUPERACAO (OPCAO 4).
      *>  --------------------------------------------------------------
       1000-UNLOAD-TODOS.
      *>  --------------------------------------------------------------
             ACCEPT WRK-HORA-AGORA FROM TIME.
             OPEN OUTPUT BACKUP-SAIDA.
             MOVE 'ESTOQUE' TO WRK-ARQUIVO.
             PERFORM 1100-UNLOAD-ESTOQUE.
             PERFORM 1600-UNLOAD-APOLCTRL.
             MOVE 'CONTRCTL' TO WRK-ARQUIVO.
             PERFORM 1700-UNLOAD-CONTRCTL.
             MOVE 'CONTRATO' TO WRK-ARQUIVO.
             PERFORM 5020-UNLOAD-CONTRATO.
             MOVE 'APOLICES' TO WRK-ARQUIVO.
             PERFORM 5040-UNLOAD-APOLICES.
             MOVE 'GARANTIA' TO WRK-ARQUIVO.
             PERFORM 5060-UNLOAD-GARANTIA.
             MOVE 'EMPPREJU' TO WRK-ARQUIVO.
             PERFORM 5080-UNLOAD-EMPPREJU.
             MOVE 'PROVTEC' TO WRK-ARQUIVO.
             PERFORM 5100-UNLOAD-PROVTEC.
             MOVE 'VISTORIA' TO WRK-ARQUIVO.
             PERFORM 5120-UNLOAD-VISTORIA.
             MOVE 'SINFRAUD' TO WRK-ARQUIVO.
             PERFORM 5140-UNLOAD-SINFRAUD.
             MOVE 'SINAPOL' TO WRK-ARQUIVO.
             PERFORM 5160-UNLOAD-SINAPOL.
             MOVE 'MOEDAS' TO WRK-ARQUIVO.
             PERFORM 5180-UNLOAD-MOEDAS.
             MOVE 'TAXAHIST' TO WRK-ARQUIVO.
             PERFORM 5200-UNLOAD-TAXAHIST.
             MOVE 'SPREAD' TO WRK-ARQUIVO.
             PERFORM 5220-UNLOAD-SPREAD.
             MOVE 'SPRDDIA' TO WRK-ARQUIVO.
             PERFORM 5240-UNLOAD-SPRDDIA.
             MOVE 'NUMERARIO' TO WRK-ARQUIVO.
             PERFORM 5260-UNLOAD-NUMERARIO.
             MOVE 'REMEXT' TO WRK-ARQUIVO.
             PERFORM 5280-UNLOAD-REMEXT.
             MOVE 'TITPAGAR' TO WRK-ARQUIVO.
             PERFORM 5300-UNLOAD-TITPAGAR.
             MOVE 'NOTAFORN' TO WRK-ARQUIVO.
             PERFORM 5320-UNLOAD-NOTAFORN.
             MOVE 'COMIPAG' TO WRK-ARQUIVO.
             PERFORM 5340-UNLOAD-COMIPAG.
             MOVE 'ORCADEP' TO WRK-ARQUIVO.
             PERFORM 5360-UNLOAD-ORCADEP.
             MOVE 'ENDERECO' TO WRK-ARQUIVO.
             PERFORM 5380-UNLOAD-ENDERECO.
             MOVE 'PECAEND' TO WRK-ARQUIVO.
             PERFORM 5400-UNLOAD-PECAEND.
             MOVE 'NOTADEB' TO WRK-ARQUIVO.
             PERFORM 5420-UNLOAD-NOTADEB.
             MOVE 'PEDVENDA' TO WRK-ARQUIVO.
             PERFORM 5440-UNLOAD-PEDVENDA.
             MOVE 'NFVENDA' TO WRK-ARQUIVO.
             PERFORM 5460-UNLOAD-NFVENDA.
             MOVE 'VENDCTRL' TO WRK-ARQUIVO.
             PERFORM 5480-UNLOAD-VENDCTRL.
             MOVE 'GARPECA' TO WRK-ARQUIVO.
             PERFORM 5500-UNLOAD-GARPECA.
             MOVE 'FERRAM' TO WRK-ARQUIVO.
             PERFORM 5520-UNLOAD-FERRAM.
             MOVE 'FERRMOV' TO WRK-ARQUIVO.
             PERFORM 5540-UNLOAD-FERRMOV.
             MOVE 'FERRCTRL' TO WRK-ARQUIVO.
             PERFORM 5560-UNLOAD-FERRCTRL.
             MOVE 'CASOIMC' TO WRK-ARQUIVO.
             PERFORM 5580-UNLOAD-CASOIMC.
             MOVE 'TESTEFIS' TO WRK-ARQUIVO.
             PERFORM 5600-UNLOAD-TESTEFIS.
             MOVE 'REFAPTF' TO WRK-ARQUIVO.
             PERFORM 5620-UNLOAD-REFAPTF.
             MOVE 'ALUNOS' TO WRK-ARQUIVO.
             PERFORM 5640-UNLOAD-ALUNOS.
             MOVE 'PREAPROV' TO WRK-ARQUIVO.
             PERFORM 5660-UNLOAD-PREAPROV.
             MOVE 'RECERT' TO WRK-ARQUIVO.
             PERFORM 5680-UNLOAD-RECERT.
             MOVE 'SINOPER' TO WRK-ARQUIVO.
             PERFORM 5700-UNLOAD-SINOPER.
             MOVE 'INDEVIDO' TO WRK-ARQUIVO.
             PERFORM 5720-UNLOAD-INDEVIDO.
             MOVE 'ESPOLIO' TO WRK-ARQUIVO.
             PERFORM 5740-UNLOAD-ESPOLIO.
             MOVE 'PLDCASO' TO WRK-ARQUIVO.
             PERFORM 5760-UNLOAD-PLDCASO.
             MOVE 'CONSENT' TO WRK-ARQUIVO.
             PERFORM 5780-UNLOAD-CONSENT.
             MOVE 'COMUNFIL' TO WRK-ARQUIVO.
             PERFORM 5800-UNLOAD-COMUNFIL.
             MOVE 'DESCBENF' TO WRK-ARQUIVO.
             PERFORM 5820-UNLOAD-DESCBENF.
             MOVE 'JOBGRADE' TO WRK-ARQUIVO.
             PERFORM 5840-UNLOAD-JOBGRADE.
             MOVE 'CARTFAT' TO WRK-ARQUIVO.
             PERFORM 5860-UNLOAD-CARTFAT.
             MOVE 'CARTSALD' TO WRK-ARQUIVO.
             PERFORM 5880-UNLOAD-CARTSALD.
             MOVE 'COMECOTA' TO WRK-ARQUIVO.
             PERFORM 5900-UNLOAD-COMECOTA.
             MOVE 'EMISPROD' TO WRK-ARQUIVO.
             PERFORM 5920-UNLOAD-EMISPROD.
             MOVE 'POSEMIS' TO WRK-ARQUIVO.
             PERFORM 5940-UNLOAD-POSEMIS.
             MOVE 'PREVPRIV' TO WRK-ARQUIVO.
             PERFORM 5960-UNLOAD-PREVPRIV.
             MOVE 'PREVCTRL' TO WRK-ARQUIVO.
             PERFORM 5980-UNLOAD-PREVCTRL.
             MOVE 'PROVVIDA' TO WRK-ARQUIVO.
             PERFORM 6000-UNLOAD-PROVVIDA.
             MOVE 'COTACAO' TO WRK-ARQUIVO.
             PERFORM 6020-UNLOAD-COTACAO.
             MOVE 'COTCTRL' TO WRK-ARQUIVO.
             PERFORM 6040-UNLOAD-COTCTRL.
             MOVE 'FORMCTRL' TO WRK-ARQUIVO.
             PERFORM 6060-UNLOAD-FORMCTRL.
             MOVE 'NDCTRL' TO WRK-ARQUIVO.
             PERFORM 6080-UNLOAD-NDCTRL.
             MOVE 'ORDPROD' TO WRK-ARQUIVO.
             PERFORM 6100-UNLOAD-ORDPROD.
             MOVE 'OPCTRL' TO WRK-ARQUIVO.
             PERFORM 6120-UNLOAD-OPCTRL.
             MOVE 'PERCONT' TO WRK-ARQUIVO.
             PERFORM 6140-UNLOAD-PERCONT.
             MOVE 'SALDOCON' TO WRK-ARQUIVO.
             PERFORM 6160-UNLOAD-SALDOCON.
             MOVE 'SINLIQ' TO WRK-ARQUIVO.
             PERFORM 6180-UNLOAD-SINLIQ.
             MOVE 'SALVADOS' TO WRK-ARQUIVO.
             PERFORM 6200-UNLOAD-SALVADOS.
             MOVE 'SINPARM' TO WRK-ARQUIVO.
             PERFORM 6220-UNLOAD-SINPARM.
             MOVE 'REMCTRL' TO WRK-ARQUIVO.
             PERFORM 6240-UNLOAD-REMCTRL.
             MOVE 'COMUNFCT' TO WRK-ARQUIVO.
             PERFORM 6260-UNLOAD-COMUNFCT.
             MOVE 'FAIXASAL' TO WRK-ARQUIVO.
             PERFORM 6280-UNLOAD-FAIXASAL.
             MOVE 'TURMAS' TO WRK-ARQUIVO.
             PERFORM 6300-UNLOAD-TURMAS.
             MOVE 'TURCTRL' TO WRK-ARQUIVO.
             PERFORM 6320-UNLOAD-TURCTRL.
             MOVE 'INSCRIC' TO WRK-ARQUIVO.
             PERFORM 6340-UNLOAD-INSCRIC.
             MOVE 'PLANITEM' TO WRK-ARQUIVO.
             PERFORM 6360-UNLOAD-PLANITEM.
             MOVE 'VAGAS' TO WRK-ARQUIVO.
             PERFORM 6380-UNLOAD-VAGAS.
             MOVE 'VAGACTRL' TO WRK-ARQUIVO.
             PERFORM 6400-UNLOAD-VAGACTRL.
             MOVE 'CANDVAGA' TO WRK-ARQUIVO.
             PERFORM 6420-UNLOAD-CANDVAGA.
             MOVE 'NUMERMOV' TO WRK-ARQUIVO.
             PERFORM 6440-UNLOAD-NUMERMOV.
             MOVE 'SEGPARAM' TO WRK-ARQUIVO.
             PERFORM 6460-UNLOAD-SEGPARAM.
             MOVE 'PREAPPAR' TO WRK-ARQUIVO.
             PERFORM 6480-UNLOAD-PREAPPAR.
             MOVE 'SODREGRA' TO WRK-ARQUIVO.
             PERFORM 6500-UNLOAD-SODREGRA.
             MOVE 'IRRFTAB' TO WRK-ARQUIVO.
             PERFORM 6520-UNLOAD-IRRFTAB.
             CLOSE BACKUP-SAIDA.
             DISPLAY 'DESCARGA COMPLETA EM BKPMAST.TXT'.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             MOVE SPACES TO BACKUP-SAIDA-REG.
             STRING '*** BACKUP ARQUIVO=' WRK-ARQUIVO
                    ' DATA=' WRK-DATA-HOJE
                    ' HORA=' WRK-HORA-AGORA ' ***'
                    DELIMITED BY SIZE INTO BACKUP-SAIDA-REG.
             WRITE BACKUP-SAIDA-REG.
      *>  --------------------------------------------------------------
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE ESTOQUE-REG TO BACKUP-SAIDA-REG(1:56).
             WRITE BACKUP-SAIDA-REG.
             READ ESTOQUE NEXT
               AT END MOVE 10 TO ESTOQUE-STATUS
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CLIENTE-MASTER-REG TO BACKUP-SAIDA-REG(1:196).
             WRITE BACKUP-SAIDA-REG.
             READ CLIENTE-MASTER NEXT
               AT END MOVE 10 TO CLIENTE-STATUS
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE FORNECEDOR-REG TO BACKUP-SAIDA-REG(1:70).
             WRITE BACKUP-SAIDA-REG.
             READ FORNECEDOR NEXT
               AT END MOVE 10 TO FORN-STATUS
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT TAXA-CTRL.
             IF TAXA-STATUS = 0
               MOVE LOW-VALUES TO TX-MOEDA
               START TAXA-CTRL KEY IS NOT LESS THAN TX-MOEDA
                 INVALID KEY MOVE 10 TO TAXA-STATUS
               END-START
               IF TAXA-STATUS NOT = 10
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE TAXA-CTRL-REG TO BACKUP-SAIDA-REG(1:28).
             WRITE BACKUP-SAIDA-REG.
             READ TAXA-CTRL NEXT
               AT END MOVE 10 TO TAXA-STATUS
               AT END MOVE 10 TO CONTR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  2000-RELOAD-UM - RECONSTRUCAO: REGRAVA O ARQUIVO ESCOLHIDO A
      *>  PARTIR DO SEGMENTO CORRESPONDENTE DA COPIA.
      *>  ATENCAO: O CONTEUDO ATUAL DO ARQUIVO VIVO E SUBSTITUIDO. SE O
      *>  ARQUIVO NAO CONSTA DA COPIA (COPIA ANTERIOR A INCLUSAO DELE NO
      *>  UNLOAD) O VIVO NAO E TOCADO.
      *>  --------------------------------------------------------------
       2000-RELOAD-UM.
      *>  --------------------------------------------------------------
             DISPLAY 'ARQUIVO A RECONSTRUIR (NOME SEM .TXT, COMO NO'.
             DISPLAY 'BANNER DA COPIA - EX.: ESTOQUE, CLIENTE,'.
             DISPLAY 'FORNECED, CONTRATO, APOLICES, MOEDAS): '.
             ACCEPT WRK-ARQUIVO.
             PERFORM 2010-RELOAD-ARQUIVO.
      *>  --------------------------------------------------------------
       2010-RELOAD-ARQUIVO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-RECARREGADO.
             PERFORM 3100-CONTA-BACKUP.
             MOVE 0 TO WRK-QT-REGISTROS.
             MOVE 'N' TO WRK-COPIANDO.
             IF WRK-ACHOU-COPIA = 'N'
               DISPLAY '*** ' WRK-ARQUIVO ' NAO CONSTA DA COPIA - NADA'
                       ' FOI RECONSTRUIDO ***'
             ELSE
               OPEN INPUT BACKUP-SAIDA
               PERFORM 2020-ABRE-VIVO
               IF WRK-COPIANDO NOT = 'X'
                 READ BACKUP-SAIDA
                   AT END MOVE 10 TO BACKUP-STATUS
                 END-READ
                 PERFORM 2100-RELOAD-LINHA UNTIL BACKUP-STATUS = 10
                 PERFORM 2030-FECHA-VIVO
                 MOVE 'S' TO WRK-RECARREGADO
                 DISPLAY WRK-ARQUIVO ' RECONSTRUIDO ('
                         WRK-QT-REGISTROS ' REGISTROS)'
               END-IF
               MOVE 0 TO BACKUP-STATUS
               MOVE 'N' TO WRK-COPIANDO
             END-IF.
      *>  --------------------------------------------------------------
       2020-ABRE-VIVO.
      *>  --------------------------------------------------------------
             EVALUATE WRK-ARQUIVO
               WHEN 'ESTOQUE'
                 OPEN OUTPUT ESTOQUE
               WHEN 'CLIENTE'
                 OPEN OUTPUT CLIENTE-MASTER
               WHEN 'FORNECED'
                 OPEN OUTPUT FORNECEDOR
               WHEN 'CARTAOPF'
                 OPEN OUTPUT CARTAO-PERFIL
               WHEN 'TAXACTRL'
                 OPEN OUTPUT TAXA-CTRL
               WHEN 'APOLCTRL'
                 OPEN OUTPUT APOLICE-CTRL
               WHEN 'CONTRCTL'
                 OPEN OUTPUT CONTRATO-CTRL
               WHEN 'CONTRATO'
                 OPEN OUTPUT CONTRATOS
               WHEN 'APOLICES'
                 OPEN OUTPUT APOLICES
               WHEN 'GARANTIA'
                 OPEN OUTPUT GARANTIAS
               WHEN 'EMPPREJU'
                 OPEN OUTPUT PREJUIZOS
               WHEN 'PROVTEC'
                 OPEN OUTPUT PROVISOES
               WHEN 'VISTORIA'
                 OPEN OUTPUT VISTORIAS
               WHEN 'SINFRAUD'
                 OPEN OUTPUT FRAUDES
               WHEN 'SINAPOL'
                 OPEN OUTPUT SINISTRO-APOLICE
               WHEN 'MOEDAS'
                 OPEN OUTPUT MOEDAS
               WHEN 'TAXAHIST'
                 OPEN OUTPUT TAXA-HISTORICO
               WHEN 'SPREAD'
                 OPEN OUTPUT SPREADS
               WHEN 'SPRDDIA'
                 OPEN OUTPUT SPREAD-DIA
               WHEN 'NUMERARIO'
                 OPEN OUTPUT NUMERARIO
               WHEN 'REMEXT'
                 OPEN OUTPUT REMESSAS
               WHEN 'TITPAGAR'
                 OPEN OUTPUT CONTAS-PAGAR
               WHEN 'NOTAFORN'
                 OPEN OUTPUT NOTAS-FORN
               WHEN 'COMIPAG'
                 OPEN OUTPUT COMISSAO-PAGAR
               WHEN 'ORCADEP'
                 OPEN OUTPUT ORCAMENTO
               WHEN 'ENDERECO'
                 OPEN OUTPUT ENDERECOS
               WHEN 'PECAEND'
                 OPEN OUTPUT PECA-ENDERECO
               WHEN 'NOTADEB'
                 OPEN OUTPUT NOTAS-DEBITO
               WHEN 'PEDVENDA'
                 OPEN OUTPUT PEDIDOS-VENDA
               WHEN 'NFVENDA'
                 OPEN OUTPUT NOTAS-VENDA
               WHEN 'VENDCTRL'
                 OPEN OUTPUT VENDA-CTRL
               WHEN 'GARPECA'
                 OPEN OUTPUT GARANTIA-PECAS
               WHEN 'FERRAM'
                 OPEN OUTPUT FERRAMENTAS
               WHEN 'FERRMOV'
                 OPEN OUTPUT FERRAM-MOVTO
               WHEN 'FERRCTRL'
                 OPEN OUTPUT FERRAM-CTRL
               WHEN 'CASOIMC'
                 OPEN OUTPUT CASOS-IMC
               WHEN 'TESTEFIS'
                 OPEN OUTPUT TESTES-FISICOS
               WHEN 'REFAPTF'
                 OPEN OUTPUT REFERENCIAS
               WHEN 'ALUNOS'
                 OPEN OUTPUT ALUNOS
               WHEN 'PREAPROV'
                 OPEN OUTPUT PRE-APROVADOS
               WHEN 'RECERT'
                 OPEN OUTPUT RECERTIFICACAO
               WHEN 'SINOPER'
                 OPEN OUTPUT SINISTRO-OPER
               WHEN 'INDEVIDO'
                 OPEN OUTPUT INDEVIDOS
               WHEN 'ESPOLIO'
                 OPEN OUTPUT ESPOLIO
               WHEN 'PLDCASO'
                 OPEN OUTPUT PLD-CASOS
               WHEN 'CONSENT'
                 OPEN OUTPUT CONSENTIMENTOS
               WHEN 'COMUNFIL'
                 OPEN OUTPUT COMUNICACOES
               WHEN 'DESCBENF'
                 OPEN OUTPUT DESCONTOS-BENEF
               WHEN 'JOBGRADE'
                 OPEN OUTPUT JOB-GRADE
               WHEN 'CARTFAT'
                 OPEN OUTPUT CARTAO-FATURA
               WHEN 'CARTSALD'
                 OPEN OUTPUT CARTAO-SALDO
               WHEN 'COMECOTA'
                 OPEN OUTPUT COMECOTA
               WHEN 'EMISPROD'
                 OPEN OUTPUT EMISSOES
               WHEN 'POSEMIS'
                 OPEN OUTPUT POSICAO-EMISSAO
               WHEN 'PREVPRIV'
                 OPEN OUTPUT PREV-PRIVADA
               WHEN 'PREVCTRL'
                 OPEN OUTPUT PREV-CTRL
               WHEN 'PROVVIDA'
                 OPEN OUTPUT PROVA-VIDA
               WHEN 'COTACAO'
                 OPEN OUTPUT COTACOES
               WHEN 'COTCTRL'
                 OPEN OUTPUT COTACAO-CTRL
               WHEN 'FORMCTRL'
                 OPEN OUTPUT FORMAS-CTRL
               WHEN 'NDCTRL'
                 OPEN OUTPUT NOTADEB-CTRL
               WHEN 'ORDPROD'
                 OPEN OUTPUT ORDEM-PRODUCAO
               WHEN 'OPCTRL'
                 OPEN OUTPUT ORDEM-CTRL
               WHEN 'PERCONT'
                 OPEN OUTPUT PERIODOS
               WHEN 'SALDOCON'
                 OPEN OUTPUT SALDOS-CONTABEIS
               WHEN 'SINLIQ'
                 OPEN OUTPUT LIQUIDACOES
               WHEN 'SALVADOS'
                 OPEN OUTPUT SALVADOS
               WHEN 'SINPARM'
                 OPEN OUTPUT LIQ-PARAM
               WHEN 'REMCTRL'
                 OPEN OUTPUT REMESSA-CTRL
               WHEN 'COMUNFCT'
                 OPEN OUTPUT COMUN-CTRL
               WHEN 'FAIXASAL'
                 OPEN OUTPUT FAIXAS-SALARIAIS
               WHEN 'TURMAS'
                 OPEN OUTPUT TURMAS
               WHEN 'TURCTRL'
                 OPEN OUTPUT TURMA-CTRL
               WHEN 'INSCRIC'
                 OPEN OUTPUT INSCRICOES
               WHEN 'PLANITEM'
                 OPEN OUTPUT PLANO-ITEM
               WHEN 'VAGAS'
                 OPEN OUTPUT VAGAS
               WHEN 'VAGACTRL'
                 OPEN OUTPUT VAGA-CTRL
               WHEN 'CANDVAGA'
                 OPEN OUTPUT CANDIDATURAS
               WHEN 'NUMERMOV'
                 OPEN OUTPUT NUMER-MOVIMENTO
               WHEN 'SEGPARAM'
                 OPEN OUTPUT SEGMENTO-PARAMS
               WHEN 'PREAPPAR'
                 OPEN OUTPUT PREAPROV-PARAM
               WHEN 'SODREGRA'
                 OPEN OUTPUT SOD-REGRAS
               WHEN 'IRRFTAB'
                 OPEN OUTPUT IRRF-PARAM
               WHEN OTHER
                 DISPLAY '*** ARQUIVO DESCONHECIDO ***'
                 MOVE 'X' TO WRK-COPIANDO
             END-EVALUATE.
      *>  --------------------------------------------------------------
       2030-FECHA-VIVO.
      *>  --------------------------------------------------------------
             EVALUATE WRK-ARQUIVO
               WHEN 'ESTOQUE'
                 CLOSE ESTOQUE
               WHEN 'CLIENTE'
                 CLOSE CLIENTE-MASTER
               WHEN 'FORNECED'
                 CLOSE FORNECEDOR
               WHEN 'CARTAOPF'
                 CLOSE CARTAO-PERFIL
               WHEN 'TAXACTRL'
                 CLOSE TAXA-CTRL
               WHEN 'APOLCTRL'
                 CLOSE APOLICE-CTRL
               WHEN 'CONTRCTL'
                 CLOSE CONTRATO-CTRL
               WHEN 'CONTRATO'
                 CLOSE CONTRATOS
               WHEN 'APOLICES'
                 CLOSE APOLICES
               WHEN 'GARANTIA'
                 CLOSE GARANTIAS
               WHEN 'EMPPREJU'
                 CLOSE PREJUIZOS
               WHEN 'PROVTEC'
                 CLOSE PROVISOES
               WHEN 'VISTORIA'
                 CLOSE VISTORIAS
               WHEN 'SINFRAUD'
                 CLOSE FRAUDES
               WHEN 'SINAPOL'
                 CLOSE SINISTRO-APOLICE
               WHEN 'MOEDAS'
                 CLOSE MOEDAS
               WHEN 'TAXAHIST'
                 CLOSE TAXA-HISTORICO
               WHEN 'SPREAD'
                 CLOSE SPREADS
               WHEN 'SPRDDIA'
                 CLOSE SPREAD-DIA
               WHEN 'NUMERARIO'
                 CLOSE NUMERARIO
               WHEN 'REMEXT'
                 CLOSE REMESSAS
               WHEN 'TITPAGAR'
                 CLOSE CONTAS-PAGAR
               WHEN 'NOTAFORN'
                 CLOSE NOTAS-FORN
               WHEN 'COMIPAG'
                 CLOSE COMISSAO-PAGAR
               WHEN 'ORCADEP'
                 CLOSE ORCAMENTO
               WHEN 'ENDERECO'
                 CLOSE ENDERECOS
               WHEN 'PECAEND'
                 CLOSE PECA-ENDERECO
               WHEN 'NOTADEB'
                 CLOSE NOTAS-DEBITO
               WHEN 'PEDVENDA'
                 CLOSE PEDIDOS-VENDA
               WHEN 'NFVENDA'
                 CLOSE NOTAS-VENDA
               WHEN 'VENDCTRL'
                 CLOSE VENDA-CTRL
               WHEN 'GARPECA'
                 CLOSE GARANTIA-PECAS
               WHEN 'FERRAM'
                 CLOSE FERRAMENTAS
               WHEN 'FERRMOV'
                 CLOSE FERRAM-MOVTO
               WHEN 'FERRCTRL'
                 CLOSE FERRAM-CTRL
               WHEN 'CASOIMC'
                 CLOSE CASOS-IMC
               WHEN 'TESTEFIS'
                 CLOSE TESTES-FISICOS
               WHEN 'REFAPTF'
                 CLOSE REFERENCIAS
               WHEN 'ALUNOS'
                 CLOSE ALUNOS
               WHEN 'PREAPROV'
                 CLOSE PRE-APROVADOS
               WHEN 'RECERT'
                 CLOSE RECERTIFICACAO
               WHEN 'SINOPER'
                 CLOSE SINISTRO-OPER
               WHEN 'INDEVIDO'
                 CLOSE INDEVIDOS
               WHEN 'ESPOLIO'
                 CLOSE ESPOLIO
               WHEN 'PLDCASO'
                 CLOSE PLD-CASOS
               WHEN 'CONSENT'
                 CLOSE CONSENTIMENTOS
               WHEN 'COMUNFIL'
                 CLOSE COMUNICACOES
               WHEN 'DESCBENF'
                 CLOSE DESCONTOS-BENEF
               WHEN 'JOBGRADE'
                 CLOSE JOB-GRADE
               WHEN 'CARTFAT'
                 CLOSE CARTAO-FATURA
               WHEN 'CARTSALD'
                 CLOSE CARTAO-SALDO
               WHEN 'COMECOTA'
                 CLOSE COMECOTA
               WHEN 'EMISPROD'
                 CLOSE EMISSOES
               WHEN 'POSEMIS'
                 CLOSE POSICAO-EMISSAO
               WHEN 'PREVPRIV'
                 CLOSE PREV-PRIVADA
               WHEN 'PREVCTRL'
                 CLOSE PREV-CTRL
               WHEN 'PROVVIDA'
                 CLOSE PROVA-VIDA
               WHEN 'COTACAO'
                 CLOSE COTACOES
               WHEN 'COTCTRL'
                 CLOSE COTACAO-CTRL
               WHEN 'FORMCTRL'
                 CLOSE FORMAS-CTRL
               WHEN 'NDCTRL'
                 CLOSE NOTADEB-CTRL
               WHEN 'ORDPROD'
                 CLOSE ORDEM-PRODUCAO
               WHEN 'OPCTRL'
                 CLOSE ORDEM-CTRL
               WHEN 'PERCONT'
                 CLOSE PERIODOS
               WHEN 'SALDOCON'
                 CLOSE SALDOS-CONTABEIS
               WHEN 'SINLIQ'
                 CLOSE LIQUIDACOES
               WHEN 'SALVADOS'
                 CLOSE SALVADOS
               WHEN 'SINPARM'
                 CLOSE LIQ-PARAM
               WHEN 'REMCTRL'
                 CLOSE REMESSA-CTRL
               WHEN 'COMUNFCT'
                 CLOSE COMUN-CTRL
               WHEN 'FAIXASAL'
                 CLOSE FAIXAS-SALARIAIS
               WHEN 'TURMAS'
                 CLOSE TURMAS
               WHEN 'TURCTRL'
                 CLOSE TURMA-CTRL
               WHEN 'INSCRIC'
                 CLOSE INSCRICOES
               WHEN 'PLANITEM'
                 CLOSE PLANO-ITEM
               WHEN 'VAGAS'
                 CLOSE VAGAS
               WHEN 'VAGACTRL'
                 CLOSE VAGA-CTRL
               WHEN 'CANDVAGA'
                 CLOSE CANDIDATURAS
               WHEN 'NUMERMOV'
                 CLOSE NUMER-MOVIMENTO
               WHEN 'SEGPARAM'
                 CLOSE SEGMENTO-PARAMS
               WHEN 'PREAPPAR'
                 CLOSE PREAPROV-PARAM
               WHEN 'SODREGRA'
                 CLOSE SOD-REGRAS
               WHEN 'IRRFTAB'
                 CLOSE IRRF-PARAM
             END-EVALUATE.
      *>  --------------------------------------------------------------
       2100-RELOAD-LINHA.
      *>  --------------------------------------------------------------
             MOVE BACKUP-SAIDA-REG TO WRK-IMAGEM.
             EVALUATE TRUE
               WHEN WRK-IMAGEM(1:19) = '*** BACKUP ARQUIVO='
                 IF WRK-IMAGEM(20:9) = WRK-ARQUIVO
                   MOVE 'S' TO WRK-COPIANDO
                 ELSE
                   MOVE 'N' TO WRK-COPIANDO
      *>  --------------------------------------------------------------
             EVALUATE WRK-ARQUIVO
               WHEN 'ESTOQUE'
                 MOVE WRK-IMAGEM(1:56) TO ESTOQUE-REG
                 WRITE ESTOQUE-REG
               WHEN 'CLIENTE'
                 MOVE WRK-IMAGEM(1:196) TO CLIENTE-MASTER-REG
                 WRITE CLIENTE-MASTER-REG
               WHEN 'FORNECED'
                 MOVE WRK-IMAGEM(1:70) TO FORNECEDOR-REG
                 WRITE FORNECEDOR-REG
               WHEN 'CARTAOPF'
                 MOVE WRK-IMAGEM(1:12) TO CARTAO-PERFIL-REG
                 WRITE CARTAO-PERFIL-REG
               WHEN 'TAXACTRL'
                 MOVE WRK-IMAGEM(1:28) TO TAXA-CTRL-REG
                 WRITE TAXA-CTRL-REG
               WHEN 'APOLCTRL'
                 MOVE WRK-IMAGEM(1:9) TO APOLICE-CTRL-REG
               WHEN 'CONTRCTL'
                 MOVE WRK-IMAGEM(1:9) TO CONTRATO-CTRL-REG
                 WRITE CONTRATO-CTRL-REG
               WHEN 'CONTRATO'
                 MOVE WRK-IMAGEM(1:990) TO CONTRATO-MASTER-REG
                 WRITE CONTRATO-MASTER-REG
               WHEN 'APOLICES'
                 MOVE WRK-IMAGEM(1:120) TO APOLICE-MASTER-REG
                 WRITE APOLICE-MASTER-REG
               WHEN 'GARANTIA'
                 MOVE WRK-IMAGEM(1:138) TO GARANTIA-MASTER-REG
                 WRITE GARANTIA-MASTER-REG
               WHEN 'EMPPREJU'
                 MOVE WRK-IMAGEM(1:100) TO PREJUIZO-MASTER-REG
                 WRITE PREJUIZO-MASTER-REG
               WHEN 'PROVTEC'
                 MOVE WRK-IMAGEM(1:123) TO PROVTEC-MASTER-REG
                 WRITE PROVTEC-MASTER-REG
               WHEN 'VISTORIA'
                 MOVE WRK-IMAGEM(1:182) TO VISTORIA-MASTER-REG
                 WRITE VISTORIA-MASTER-REG
               WHEN 'SINFRAUD'
                 MOVE WRK-IMAGEM(1:146) TO FRAUDE-MASTER-REG
                 WRITE FRAUDE-MASTER-REG
               WHEN 'SINAPOL'
                 MOVE WRK-IMAGEM(1:46) TO SINAPOL-MASTER-REG
                 WRITE SINAPOL-MASTER-REG
               WHEN 'MOEDAS'
                 MOVE WRK-IMAGEM(1:66) TO MOEDA-MASTER-REG
                 WRITE MOEDA-MASTER-REG
               WHEN 'TAXAHIST'
                 MOVE WRK-IMAGEM(1:28) TO TAXA-HISTORICO-REG
                 WRITE TAXA-HISTORICO-REG
               WHEN 'SPREAD'
                 MOVE WRK-IMAGEM(1:93) TO SPREAD-MASTER-REG
                 WRITE SPREAD-MASTER-REG
               WHEN 'SPRDDIA'
                 MOVE WRK-IMAGEM(1:40) TO SPRDDIA-MASTER-REG
                 WRITE SPRDDIA-MASTER-REG
               WHEN 'NUMERARIO'
                 MOVE WRK-IMAGEM(1:80) TO NUMERARIO-MASTER-REG
                 WRITE NUMERARIO-MASTER-REG
               WHEN 'REMEXT'
                 MOVE WRK-IMAGEM(1:290) TO REMESSA-MASTER-REG
                 WRITE REMESSA-MASTER-REG
               WHEN 'TITPAGAR'
                 MOVE WRK-IMAGEM(1:75) TO CPAGAR-MASTER-REG
                 WRITE CPAGAR-MASTER-REG
               WHEN 'NOTAFORN'
                 MOVE WRK-IMAGEM(1:433) TO NOTAFORN-MASTER-REG
                 WRITE NOTAFORN-MASTER-REG
               WHEN 'COMIPAG'
                 MOVE WRK-IMAGEM(1:58) TO COMIPAG-MASTER-REG
                 WRITE COMIPAG-MASTER-REG
               WHEN 'ORCADEP'
                 MOVE WRK-IMAGEM(1:191) TO ORCAMENTO-MASTER-REG
                 WRITE ORCAMENTO-MASTER-REG
               WHEN 'ENDERECO'
                 MOVE WRK-IMAGEM(1:51) TO ENDERECO-MASTER-REG
                 WRITE ENDERECO-MASTER-REG
               WHEN 'PECAEND'
                 MOVE WRK-IMAGEM(1:46) TO PECAEND-MASTER-REG
                 WRITE PECAEND-MASTER-REG
               WHEN 'NOTADEB'
                 MOVE WRK-IMAGEM(1:145) TO NOTADEB-MASTER-REG
                 WRITE NOTADEB-MASTER-REG
               WHEN 'PEDVENDA'
                 MOVE WRK-IMAGEM(1:366) TO PEDVENDA-MASTER-REG
                 WRITE PEDVENDA-MASTER-REG
               WHEN 'NFVENDA'
                 MOVE WRK-IMAGEM(1:347) TO NFVENDA-MASTER-REG
                 WRITE NFVENDA-MASTER-REG
               WHEN 'VENDCTRL'
                 MOVE WRK-IMAGEM(1:10) TO VENDA-CTRL-REG
                 WRITE VENDA-CTRL-REG
               WHEN 'GARPECA'
                 MOVE WRK-IMAGEM(1:165) TO GARPECA-MASTER-REG
                 WRITE GARPECA-MASTER-REG
               WHEN 'FERRAM'
                 MOVE WRK-IMAGEM(1:126) TO FERRAM-MASTER-REG
                 WRITE FERRAM-MASTER-REG
               WHEN 'FERRMOV'
                 MOVE WRK-IMAGEM(1:119) TO FERRMOV-MASTER-REG
                 WRITE FERRMOV-MASTER-REG
               WHEN 'FERRCTRL'
                 MOVE WRK-IMAGEM(1:7) TO FERRAM-CTRL-REG
                 WRITE FERRAM-CTRL-REG
               WHEN 'CASOIMC'
                 MOVE WRK-IMAGEM(1:255) TO CASOIMC-MASTER-REG
                 WRITE CASOIMC-MASTER-REG
               WHEN 'TESTEFIS'
                 MOVE WRK-IMAGEM(1:49) TO TESTEFIS-MASTER-REG
                 WRITE TESTEFIS-MASTER-REG
               WHEN 'REFAPTF'
                 MOVE WRK-IMAGEM(1:38) TO REFAPTF-MASTER-REG
                 WRITE REFAPTF-MASTER-REG
               WHEN 'ALUNOS'
                 MOVE WRK-IMAGEM(1:70) TO ALUNOS-REG
                 WRITE ALUNOS-REG
               WHEN 'PREAPROV'
                 MOVE WRK-IMAGEM(1:101) TO PREAPROV-MASTER-REG
                 WRITE PREAPROV-MASTER-REG
               WHEN 'RECERT'
                 MOVE WRK-IMAGEM(1:89) TO RECERT-MASTER-REG
                 WRITE RECERT-MASTER-REG
               WHEN 'SINOPER'
                 MOVE WRK-IMAGEM(1:75) TO SINOPER-MASTER-REG
                 WRITE SINOPER-MASTER-REG
               WHEN 'INDEVIDO'
                 MOVE WRK-IMAGEM(1:105) TO INDEVIDO-MASTER-REG
                 WRITE INDEVIDO-MASTER-REG
               WHEN 'ESPOLIO'
                 MOVE WRK-IMAGEM(1:84) TO ESPOLIO-MASTER-REG
                 WRITE ESPOLIO-MASTER-REG
               WHEN 'PLDCASO'
                 MOVE WRK-IMAGEM(1:167) TO PLDCASO-MASTER-REG
                 WRITE PLDCASO-MASTER-REG
               WHEN 'CONSENT'
                 MOVE WRK-IMAGEM(1:52) TO CONSENT-MASTER-REG
                 WRITE CONSENT-MASTER-REG
               WHEN 'COMUNFIL'
                 MOVE WRK-IMAGEM(1:160) TO COMUNFIL-MASTER-REG
                 WRITE COMUNFIL-MASTER-REG
               WHEN 'DESCBENF'
                 MOVE WRK-IMAGEM(1:158) TO DESCBENF-MASTER-REG
                 WRITE DESCBENF-MASTER-REG
               WHEN 'JOBGRADE'
                 MOVE WRK-IMAGEM(1:100) TO JOBGRADE-REG
                 WRITE JOBGRADE-REG
               WHEN 'CARTFAT'
                 MOVE WRK-IMAGEM(1:105) TO CARTAO-FATURA-REG
                 WRITE CARTAO-FATURA-REG
               WHEN 'CARTSALD'
                 MOVE WRK-IMAGEM(1:38) TO CARTAO-SALDO-REG
                 WRITE CARTAO-SALDO-REG
               WHEN 'COMECOTA'
                 MOVE WRK-IMAGEM(1:70) TO COMECOTA-MASTER-REG
                 WRITE COMECOTA-MASTER-REG
               WHEN 'EMISPROD'
                 MOVE WRK-IMAGEM(1:108) TO EMISPROD-MASTER-REG
                 WRITE EMISPROD-MASTER-REG
               WHEN 'POSEMIS'
                 MOVE WRK-IMAGEM(1:40) TO POSEMIS-MASTER-REG
                 WRITE POSEMIS-MASTER-REG
               WHEN 'PREVPRIV'
                 MOVE WRK-IMAGEM(1:142) TO PREVPRIV-MASTER-REG
                 WRITE PREVPRIV-MASTER-REG
               WHEN 'PREVCTRL'
                 MOVE WRK-IMAGEM(1:7) TO PREV-CTRL-REG
                 WRITE PREV-CTRL-REG
               WHEN 'PROVVIDA'
                 MOVE WRK-IMAGEM(1:86) TO PROVAVIDA-MASTER-REG
                 WRITE PROVAVIDA-MASTER-REG
               WHEN 'COTACAO'
                 MOVE WRK-IMAGEM(1:123) TO COTACAO-MASTER-REG
                 WRITE COTACAO-MASTER-REG
               WHEN 'COTCTRL'
                 MOVE WRK-IMAGEM(1:7) TO COTACAO-CTRL-REG
                 WRITE COTACAO-CTRL-REG
               WHEN 'FORMCTRL'
                 MOVE WRK-IMAGEM(1:7) TO FORMAS-CTRL-REG
                 WRITE FORMAS-CTRL-REG
               WHEN 'NDCTRL'
                 MOVE WRK-IMAGEM(1:7) TO NOTADEB-CTRL-REG
                 WRITE NOTADEB-CTRL-REG
               WHEN 'ORDPROD'
                 MOVE WRK-IMAGEM(1:186) TO ORDPROD-MASTER-REG
                 WRITE ORDPROD-MASTER-REG
               WHEN 'OPCTRL'
                 MOVE WRK-IMAGEM(1:7) TO ORDEM-CTRL-REG
                 WRITE ORDEM-CTRL-REG
               WHEN 'PERCONT'
                 MOVE WRK-IMAGEM(1:35) TO PERIODO-MASTER-REG
                 WRITE PERIODO-MASTER-REG
               WHEN 'SALDOCON'
                 MOVE WRK-IMAGEM(1:91) TO SALDOCON-MASTER-REG
                 WRITE SALDOCON-MASTER-REG
               WHEN 'SINLIQ'
                 MOVE WRK-IMAGEM(1:114) TO LIQUIDACAO-MASTER-REG
                 WRITE LIQUIDACAO-MASTER-REG
               WHEN 'SALVADOS'
                 MOVE WRK-IMAGEM(1:123) TO SALVADO-MASTER-REG
                 WRITE SALVADO-MASTER-REG
               WHEN 'SINPARM'
                 MOVE WRK-IMAGEM(1:41) TO LIQ-PARAM-REG
                 WRITE LIQ-PARAM-REG
               WHEN 'REMCTRL'
                 MOVE WRK-IMAGEM(1:9) TO REMESSA-CTRL-REG
                 WRITE REMESSA-CTRL-REG
               WHEN 'COMUNFCT'
                 MOVE WRK-IMAGEM(1:9) TO COMUN-CTRL-REG
                 WRITE COMUN-CTRL-REG
               WHEN 'FAIXASAL'
                 MOVE WRK-IMAGEM(1:67) TO FAIXASAL-MASTER-REG
                 WRITE FAIXASAL-MASTER-REG
               WHEN 'TURMAS'
                 MOVE WRK-IMAGEM(1:70) TO TURMA-MASTER-REG
                 WRITE TURMA-MASTER-REG
               WHEN 'TURCTRL'
                 MOVE WRK-IMAGEM(1:6) TO TURMA-CTRL-REG
                 WRITE TURMA-CTRL-REG
               WHEN 'INSCRIC'
                 MOVE WRK-IMAGEM(1:59) TO INSCRIC-MASTER-REG
                 WRITE INSCRIC-MASTER-REG
               WHEN 'PLANITEM'
                 MOVE WRK-IMAGEM(1:50) TO PLANITEM-MASTER-REG
                 WRITE PLANITEM-MASTER-REG
               WHEN 'VAGAS'
                 MOVE WRK-IMAGEM(1:107) TO VAGA-MASTER-REG
                 WRITE VAGA-MASTER-REG
               WHEN 'VAGACTRL'
                 MOVE WRK-IMAGEM(1:6) TO VAGA-CTRL-REG
                 WRITE VAGA-CTRL-REG
               WHEN 'CANDVAGA'
                 MOVE WRK-IMAGEM(1:88) TO CANDVAGA-MASTER-REG
                 WRITE CANDVAGA-MASTER-REG
               WHEN 'NUMERMOV'
                 MOVE WRK-IMAGEM(1:44) TO NUMER-MOVIMENTO-REG
                 WRITE NUMER-MOVIMENTO-REG
               WHEN 'SEGPARAM'
                 MOVE WRK-IMAGEM(1:72) TO SEGMENTO-PARAMS-REG
                 WRITE SEGMENTO-PARAMS-REG
               WHEN 'PREAPPAR'
                 MOVE WRK-IMAGEM(1:20) TO PREAPROV-PARAM-REG
                 WRITE PREAPROV-PARAM-REG
               WHEN 'SODREGRA'
                 MOVE WRK-IMAGEM(1:44) TO SOD-REGRAS-REG
                 WRITE SOD-REGRAS-REG
               WHEN 'IRRFTAB'
                 MOVE WRK-IMAGEM(1:132) TO IRRF-PARAM-REG
                 WRITE IRRF-PARAM-REG
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  3000-VERIFICA-TODOS - CONFERENCIA: CONTA OS REGISTROS DE CADA
      *>  SEGMENTO DA COPIA (E O RODAPE GRAVADO NO UNLOAD) CONTRA A
      *>  CONTAGEM E A SEQUENCIA DE CHAVES DO ARQUIVO VIVO. QUALQUER
      *>  DIVERGENCIA TERMINA O PROGRAMA COM CODIGO DE RETORNO 8.
      *>  NOS MESTRES DE NEGOCIO INCLUIDOS DEPOIS NA COPIA A CONTAGEM E
      *>  SO INFORMATIVA (A CADEIA DA NOITE MOVIMENTA ESSES ARQUIVOS
      *>  ENTRE O UNLOAD E O VERIF); ALI SO A SEQUENCIA DE CHAVES
      *>  QUEBRADA CONTA COMO DIVERGENCIA.
      *>  --------------------------------------------------------------
       3000-VERIFICA-TODOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-DIVERG.
             MOVE 'S' TO WRK-CONFERE-QT.
             MOVE 'ESTOQUE' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 3210-CONTA-VIVO-ESTOQUE.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 3270-CONTA-VIVO-CONTRCTL.
             PERFORM 3900-COMPARA.
             MOVE 'N' TO WRK-CONFERE-QT.
             MOVE 'CONTRATO' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7020-CONTA-VIVO-CONTRATO.
             PERFORM 3900-COMPARA.
             MOVE 'APOLICES' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7040-CONTA-VIVO-APOLICES.
             PERFORM 3900-COMPARA.
             MOVE 'GARANTIA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7060-CONTA-VIVO-GARANTIA.
             PERFORM 3900-COMPARA.
             MOVE 'EMPPREJU' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7080-CONTA-VIVO-EMPPREJU.
             PERFORM 3900-COMPARA.
             MOVE 'PROVTEC' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7100-CONTA-VIVO-PROVTEC.
             PERFORM 3900-COMPARA.
             MOVE 'VISTORIA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7120-CONTA-VIVO-VISTORIA.
             PERFORM 3900-COMPARA.
             MOVE 'SINFRAUD' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7140-CONTA-VIVO-SINFRAUD.
             PERFORM 3900-COMPARA.
             MOVE 'SINAPOL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7160-CONTA-VIVO-SINAPOL.
             PERFORM 3900-COMPARA.
             MOVE 'MOEDAS' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7180-CONTA-VIVO-MOEDAS.
             PERFORM 3900-COMPARA.
             MOVE 'TAXAHIST' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7200-CONTA-VIVO-TAXAHIST.
             PERFORM 3900-COMPARA.
             MOVE 'SPREAD' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7220-CONTA-VIVO-SPREAD.
             PERFORM 3900-COMPARA.
             MOVE 'SPRDDIA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7240-CONTA-VIVO-SPRDDIA.
             PERFORM 3900-COMPARA.
             MOVE 'NUMERARIO' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7260-CONTA-VIVO-NUMERARIO.
             PERFORM 3900-COMPARA.
             MOVE 'REMEXT' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7280-CONTA-VIVO-REMEXT.
             PERFORM 3900-COMPARA.
             MOVE 'TITPAGAR' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7300-CONTA-VIVO-TITPAGAR.
             PERFORM 3900-COMPARA.
             MOVE 'NOTAFORN' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7320-CONTA-VIVO-NOTAFORN.
             PERFORM 3900-COMPARA.
             MOVE 'COMIPAG' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7340-CONTA-VIVO-COMIPAG.
             PERFORM 3900-COMPARA.
             MOVE 'ORCADEP' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7360-CONTA-VIVO-ORCADEP.
             PERFORM 3900-COMPARA.
             MOVE 'ENDERECO' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7380-CONTA-VIVO-ENDERECO.
             PERFORM 3900-COMPARA.
             MOVE 'PECAEND' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7400-CONTA-VIVO-PECAEND.
             PERFORM 3900-COMPARA.
             MOVE 'NOTADEB' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7420-CONTA-VIVO-NOTADEB.
             PERFORM 3900-COMPARA.
             MOVE 'PEDVENDA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7440-CONTA-VIVO-PEDVENDA.
             PERFORM 3900-COMPARA.
             MOVE 'NFVENDA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7460-CONTA-VIVO-NFVENDA.
             PERFORM 3900-COMPARA.
             MOVE 'VENDCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7480-CONTA-VIVO-VENDCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'GARPECA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7500-CONTA-VIVO-GARPECA.
             PERFORM 3900-COMPARA.
             MOVE 'FERRAM' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7520-CONTA-VIVO-FERRAM.
             PERFORM 3900-COMPARA.
             MOVE 'FERRMOV' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7540-CONTA-VIVO-FERRMOV.
             PERFORM 3900-COMPARA.
             MOVE 'FERRCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7560-CONTA-VIVO-FERRCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'CASOIMC' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7580-CONTA-VIVO-CASOIMC.
             PERFORM 3900-COMPARA.
             MOVE 'TESTEFIS' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7600-CONTA-VIVO-TESTEFIS.
             PERFORM 3900-COMPARA.
             MOVE 'REFAPTF' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7620-CONTA-VIVO-REFAPTF.
             PERFORM 3900-COMPARA.
             MOVE 'ALUNOS' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7640-CONTA-VIVO-ALUNOS.
             PERFORM 3900-COMPARA.
             MOVE 'PREAPROV' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7660-CONTA-VIVO-PREAPROV.
             PERFORM 3900-COMPARA.
             MOVE 'RECERT' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7680-CONTA-VIVO-RECERT.
             PERFORM 3900-COMPARA.
             MOVE 'SINOPER' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7700-CONTA-VIVO-SINOPER.
             PERFORM 3900-COMPARA.
             MOVE 'INDEVIDO' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7720-CONTA-VIVO-INDEVIDO.
             PERFORM 3900-COMPARA.
             MOVE 'ESPOLIO' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7740-CONTA-VIVO-ESPOLIO.
             PERFORM 3900-COMPARA.
             MOVE 'PLDCASO' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7760-CONTA-VIVO-PLDCASO.
             PERFORM 3900-COMPARA.
             MOVE 'CONSENT' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7780-CONTA-VIVO-CONSENT.
             PERFORM 3900-COMPARA.
             MOVE 'COMUNFIL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7800-CONTA-VIVO-COMUNFIL.
             PERFORM 3900-COMPARA.
             MOVE 'DESCBENF' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7820-CONTA-VIVO-DESCBENF.
             PERFORM 3900-COMPARA.
             MOVE 'JOBGRADE' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7840-CONTA-VIVO-JOBGRADE.
             PERFORM 3900-COMPARA.
             MOVE 'CARTFAT' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7860-CONTA-VIVO-CARTFAT.
             PERFORM 3900-COMPARA.
             MOVE 'CARTSALD' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7880-CONTA-VIVO-CARTSALD.
             PERFORM 3900-COMPARA.
             MOVE 'COMECOTA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7900-CONTA-VIVO-COMECOTA.
             PERFORM 3900-COMPARA.
             MOVE 'EMISPROD' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7920-CONTA-VIVO-EMISPROD.
             PERFORM 3900-COMPARA.
             MOVE 'POSEMIS' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7940-CONTA-VIVO-POSEMIS.
             PERFORM 3900-COMPARA.
             MOVE 'PREVPRIV' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7960-CONTA-VIVO-PREVPRIV.
             PERFORM 3900-COMPARA.
             MOVE 'PREVCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 7980-CONTA-VIVO-PREVCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'PROVVIDA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8000-CONTA-VIVO-PROVVIDA.
             PERFORM 3900-COMPARA.
             MOVE 'COTACAO' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8020-CONTA-VIVO-COTACAO.
             PERFORM 3900-COMPARA.
             MOVE 'COTCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8040-CONTA-VIVO-COTCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'FORMCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8060-CONTA-VIVO-FORMCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'NDCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8080-CONTA-VIVO-NDCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'ORDPROD' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8100-CONTA-VIVO-ORDPROD.
             PERFORM 3900-COMPARA.
             MOVE 'OPCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8120-CONTA-VIVO-OPCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'PERCONT' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8140-CONTA-VIVO-PERCONT.
             PERFORM 3900-COMPARA.
             MOVE 'SALDOCON' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8160-CONTA-VIVO-SALDOCON.
             PERFORM 3900-COMPARA.
             MOVE 'SINLIQ' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8180-CONTA-VIVO-SINLIQ.
             PERFORM 3900-COMPARA.
             MOVE 'SALVADOS' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8200-CONTA-VIVO-SALVADOS.
             PERFORM 3900-COMPARA.
             MOVE 'SINPARM' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8220-CONTA-VIVO-SINPARM.
             PERFORM 3900-COMPARA.
             MOVE 'REMCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8240-CONTA-VIVO-REMCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'COMUNFCT' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8260-CONTA-VIVO-COMUNFCT.
             PERFORM 3900-COMPARA.
             MOVE 'FAIXASAL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8280-CONTA-VIVO-FAIXASAL.
             PERFORM 3900-COMPARA.
             MOVE 'TURMAS' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8300-CONTA-VIVO-TURMAS.
             PERFORM 3900-COMPARA.
             MOVE 'TURCTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8320-CONTA-VIVO-TURCTRL.
             PERFORM 3900-COMPARA.
             MOVE 'INSCRIC' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8340-CONTA-VIVO-INSCRIC.
             PERFORM 3900-COMPARA.
             MOVE 'PLANITEM' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8360-CONTA-VIVO-PLANITEM.
             PERFORM 3900-COMPARA.
             MOVE 'VAGAS' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8380-CONTA-VIVO-VAGAS.
             PERFORM 3900-COMPARA.
             MOVE 'VAGACTRL' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8400-CONTA-VIVO-VAGACTRL.
             PERFORM 3900-COMPARA.
             MOVE 'CANDVAGA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8420-CONTA-VIVO-CANDVAGA.
             PERFORM 3900-COMPARA.
             MOVE 'NUMERMOV' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8440-CONTA-VIVO-NUMERMOV.
             PERFORM 3900-COMPARA.
             MOVE 'SEGPARAM' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8460-CONTA-VIVO-SEGPARAM.
             PERFORM 3900-COMPARA.
             MOVE 'PREAPPAR' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8480-CONTA-VIVO-PREAPPAR.
             PERFORM 3900-COMPARA.
             MOVE 'SODREGRA' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8500-CONTA-VIVO-SODREGRA.
             PERFORM 3900-COMPARA.
             MOVE 'IRRFTAB' TO WRK-ARQUIVO.
             PERFORM 3100-CONTA-BACKUP.
             PERFORM 8520-CONTA-VIVO-IRRFTAB.
             PERFORM 3900-COMPARA.
             MOVE 'S' TO WRK-CONFERE-QT.
             DISPLAY 'ARQUIVOS COM DIVERGENCIA: ' WRK-QT-DIVERG.
      *>  --------------------------------------------------------------
       3100-CONTA-BACKUP.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-BACKUP.
             MOVE 0 TO WRK-TSC-DATA WRK-TSC-HORA.
             MOVE 'N' TO WRK-COPIANDO WRK-ACHOU-COPIA.
             OPEN INPUT BACKUP-SAIDA.
             IF BACKUP-STATUS NOT = 0
               DISPLAY 'SEM COPIA DE SEGURANCA GRAVADA'
             ELSE
               READ BACKUP-SAIDA
                 AT END MOVE 10 TO BACKUP-STATUS
               END-READ
               PERFORM 3110-CONTA-LINHA UNTIL BACKUP-STATUS = 10
               CLOSE BACKUP-SAIDA
               MOVE 0 TO BACKUP-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3110-CONTA-LINHA.
      *>  --------------------------------------------------------------
             MOVE BACKUP-SAIDA-REG TO WRK-IMAGEM.
             EVALUATE TRUE
               WHEN WRK-IMAGEM(1:19) = '*** BACKUP ARQUIVO='
                 IF WRK-IMAGEM(20:9) = WRK-ARQUIVO
                   MOVE 'S' TO WRK-COPIANDO WRK-ACHOU-COPIA
                   PERFORM 3120-HORA-DA-COPIA
                 ELSE
                   MOVE 'N' TO WRK-COPIANDO
                 END-IF
               WHEN WRK-IMAGEM(1:16) = '*** FIM ARQUIVO='
                 MOVE 'N' TO WRK-COPIANDO
               WHEN WRK-COPIANDO = 'S'
                 ADD 1 TO WRK-QT-BACKUP
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             READ BACKUP-SAIDA
               AT END MOVE 10 TO BACKUP-STATUS
             END-READ.
      *>  --------------------------------------------------------------
      *>  3120-HORA-DA-COPIA - DATA E HORA DO BANNER DO SEGMENTO (COPIA
      *>  GRAVADA ANTES DA HORA NO BANNER FICA COM HORA ZERO).
      *>  --------------------------------------------------------------
       3120-HORA-DA-COPIA.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-BAN-ARQ WRK-BAN-DATA WRK-BAN-HORA.
             UNSTRING WRK-IMAGEM DELIMITED BY ' DATA=' OR ' HORA='
                                           OR ' ***'
               INTO WRK-BAN-ARQ WRK-BAN-DATA WRK-BAN-HORA
             END-UNSTRING.
             IF WRK-BAN-DATA IS NUMERIC
               MOVE WRK-BAN-DATA TO WRK-TSC-DATA
             END-IF.
             IF WRK-BAN-HORA(1:6) IS NUMERIC
               MOVE WRK-BAN-HORA(1:6) TO WRK-TSC-HORA
             END-IF.
      *>  --------------------------------------------------------------
      *>  3200-CONTA-VIVO-UM - CONTAGEM E SEQUENCIA DO ARQUIVO VIVO
      *>  INDICADO EM WRK-ARQUIVO.
      *>  --------------------------------------------------------------
       3200-CONTA-VIVO-UM.
      *>  --------------------------------------------------------------
             EVALUATE WRK-ARQUIVO
               WHEN 'ESTOQUE'
                 PERFORM 3210-CONTA-VIVO-ESTOQUE
               WHEN 'CLIENTE'
                 PERFORM 3220-CONTA-VIVO-CLIENTE
               WHEN 'FORNECED'
                 PERFORM 3230-CONTA-VIVO-FORNECED
               WHEN 'CARTAOPF'
                 PERFORM 3240-CONTA-VIVO-CARTAOPF
               WHEN 'TAXACTRL'
                 PERFORM 3250-CONTA-VIVO-TAXACTRL
               WHEN 'APOLCTRL'
                 PERFORM 3260-CONTA-VIVO-APOLCTRL
               WHEN 'CONTRCTL'
                 PERFORM 3270-CONTA-VIVO-CONTRCTL
               WHEN 'CONTRATO'
                 PERFORM 7020-CONTA-VIVO-CONTRATO
               WHEN 'APOLICES'
                 PERFORM 7040-CONTA-VIVO-APOLICES
               WHEN 'GARANTIA'
                 PERFORM 7060-CONTA-VIVO-GARANTIA
               WHEN 'EMPPREJU'
                 PERFORM 7080-CONTA-VIVO-EMPPREJU
               WHEN 'PROVTEC'
                 PERFORM 7100-CONTA-VIVO-PROVTEC
               WHEN 'VISTORIA'
                 PERFORM 7120-CONTA-VIVO-VISTORIA
               WHEN 'SINFRAUD'
                 PERFORM 7140-CONTA-VIVO-SINFRAUD
               WHEN 'SINAPOL'
                 PERFORM 7160-CONTA-VIVO-SINAPOL
               WHEN 'MOEDAS'
                 PERFORM 7180-CONTA-VIVO-MOEDAS
               WHEN 'TAXAHIST'
                 PERFORM 7200-CONTA-VIVO-TAXAHIST
               WHEN 'SPREAD'
                 PERFORM 7220-CONTA-VIVO-SPREAD
               WHEN 'SPRDDIA'
                 PERFORM 7240-CONTA-VIVO-SPRDDIA
               WHEN 'NUMERARIO'
                 PERFORM 7260-CONTA-VIVO-NUMERARIO
               WHEN 'REMEXT'
                 PERFORM 7280-CONTA-VIVO-REMEXT
               WHEN 'TITPAGAR'
                 PERFORM 7300-CONTA-VIVO-TITPAGAR
               WHEN 'NOTAFORN'
                 PERFORM 7320-CONTA-VIVO-NOTAFORN
               WHEN 'COMIPAG'
                 PERFORM 7340-CONTA-VIVO-COMIPAG
               WHEN 'ORCADEP'
                 PERFORM 7360-CONTA-VIVO-ORCADEP
               WHEN 'ENDERECO'
                 PERFORM 7380-CONTA-VIVO-ENDERECO
               WHEN 'PECAEND'
                 PERFORM 7400-CONTA-VIVO-PECAEND
               WHEN 'NOTADEB'
                 PERFORM 7420-CONTA-VIVO-NOTADEB
               WHEN 'PEDVENDA'
                 PERFORM 7440-CONTA-VIVO-PEDVENDA
               WHEN 'NFVENDA'
                 PERFORM 7460-CONTA-VIVO-NFVENDA
               WHEN 'VENDCTRL'
                 PERFORM 7480-CONTA-VIVO-VENDCTRL
               WHEN 'GARPECA'
                 PERFORM 7500-CONTA-VIVO-GARPECA
               WHEN 'FERRAM'
                 PERFORM 7520-CONTA-VIVO-FERRAM
               WHEN 'FERRMOV'
                 PERFORM 7540-CONTA-VIVO-FERRMOV
               WHEN 'FERRCTRL'
                 PERFORM 7560-CONTA-VIVO-FERRCTRL
               WHEN 'CASOIMC'
                 PERFORM 7580-CONTA-VIVO-CASOIMC
               WHEN 'TESTEFIS'
                 PERFORM 7600-CONTA-VIVO-TESTEFIS
               WHEN 'REFAPTF'
                 PERFORM 7620-CONTA-VIVO-REFAPTF
               WHEN 'ALUNOS'
                 PERFORM 7640-CONTA-VIVO-ALUNOS
               WHEN 'PREAPROV'
                 PERFORM 7660-CONTA-VIVO-PREAPROV
               WHEN 'RECERT'
                 PERFORM 7680-CONTA-VIVO-RECERT
               WHEN 'SINOPER'
                 PERFORM 7700-CONTA-VIVO-SINOPER
               WHEN 'INDEVIDO'
                 PERFORM 7720-CONTA-VIVO-INDEVIDO
               WHEN 'ESPOLIO'
                 PERFORM 7740-CONTA-VIVO-ESPOLIO
               WHEN 'PLDCASO'
                 PERFORM 7760-CONTA-VIVO-PLDCASO
               WHEN 'CONSENT'
                 PERFORM 7780-CONTA-VIVO-CONSENT
               WHEN 'COMUNFIL'
                 PERFORM 7800-CONTA-VIVO-COMUNFIL
               WHEN 'DESCBENF'
                 PERFORM 7820-CONTA-VIVO-DESCBENF
               WHEN 'JOBGRADE'
                 PERFORM 7840-CONTA-VIVO-JOBGRADE
               WHEN 'CARTFAT'
                 PERFORM 7860-CONTA-VIVO-CARTFAT
               WHEN 'CARTSALD'
                 PERFORM 7880-CONTA-VIVO-CARTSALD
               WHEN 'COMECOTA'
                 PERFORM 7900-CONTA-VIVO-COMECOTA
               WHEN 'EMISPROD'
                 PERFORM 7920-CONTA-VIVO-EMISPROD
               WHEN 'POSEMIS'
                 PERFORM 7940-CONTA-VIVO-POSEMIS
               WHEN 'PREVPRIV'
                 PERFORM 7960-CONTA-VIVO-PREVPRIV
               WHEN 'PREVCTRL'
                 PERFORM 7980-CONTA-VIVO-PREVCTRL
               WHEN 'PROVVIDA'
                 PERFORM 8000-CONTA-VIVO-PROVVIDA
               WHEN 'COTACAO'
                 PERFORM 8020-CONTA-VIVO-COTACAO
               WHEN 'COTCTRL'
                 PERFORM 8040-CONTA-VIVO-COTCTRL
               WHEN 'FORMCTRL'
                 PERFORM 8060-CONTA-VIVO-FORMCTRL
               WHEN 'NDCTRL'
                 PERFORM 8080-CONTA-VIVO-NDCTRL
               WHEN 'ORDPROD'
                 PERFORM 8100-CONTA-VIVO-ORDPROD
               WHEN 'OPCTRL'
                 PERFORM 8120-CONTA-VIVO-OPCTRL
               WHEN 'PERCONT'
                 PERFORM 8140-CONTA-VIVO-PERCONT
               WHEN 'SALDOCON'
                 PERFORM 8160-CONTA-VIVO-SALDOCON
               WHEN 'SINLIQ'
                 PERFORM 8180-CONTA-VIVO-SINLIQ
               WHEN 'SALVADOS'
                 PERFORM 8200-CONTA-VIVO-SALVADOS
               WHEN 'SINPARM'
                 PERFORM 8220-CONTA-VIVO-SINPARM
               WHEN 'REMCTRL'
                 PERFORM 8240-CONTA-VIVO-REMCTRL
               WHEN 'COMUNFCT'
                 PERFORM 8260-CONTA-VIVO-COMUNFCT
               WHEN 'FAIXASAL'
                 PERFORM 8280-CONTA-VIVO-FAIXASAL
               WHEN 'TURMAS'
                 PERFORM 8300-CONTA-VIVO-TURMAS
               WHEN 'TURCTRL'
                 PERFORM 8320-CONTA-VIVO-TURCTRL
               WHEN 'INSCRIC'
                 PERFORM 8340-CONTA-VIVO-INSCRIC
               WHEN 'PLANITEM'
                 PERFORM 8360-CONTA-VIVO-PLANITEM
               WHEN 'VAGAS'
                 PERFORM 8380-CONTA-VIVO-VAGAS
               WHEN 'VAGACTRL'
                 PERFORM 8400-CONTA-VIVO-VAGACTRL
               WHEN 'CANDVAGA'
                 PERFORM 8420-CONTA-VIVO-CANDVAGA
               WHEN 'NUMERMOV'
                 PERFORM 8440-CONTA-VIVO-NUMERMOV
               WHEN 'SEGPARAM'
                 PERFORM 8460-CONTA-VIVO-SEGPARAM
               WHEN 'PREAPPAR'
                 PERFORM 8480-CONTA-VIVO-PREAPPAR
               WHEN 'SODREGRA'
                 PERFORM 8500-CONTA-VIVO-SODREGRA
               WHEN 'IRRFTAB'
                 PERFORM 8520-CONTA-VIVO-IRRFTAB
             END-EVALUATE.
      *>  --------------------------------------------------------------
       3210-CONTA-VIVO-ESTOQUE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT ESTOQUE.
             IF ESTOQUE-STATUS = 0
               MOVE 0 TO ID-PECA COD-DEPOSITO
               START ESTOQUE KEY IS NOT LESS THAN ESTOQUE-CHAVE
                 INVALID KEY MOVE 10 TO ESTOQUE-STATUS
               END-START
               IF ESTOQUE-STATUS NOT = 10
                 READ ESTOQUE NEXT
                   AT END MOVE 10 TO ESTOQUE-STATUS
                 END-READ
               END-IF
               PERFORM 3211-SEQ-ESTOQUE UNTIL ESTOQUE-STATUS = 10
               CLOSE ESTOQUE
               MOVE 0 TO ESTOQUE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       3211-SEQ-ESTOQUE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE ESTOQUE-CHAVE TO WRK-CHAVE-ATUAL(1:7).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ ESTOQUE NEXT
               AT END MOVE 10 TO ESTOQUE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       3220-CONTA-VIVO-CLIENTE.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT TAXA-CTRL.
             IF TAXA-STATUS = 0
               MOVE LOW-VALUES TO TX-MOEDA
               START TAXA-CTRL KEY IS NOT LESS THAN TX-MOEDA
                 INVALID KEY MOVE 10 TO TAXA-STATUS
               END-START
               IF TAXA-STATUS NOT = 10
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE TX-MOEDA TO WRK-CHAVE-ATUAL(1:3).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
      *>  --------------------------------------------------------------
       3900-COMPARA.
      *>  --------------------------------------------------------------
             EVALUATE TRUE
               WHEN WRK-QT-BACKUP = WRK-QT-VIVO AND WRK-SEQ-OK = 'S'
                 DISPLAY WRK-ARQUIVO ' OK - REGISTROS=' WRK-QT-VIVO
               WHEN WRK-CONFERE-QT = 'N' AND WRK-SEQ-OK = 'S'
                 DISPLAY WRK-ARQUIVO ' OK - VIVO=' WRK-QT-VIVO
                         ' COPIA=' WRK-QT-BACKUP ' (MOVIMENTO DO DIA)'
               WHEN OTHER
                 ADD 1 TO WRK-QT-DIVERG
                 DISPLAY WRK-ARQUIVO ' *DIVERGENTE* VIVO=' WRK-QT-VIVO
                         ' COPIA=' WRK-QT-BACKUP
                         ' SEQUENCIA=' WRK-SEQ-OK
             END-EVALUATE.
      *>  --------------------------------------------------------------
      *>  4000-RECUPERA - RECUPERACAO ATE O MOMENTO DA QUEDA: RECONSTROI
      *>  O ARQUIVO A PARTIR DA COPIA (COMO A OPCAO 2) E REAPLICA POR
      *>  CIMA, EM ORDEM, O QUE AS TRILHAS DE AUDITORIA REGISTRARAM
      *>  DEPOIS DA HORA DA COPIA E ATE A HORA INFORMADA (ZERO = A
      *>  TRILHA INTEIRA). ESTOQUE VEM DO PECASAUD.TXT, CLIENTE DO
      *>  CLIAUD.TXT; OS NUMERADORES (APOLCTRL E CONTRCTL) SOBEM PARA O
      *>  MAIOR NUMERO JA EMITIDO NOS ARQUIVOS DE APOLICES, VISTORIAS E
      *>  CONTRATOS, PARA NUNCA REPETIR UM NUMERO. AS CONTAGENS E A
      *>  CONFERENCIA FINAL (MESMA DA OPCAO 3) VAO PARA O RELFWDRC.TXT.
      *>  --------------------------------------------------------------
       4000-RECUPERA.
      *>  --------------------------------------------------------------
             DISPLAY 'ARQUIVO A RECUPERAR (ESTOQUE/CLIENTE/APOLCTRL/'.
             DISPLAY 'CONTRCTL OU TODOS): '.
             ACCEPT WRK-ARQ-RECUPERA.
             DISPLAY 'REAPLICAR ATE AAAAMMDDHHMMSS (0 = TUDO): '.
             ACCEPT WRK-LIMITE.
             OPEN OUTPUT RELAT-RECUP.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING 'RECUPERACAO DE ARQUIVOS MESTRES - DATA='
                    WRK-DATA-HOJE ' REAPLICAR ATE=' WRK-LIMITE
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             EVALUATE WRK-ARQ-RECUPERA
               WHEN 'TODOS'
                 MOVE 'ESTOQUE' TO WRK-ARQUIVO
                 PERFORM 4050-RECUPERA-ARQUIVO
                 MOVE 'CLIENTE' TO WRK-ARQUIVO
                 PERFORM 4050-RECUPERA-ARQUIVO
                 MOVE 'APOLCTRL' TO WRK-ARQUIVO
                 PERFORM 4050-RECUPERA-ARQUIVO
                 MOVE 'CONTRCTL' TO WRK-ARQUIVO
                 PERFORM 4050-RECUPERA-ARQUIVO
               WHEN 'ESTOQUE'
               WHEN 'CLIENTE'
               WHEN 'APOLCTRL'
               WHEN 'CONTRCTL'
                 MOVE WRK-ARQ-RECUPERA TO WRK-ARQUIVO
                 PERFORM 4050-RECUPERA-ARQUIVO
               WHEN OTHER
                 DISPLAY '*** ARQUIVO SEM TRILHA PARA REAPLICAR - USE A'
                         ' OPCAO 2 (SO A COPIA) ***'
                 MOVE SPACES TO RELAT-RECUP-REG
                 STRING 'ARQUIVO ' WRK-ARQ-RECUPERA
                        ' SEM TRILHA PARA REAPLICAR - NADA FEITO'
                        DELIMITED BY SIZE INTO RELAT-RECUP-REG
                 WRITE RELAT-RECUP-REG
             END-EVALUATE.
             CLOSE RELAT-RECUP.
             DISPLAY 'RELATORIO DA RECUPERACAO EM RELFWDRC.TXT'.
      *>  --------------------------------------------------------------
       4050-RECUPERA-ARQUIVO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE 0 TO WRK-QT-LIDOS-TRILHA WRK-QT-ANTERIORES
                       WRK-QT-POSTERIORES WRK-QT-INCLUIDOS
                       WRK-QT-ALTERADOS WRK-QT-EXCLUIDOS
                       WRK-QT-IGNORADOS.
             PERFORM 2010-RELOAD-ARQUIVO.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '*** ARQUIVO=' WRK-ARQUIVO
                    ' COPIA DE ' WRK-TSC-DATA ' ' WRK-TSC-HORA
                    ' ***'
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             IF WRK-RECARREGADO NOT = 'S'
               MOVE SPACES TO RELAT-RECUP-REG
               STRING '   ARQUIVO NAO CONSTA DA COPIA - NADA FOI'
                      ' RECONSTRUIDO NEM REAPLICADO'
                      DELIMITED BY SIZE INTO RELAT-RECUP-REG
               WRITE RELAT-RECUP-REG
             ELSE
               EVALUATE WRK-ARQUIVO
                 WHEN 'ESTOQUE'
                   PERFORM 4100-REAPLICA-ESTOQUE
                 WHEN 'CLIENTE'
                   PERFORM 4200-REAPLICA-CLIENTE
                 WHEN 'APOLCTRL'
                   PERFORM 4300-AJUSTA-APOLCTRL
                 WHEN 'CONTRCTL'
                   PERFORM 4400-AJUSTA-CONTRCTL
               END-EVALUATE
               PERFORM 4800-GRAVA-CONTAGENS
               PERFORM 4900-CONFERE-RECUPERADO
             END-IF.
      *>  --------------------------------------------------------------
      *>  4100-REAPLICA-ESTOQUE - PECASAUD.TXT: DATA 1-8, HORA 10-17,
      *>  OPERACAO 46-53, PECA 58-62, DEPOSITO 73-74 E, NO FIM DA
      *>  LINHA, PRECO-NOVO= E QT-NOVO= COM O VALOR FINAL (ABSOLUTO).
      *>  EXCLUSAO E FUSAO DA PECA DE ORIGEM (DESTIN=) APAGAM A PECA.
      *>  --------------------------------------------------------------
       4100-REAPLICA-ESTOQUE.
      *>  --------------------------------------------------------------
             OPEN INPUT AUDIT-PECAS.
             IF AUDIT-STATUS NOT = 0
               MOVE SPACES TO RELAT-RECUP-REG
               STRING '   SEM TRILHA PECASAUD.TXT - NADA A REAPLICAR'
                      DELIMITED BY SIZE INTO RELAT-RECUP-REG
               WRITE RELAT-RECUP-REG
             ELSE
               OPEN I-O ESTOQUE
               READ AUDIT-PECAS
                 AT END MOVE 10 TO AUDIT-STATUS
               END-READ
               PERFORM 4110-TRATA-PECASAUD UNTIL AUDIT-STATUS = 10
               CLOSE ESTOQUE
               CLOSE AUDIT-PECAS
               MOVE 0 TO ESTOQUE-STATUS
             END-IF.
             MOVE 0 TO AUDIT-STATUS.
      *>  --------------------------------------------------------------
       4110-TRATA-PECASAUD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS-TRILHA.
             MOVE SPACES TO WRK-LINHA-TRILHA.
             MOVE AUDIT-PECAS-REG TO WRK-LINHA-TRILHA.
             PERFORM 4700-CONFERE-MOMENTO.
             IF WRK-APLICAR = 'S'
               PERFORM 4120-APLICA-PECA
             END-IF.
             READ AUDIT-PECAS
               AT END MOVE 10 TO AUDIT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4120-APLICA-PECA.
      *>  --------------------------------------------------------------
             IF WRK-LINHA-TRILHA(58:5) IS NOT NUMERIC
                OR WRK-LINHA-TRILHA(73:2) IS NOT NUMERIC
               ADD 1 TO WRK-QT-IGNORADOS
             ELSE
               MOVE WRK-LINHA-TRILHA(46:8) TO WRK-OPERACAO
               PERFORM 4130-EXTRAI-VALORES
               MOVE WRK-LINHA-TRILHA(58:5) TO ID-PECA
               MOVE WRK-LINHA-TRILHA(73:2) TO COD-DEPOSITO
               IF WRK-OPERACAO = 'EXCLUIR' OR WRK-QT-DESTIN > 0
                 PERFORM 4140-EXCLUI-PECA
               ELSE
                 IF WRK-TEM-QT = 'N' AND WRK-TEM-PRECO = 'N'
                   ADD 1 TO WRK-QT-IGNORADOS
                 ELSE
                   PERFORM 4150-ATUALIZA-PECA
                 END-IF
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4130-EXTRAI-VALORES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-DESTIN.
             INSPECT WRK-LINHA-TRILHA TALLYING WRK-QT-DESTIN
                     FOR ALL ' DESTIN='.
             MOVE 'N' TO WRK-TEM-QT WRK-TEM-PRECO.
             MOVE 0 TO WRK-QT-TALLY.
             INSPECT WRK-LINHA-TRILHA TALLYING WRK-QT-TALLY
                     FOR ALL ' QT-NOVO='.
             IF WRK-QT-TALLY > 0
               MOVE SPACES TO WRK-VALOR-X
               UNSTRING WRK-LINHA-TRILHA DELIMITED BY ' QT-NOVO='
                 INTO WRK-CAMPO-ANTES WRK-VALOR-X
               END-UNSTRING
               IF WRK-VALOR-X(1:5) IS NUMERIC
                 MOVE WRK-VALOR-X(1:5) TO WRK-QT-NOVO
                 MOVE 'S' TO WRK-TEM-QT
               END-IF
             END-IF.
             MOVE 0 TO WRK-QT-TALLY.
             INSPECT WRK-LINHA-TRILHA TALLYING WRK-QT-TALLY
                     FOR ALL ' PRECO-NOVO='.
             IF WRK-QT-TALLY > 0
               MOVE SPACES TO WRK-VALOR-X
               UNSTRING WRK-LINHA-TRILHA DELIMITED BY ' PRECO-NOVO='
                 INTO WRK-CAMPO-ANTES WRK-VALOR-X
               END-UNSTRING
               IF WRK-VALOR-X(1:5) IS NUMERIC
                 MOVE WRK-VALOR-X(1:5) TO WRK-PRECO-NOVO-X
                 MOVE 'S' TO WRK-TEM-PRECO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
       4140-EXCLUI-PECA.
      *>  --------------------------------------------------------------
             READ ESTOQUE
               INVALID KEY
                 ADD 1 TO WRK-QT-IGNORADOS
               NOT INVALID KEY
                 DELETE ESTOQUE RECORD
                 ADD 1 TO WRK-QT-EXCLUIDOS
             END-READ.
      *>  --------------------------------------------------------------
       4150-ATUALIZA-PECA.
      *>  --------------------------------------------------------------
             READ ESTOQUE
               INVALID KEY
                 PERFORM 4160-INCLUI-PECA
               NOT INVALID KEY
                 IF WRK-TEM-QT = 'S'
                   MOVE WRK-QT-NOVO TO QT-PECA
                 END-IF
                 IF WRK-TEM-PRECO = 'S'
                   MOVE WRK-PRECO-NOVO TO PRECO-PECA
                 END-IF
                 REWRITE ESTOQUE-REG
                 ADD 1 TO WRK-QT-ALTERADOS
             END-READ.
      *>  --------------------------------------------------------------
      *>  4160-INCLUI-PECA - A TRILHA SO TRAZ PRECO E QUANTIDADE: A PECA
      *>  ENTRA COM NOME DE AVISO E VAI PARA O RELATORIO PARA QUE O
      *>  ESTOQUE COMPLETE O CADASTRO (NOME, REPOSICAO, FORNECEDOR).
      *>  --------------------------------------------------------------
       4160-INCLUI-PECA.
      *>  --------------------------------------------------------------
             INITIALIZE ESTOQUE-REG.
             MOVE WRK-LINHA-TRILHA(58:5) TO ID-PECA.
             MOVE WRK-LINHA-TRILHA(73:2) TO COD-DEPOSITO.
             MOVE 'RECUPERADA-COMPLETAR CADASTRO' TO NOME-PECA.
             IF WRK-TEM-QT = 'S'
               MOVE WRK-QT-NOVO TO QT-PECA
             END-IF.
             IF WRK-TEM-PRECO = 'S'
               MOVE WRK-PRECO-NOVO TO PRECO-PECA
             END-IF.
             WRITE ESTOQUE-REG.
             ADD 1 TO WRK-QT-INCLUIDOS.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   PECA ' ID-PECA ' DEPOSITO ' COD-DEPOSITO
                    ' INCLUIDA SO COM PRECO E QUANTIDADE -'
                    ' COMPLETAR O CADASTRO'
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
      *>  --------------------------------------------------------------
      *>  4200-REAPLICA-CLIENTE - CLIAUD.TXT: DATA, HORA E OS ROTULOS
      *>  EVENTO=, CLIENTE=, IDADE-NOVA=, RENDA-NOVA= E BENS-NOVO= (O
      *>  PERFIL DEPOIS DO EVENTO). O EVENTO DIZ O QUE MAIS MUDOU NO
      *>  CADASTRO (SITUACAO, OBITO, ANONIMIZACAO). OS LOTES QUE SO
      *>  MUDAM UM CAMPO (SEGMENT DO SEGCLI, RISCPLD DO PLDMONIT E
      *>  OBITPRC DO CLIOBITO) GRAVAM NO LUGAR DO PERFIL OS ROTULOS
      *>  VALOR-ANT=, VALOR-NOVO= E DATA-VALOR=.
      *>  --------------------------------------------------------------
       4200-REAPLICA-CLIENTE.
      *>  --------------------------------------------------------------
             OPEN INPUT CLIENTE-AUDIT.
             IF CLIAUD-STATUS NOT = 0
               MOVE SPACES TO RELAT-RECUP-REG
               STRING '   SEM TRILHA CLIAUD.TXT - NADA A REAPLICAR'
                      DELIMITED BY SIZE INTO RELAT-RECUP-REG
               WRITE RELAT-RECUP-REG
             ELSE
               OPEN I-O CLIENTE-MASTER
               READ CLIENTE-AUDIT
                 AT END MOVE 10 TO CLIAUD-STATUS
               END-READ
               PERFORM 4210-TRATA-CLIAUD UNTIL CLIAUD-STATUS = 10
               CLOSE CLIENTE-MASTER
               CLOSE CLIENTE-AUDIT
               MOVE 0 TO CLIENTE-STATUS
             END-IF.
             MOVE 0 TO CLIAUD-STATUS.
      *>  --------------------------------------------------------------
       4210-TRATA-CLIAUD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS-TRILHA.
             MOVE SPACES TO WRK-LINHA-TRILHA.
             MOVE CLIENTE-AUDIT-REG TO WRK-LINHA-TRILHA.
             PERFORM 4700-CONFERE-MOMENTO.
             IF WRK-APLICAR = 'S'
               PERFORM 4220-APLICA-CLIENTE
             END-IF.
             READ CLIENTE-AUDIT
               AT END MOVE 10 TO CLIAUD-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4220-APLICA-CLIENTE.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-CA-EVENTO WRK-CA-CLIENTE WRK-CA-IDADE
                            WRK-CA-RENDA WRK-CA-BENS.
             UNSTRING WRK-LINHA-TRILHA
               DELIMITED BY ' EVENTO=' OR ' CLIENTE=' OR ' IDADE-ANT='
                         OR ' IDADE-NOVA=' OR ' RENDA-ANT='
                         OR ' RENDA-NOVA=' OR ' BENS-ANT='
                         OR ' BENS-NOVO='
               INTO WRK-CAMPO-ANTES WRK-CA-EVENTO WRK-CA-CLIENTE
                    WRK-CA-DESCARTE WRK-CA-IDADE WRK-CA-DESCARTE
                    WRK-CA-RENDA WRK-CA-DESCARTE WRK-CA-BENS
             END-UNSTRING.
             IF WRK-CA-CLIENTE IS NOT NUMERIC
               ADD 1 TO WRK-QT-IGNORADOS
             ELSE
               MOVE WRK-CA-CLIENTE TO CLI-ID
               READ CLIENTE-MASTER
                 INVALID KEY
                   IF WRK-CA-EVENTO = 'INCLUIR' OR 'ALTERAR'
                     PERFORM 4240-INCLUI-CLIENTE
                   ELSE
                     ADD 1 TO WRK-QT-IGNORADOS
                   END-IF
                 NOT INVALID KEY
                   PERFORM 4230-APLICA-EVENTO
               END-READ
             END-IF.
      *>  --------------------------------------------------------------
       4230-APLICA-EVENTO.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-APLICAR.
             EVALUATE WRK-CA-EVENTO
               WHEN 'INCLUIR'
               WHEN 'ALTERAR'
                 CONTINUE
               WHEN 'EXCLUIR'
               WHEN 'UNIFICA'
                 MOVE 'E' TO CLI-SITUACAO
               WHEN 'REATIVA'
                 MOVE 'A' TO CLI-SITUACAO
                 MOVE 0 TO CLI-DT-OBITO
                 MOVE SPACE TO CLI-OBITO-PROC
               WHEN 'OBITO'
                 MOVE 'F' TO CLI-SITUACAO
                 MOVE WRK-TSM-DATA TO CLI-DT-OBITO
                 MOVE 'N' TO CLI-OBITO-PROC
                 MOVE SPACES TO RELAT-RECUP-REG
                 STRING '   CLIENTE ' CLI-ID ' OBITO REAPLICADO COM A'
                        ' DATA DO MOVIMENTO - CONFERIR A DATA DO OBITO'
                        DELIMITED BY SIZE INTO RELAT-RECUP-REG
                 WRITE RELAT-RECUP-REG
               WHEN 'OBITPRC'
                 PERFORM 4260-VALOR-EVENTO
                 MOVE 'S' TO CLI-OBITO-PROC
                 IF WRK-CA-DATA-VALOR IS NUMERIC
                    AND WRK-CA-DATA-VALOR > '00000000'
                   MOVE WRK-CA-DATA-VALOR TO CLI-DT-OBITO
                 END-IF
               WHEN 'SEGMENT'
                 PERFORM 4260-VALOR-EVENTO
                 IF WRK-CA-DATA-VALOR IS NUMERIC
                   MOVE WRK-CA-VALOR-NOVO TO CLI-SEGMENTO
                   MOVE WRK-CA-DATA-VALOR TO CLI-DT-SEGMENTO
                 ELSE
                   MOVE 'N' TO WRK-APLICAR
                 END-IF
               WHEN 'RISCPLD'
                 PERFORM 4260-VALOR-EVENTO
                 MOVE WRK-CA-VALOR-NOVO TO CLI-RISCO-PLD
               WHEN 'ANONIMO'
                 MOVE 'ANONIMIZADO' TO CLI-NOME
                 MOVE ZEROS TO CLI-CPF
                 MOVE SPACES TO CLI-ENDERECO
                 MOVE SPACES TO CLI-CIDADE
                 MOVE SPACES TO CLI-UF
                 MOVE ZEROS TO CLI-CEP
                 MOVE ZEROS TO CLI-TELEFONE
                 MOVE ZEROS TO CLI-BANCO CLI-AGENCIA
                 MOVE SPACES TO CLI-CONTA
               WHEN OTHER
                 MOVE 'N' TO WRK-APLICAR
             END-EVALUATE.
             IF WRK-APLICAR = 'N'
               ADD 1 TO WRK-QT-IGNORADOS
             ELSE
               PERFORM 4250-PERFIL-CLIENTE
               REWRITE CLIENTE-MASTER-REG
               ADD 1 TO WRK-QT-ALTERADOS
             END-IF.
      *>  --------------------------------------------------------------
      *>  4240-INCLUI-CLIENTE - A TRILHA SO TRAZ IDADE, RENDA E BENS: O
      *>  CLIENTE ENTRA ATIVO COM NOME DE AVISO E VAI PARA O RELATORIO
      *>  PARA QUE O CADASTRO SEJA COMPLETADO NO CLIMANUT.
      *>  --------------------------------------------------------------
       4240-INCLUI-CLIENTE.
      *>  --------------------------------------------------------------
             INITIALIZE CLIENTE-MASTER-REG.
             MOVE WRK-CA-CLIENTE TO CLI-ID.
             MOVE 'RECUPERADO-COMPLETAR CADASTRO' TO CLI-NOME.
             MOVE WRK-TSM-DATA TO CLI-DT-CADASTRO.
             MOVE 'A' TO CLI-SITUACAO.
             PERFORM 4250-PERFIL-CLIENTE.
             WRITE CLIENTE-MASTER-REG.
             ADD 1 TO WRK-QT-INCLUIDOS.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   CLIENTE ' CLI-ID ' INCLUIDO SO COM IDADE, RENDA'
                    ' E BENS - COMPLETAR O CADASTRO'
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
      *>  --------------------------------------------------------------
       4250-PERFIL-CLIENTE.
      *>  --------------------------------------------------------------
             IF WRK-CA-IDADE(1:3) IS NUMERIC
               MOVE WRK-CA-IDADE(1:3) TO CLI-IDADE
             END-IF.
             IF WRK-CA-RENDA(1:9) IS NUMERIC
               MOVE WRK-CA-RENDA(1:9) TO WRK-VALOR-9-X
               MOVE WRK-VALOR-9 TO CLI-RENDA
             END-IF.
             IF WRK-CA-BENS(1:9) IS NUMERIC
               MOVE WRK-CA-BENS(1:9) TO WRK-VALOR-9-X
               MOVE WRK-VALOR-9 TO CLI-BENS
             END-IF.
      *>  --------------------------------------------------------------
      *>  4260-VALOR-EVENTO - VALOR NOVO E DATA DOS EVENTOS DE UM CAMPO
      *>  SO (OBITPRC, SEGMENT, RISCPLD). NESSAS LINHAS NAO HA IDADE,
      *>  RENDA E BENS, E O 4250 NAO MEXE NO PERFIL.
      *>  --------------------------------------------------------------
       4260-VALOR-EVENTO.
      *>  --------------------------------------------------------------
             MOVE SPACES TO WRK-CA-VALOR-NOVO WRK-CA-DATA-VALOR.
             UNSTRING WRK-LINHA-TRILHA
               DELIMITED BY ' VALOR-ANT=' OR ' VALOR-NOVO='
                         OR ' DATA-VALOR='
               INTO WRK-CAMPO-ANTES WRK-CA-DESCARTE
                    WRK-CA-VALOR-NOVO WRK-CA-DATA-VALOR
             END-UNSTRING.
      *>  --------------------------------------------------------------
      *>  4300-AJUSTA-APOLCTRL - CHAVE 1 = ULTIMA APOLICE EMITIDA
      *>  (APOLICES.TXT), CHAVE 2 = ULTIMA VISTORIA (VISTORIA.TXT).
      *>  --------------------------------------------------------------
       4300-AJUSTA-APOLCTRL.
      *>  --------------------------------------------------------------
             OPEN I-O APOLICE-CTRL.
             MOVE 0 TO WRK-MAIOR-NUM.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE 0 TO APL-NUMERO
               START APOLICES KEY IS NOT LESS THAN APL-NUMERO
                 INVALID KEY MOVE 10 TO APOLICES-STATUS
               END-START
               IF APOLICES-STATUS NOT = 10
                 READ APOLICES NEXT
                   AT END MOVE 10 TO APOLICES-STATUS
                 END-READ
               END-IF
               PERFORM 4310-MAIOR-APOLICE UNTIL APOLICES-STATUS = 10
               CLOSE APOLICES
             END-IF.
             MOVE 0 TO APOLICES-STATUS.
             MOVE 1 TO WRK-CHAVE-CTRL.
             MOVE 'APOLICES.TXT' TO WRK-ORIGEM-NUM.
             PERFORM 4350-AJUSTA-CHAVE-APOL.
             MOVE 0 TO WRK-MAIOR-NUM.
             OPEN INPUT VISTORIAS.
             IF VISTORIA-STATUS = 0
               MOVE 0 TO VS-NUMERO
               START VISTORIAS KEY IS NOT LESS THAN VS-NUMERO
                 INVALID KEY MOVE 10 TO VISTORIA-STATUS
               END-START
               IF VISTORIA-STATUS NOT = 10
                 READ VISTORIAS NEXT
                   AT END MOVE 10 TO VISTORIA-STATUS
                 END-READ
               END-IF
               PERFORM 4320-MAIOR-VISTORIA UNTIL VISTORIA-STATUS = 10
               CLOSE VISTORIAS
             END-IF.
             MOVE 0 TO VISTORIA-STATUS.
             MOVE 2 TO WRK-CHAVE-CTRL.
             MOVE 'VISTORIA.TXT' TO WRK-ORIGEM-NUM.
             PERFORM 4350-AJUSTA-CHAVE-APOL.
             CLOSE APOLICE-CTRL.
             MOVE 0 TO APOL-STATUS.
      *>  --------------------------------------------------------------
       4310-MAIOR-APOLICE.
      *>  --------------------------------------------------------------
             MOVE APL-NUMERO TO WRK-MAIOR-NUM.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4320-MAIOR-VISTORIA.
      *>  --------------------------------------------------------------
             MOVE VS-NUMERO TO WRK-MAIOR-NUM.
             READ VISTORIAS NEXT
               AT END MOVE 10 TO VISTORIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4350-AJUSTA-CHAVE-APOL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-LIDOS-TRILHA.
             MOVE 0 TO WRK-NUM-COPIA.
             MOVE WRK-CHAVE-CTRL TO AP-CHAVE.
             READ APOLICE-CTRL
               INVALID KEY
                 IF WRK-MAIOR-NUM > 0
                   MOVE WRK-CHAVE-CTRL TO AP-CHAVE
                   MOVE WRK-MAIOR-NUM TO AP-ULTIMO-NUM
                   WRITE APOLICE-CTRL-REG
                   ADD 1 TO WRK-QT-INCLUIDOS
                 ELSE
                   ADD 1 TO WRK-QT-IGNORADOS
                 END-IF
               NOT INVALID KEY
                 MOVE AP-ULTIMO-NUM TO WRK-NUM-COPIA
                 IF WRK-MAIOR-NUM > AP-ULTIMO-NUM
                   MOVE WRK-MAIOR-NUM TO AP-ULTIMO-NUM
                   REWRITE APOLICE-CTRL-REG
                   ADD 1 TO WRK-QT-ALTERADOS
                 ELSE
                   ADD 1 TO WRK-QT-ANTERIORES
                 END-IF
             END-READ.
             PERFORM 4450-GRAVA-NUMERADOR.
      *>  --------------------------------------------------------------
      *>  4400-AJUSTA-CONTRCTL - CHAVE 1 = ULTIMO CONTRATO EMITIDO
      *>  (CONTRATO.TXT).
      *>  --------------------------------------------------------------
       4400-AJUSTA-CONTRCTL.
      *>  --------------------------------------------------------------
             OPEN I-O CONTRATO-CTRL.
             MOVE 0 TO WRK-MAIOR-NUM.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 0 TO CTR-NUMERO
               START CONTRATOS KEY IS NOT LESS THAN CTR-NUMERO
                 INVALID KEY MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 READ CONTRATOS NEXT
                   AT END MOVE 10 TO CONTRATOS-STATUS
                 END-READ
               END-IF
               PERFORM 4410-MAIOR-CONTRATO UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
             END-IF.
             MOVE 0 TO CONTRATOS-STATUS.
             MOVE 1 TO WRK-CHAVE-CTRL.
             MOVE 'CONTRATO.TXT' TO WRK-ORIGEM-NUM.
             ADD 1 TO WRK-QT-LIDOS-TRILHA.
             MOVE 0 TO WRK-NUM-COPIA.
             MOVE WRK-CHAVE-CTRL TO CN-CHAVE.
             READ CONTRATO-CTRL
               INVALID KEY
                 IF WRK-MAIOR-NUM > 0
                   MOVE WRK-CHAVE-CTRL TO CN-CHAVE
                   MOVE WRK-MAIOR-NUM TO CN-ULTIMO-NUM
                   WRITE CONTRATO-CTRL-REG
                   ADD 1 TO WRK-QT-INCLUIDOS
                 ELSE
                   ADD 1 TO WRK-QT-IGNORADOS
                 END-IF
               NOT INVALID KEY
                 MOVE CN-ULTIMO-NUM TO WRK-NUM-COPIA
                 IF WRK-MAIOR-NUM > CN-ULTIMO-NUM
                   MOVE WRK-MAIOR-NUM TO CN-ULTIMO-NUM
                   REWRITE CONTRATO-CTRL-REG
                   ADD 1 TO WRK-QT-ALTERADOS
                 ELSE
                   ADD 1 TO WRK-QT-ANTERIORES
                 END-IF
             END-READ.
             PERFORM 4450-GRAVA-NUMERADOR.
             CLOSE CONTRATO-CTRL.
             MOVE 0 TO CONTR-STATUS.
      *>  --------------------------------------------------------------
       4410-MAIOR-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE CTR-NUMERO TO WRK-MAIOR-NUM.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       4450-GRAVA-NUMERADOR.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   CHAVE ' WRK-CHAVE-CTRL
                    ' ULTIMO NA COPIA=' WRK-NUM-COPIA
                    ' MAIOR EMITIDO EM ' WRK-ORIGEM-NUM
                    '=' WRK-MAIOR-NUM
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
      *>  --------------------------------------------------------------
      *>  4700-CONFERE-MOMENTO - SO REAPLICA MOVIMENTO GRAVADO A PARTIR
      *>  DA HORA DA COPIA E ATE O LIMITE INFORMADO. LINHA SEM DATA E
      *>  HORA LEGIVEIS E IGNORADA.
      *>  --------------------------------------------------------------
       4700-CONFERE-MOMENTO.
      *>  --------------------------------------------------------------
             MOVE 'N' TO WRK-APLICAR.
             IF WRK-LINHA-TRILHA(1:8) IS NOT NUMERIC
                OR WRK-LINHA-TRILHA(10:6) IS NOT NUMERIC
               ADD 1 TO WRK-QT-IGNORADOS
             ELSE
               MOVE WRK-LINHA-TRILHA(1:8) TO WRK-TSM-DATA
               MOVE WRK-LINHA-TRILHA(10:6) TO WRK-TSM-HORA
               EVALUATE TRUE
                 WHEN WRK-TS-MOVTO-N < WRK-TS-COPIA-N
                   ADD 1 TO WRK-QT-ANTERIORES
                 WHEN WRK-LIMITE NOT = 0
                      AND WRK-TS-MOVTO-N > WRK-LIMITE
                   ADD 1 TO WRK-QT-POSTERIORES
                 WHEN OTHER
                   MOVE 'S' TO WRK-APLICAR
               END-EVALUATE
             END-IF.
      *>  --------------------------------------------------------------
       4800-GRAVA-CONTAGENS.
      *>  --------------------------------------------------------------
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   REGISTROS NA COPIA..............: '
                    WRK-QT-REGISTROS
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   LIDOS NA TRILHA / NUMERADORES...: '
                    WRK-QT-LIDOS-TRILHA
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   JA CONTIDOS NA COPIA............: '
                    WRK-QT-ANTERIORES
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   POSTERIORES AO LIMITE...........: '
                    WRK-QT-POSTERIORES
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   INCLUIDOS.......................: '
                    WRK-QT-INCLUIDOS
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   ALTERADOS.......................: '
                    WRK-QT-ALTERADOS
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   EXCLUIDOS.......................: '
                    WRK-QT-EXCLUIDOS
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
             MOVE SPACES TO RELAT-RECUP-REG.
             STRING '   IGNORADOS (SEM REGISTRO/ILEGIVEL): '
                    WRK-QT-IGNORADOS
                    DELIMITED BY SIZE INTO RELAT-RECUP-REG.
             WRITE RELAT-RECUP-REG.
      *>  --------------------------------------------------------------
      *>  4900-CONFERE-RECUPERADO - MESMA CONFERENCIA DA OPCAO 3, COM A
      *>  CONTAGEM ESPERADA = COPIA + INCLUIDOS - EXCLUIDOS.
      *>  --------------------------------------------------------------
       4900-CONFERE-RECUPERADO.
      *>  --------------------------------------------------------------
             MOVE 'S' TO WRK-CONFERE-QT.
             PERFORM 3200-CONTA-VIVO-UM.
             COMPUTE WRK-QT-BACKUP = WRK-QT-REGISTROS
                                   + WRK-QT-INCLUIDOS
                                   - WRK-QT-EXCLUIDOS.
             PERFORM 3900-COMPARA.
             MOVE SPACES TO RELAT-RECUP-REG.
             IF WRK-QT-BACKUP = WRK-QT-VIVO AND WRK-SEQ-OK = 'S'
               STRING '   CONFERENCIA: OK - REGISTROS=' WRK-QT-VIVO
                      DELIMITED BY SIZE INTO RELAT-RECUP-REG
             ELSE
               STRING '   CONFERENCIA: *DIVERGENTE* VIVO='
                      WRK-QT-VIVO
                      ' ESPERADO=' WRK-QT-BACKUP
                      ' SEQUENCIA=' WRK-SEQ-OK
                      DELIMITED BY SIZE INTO RELAT-RECUP-REG
             END-IF.
             WRITE RELAT-RECUP-REG.
      *>  --------------------------------------------------------------
       5020-UNLOAD-CONTRATO.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 0 TO CTR-NUMERO
               START CONTRATOS KEY IS NOT LESS THAN CTR-NUMERO
                 INVALID KEY MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 READ CONTRATOS NEXT
                   AT END MOVE 10 TO CONTRATOS-STATUS
                 END-READ
               END-IF
               PERFORM 5021-COPIA-CONTRATO UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5021-COPIA-CONTRATO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CONTRATO-MASTER-REG TO BACKUP-SAIDA-REG(1:990).
             WRITE BACKUP-SAIDA-REG.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5040-UNLOAD-APOLICES.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE 0 TO APL-NUMERO
               START APOLICES KEY IS NOT LESS THAN APL-NUMERO
                 INVALID KEY MOVE 10 TO APOLICES-STATUS
               END-START
               IF APOLICES-STATUS NOT = 10
                 READ APOLICES NEXT
                   AT END MOVE 10 TO APOLICES-STATUS
                 END-READ
               END-IF
               PERFORM 5041-COPIA-APOLICES UNTIL APOLICES-STATUS = 10
               CLOSE APOLICES
               MOVE 0 TO APOLICES-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5041-COPIA-APOLICES.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE APOLICE-MASTER-REG TO BACKUP-SAIDA-REG(1:120).
             WRITE BACKUP-SAIDA-REG.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5060-UNLOAD-GARANTIA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT GARANTIAS.
             IF GARANTIA-STATUS = 0
               MOVE 0 TO GA-CONTRATO
               START GARANTIAS KEY IS NOT LESS THAN GA-CONTRATO
                 INVALID KEY MOVE 10 TO GARANTIA-STATUS
               END-START
               IF GARANTIA-STATUS NOT = 10
                 READ GARANTIAS NEXT
                   AT END MOVE 10 TO GARANTIA-STATUS
                 END-READ
               END-IF
               PERFORM 5061-COPIA-GARANTIA UNTIL GARANTIA-STATUS = 10
               CLOSE GARANTIAS
               MOVE 0 TO GARANTIA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5061-COPIA-GARANTIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE GARANTIA-MASTER-REG TO BACKUP-SAIDA-REG(1:138).
             WRITE BACKUP-SAIDA-REG.
             READ GARANTIAS NEXT
               AT END MOVE 10 TO GARANTIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5080-UNLOAD-EMPPREJU.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PREJUIZOS.
             IF PREJUIZO-STATUS = 0
               MOVE 0 TO PJ-CONTRATO
               START PREJUIZOS KEY IS NOT LESS THAN PJ-CONTRATO
                 INVALID KEY MOVE 10 TO PREJUIZO-STATUS
               END-START
               IF PREJUIZO-STATUS NOT = 10
                 READ PREJUIZOS NEXT
                   AT END MOVE 10 TO PREJUIZO-STATUS
                 END-READ
               END-IF
               PERFORM 5081-COPIA-EMPPREJU UNTIL PREJUIZO-STATUS = 10
               CLOSE PREJUIZOS
               MOVE 0 TO PREJUIZO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5081-COPIA-EMPPREJU.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PREJUIZO-MASTER-REG TO BACKUP-SAIDA-REG(1:100).
             WRITE BACKUP-SAIDA-REG.
             READ PREJUIZOS NEXT
               AT END MOVE 10 TO PREJUIZO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5100-UNLOAD-PROVTEC.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PROVISOES.
             IF PROVTEC-STATUS = 0
               MOVE LOW-VALUES TO PV-CHAVE
               START PROVISOES KEY IS NOT LESS THAN PV-CHAVE
                 INVALID KEY MOVE 10 TO PROVTEC-STATUS
               END-START
               IF PROVTEC-STATUS NOT = 10
                 READ PROVISOES NEXT
                   AT END MOVE 10 TO PROVTEC-STATUS
                 END-READ
               END-IF
               PERFORM 5101-COPIA-PROVTEC UNTIL PROVTEC-STATUS = 10
               CLOSE PROVISOES
               MOVE 0 TO PROVTEC-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5101-COPIA-PROVTEC.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PROVTEC-MASTER-REG TO BACKUP-SAIDA-REG(1:123).
             WRITE BACKUP-SAIDA-REG.
             READ PROVISOES NEXT
               AT END MOVE 10 TO PROVTEC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5120-UNLOAD-VISTORIA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT VISTORIAS.
             IF VISTORIA-STATUS = 0
               MOVE 0 TO VS-NUMERO
               START VISTORIAS KEY IS NOT LESS THAN VS-NUMERO
                 INVALID KEY MOVE 10 TO VISTORIA-STATUS
               END-START
               IF VISTORIA-STATUS NOT = 10
                 READ VISTORIAS NEXT
                   AT END MOVE 10 TO VISTORIA-STATUS
                 END-READ
               END-IF
               PERFORM 5121-COPIA-VISTORIA UNTIL VISTORIA-STATUS = 10
               CLOSE VISTORIAS
               MOVE 0 TO VISTORIA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5121-COPIA-VISTORIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE VISTORIA-MASTER-REG TO BACKUP-SAIDA-REG(1:182).
             WRITE BACKUP-SAIDA-REG.
             READ VISTORIAS NEXT
               AT END MOVE 10 TO VISTORIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5140-UNLOAD-SINFRAUD.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT FRAUDES.
             IF FRAUDE-STATUS = 0
               MOVE 0 TO FR-SINISTRO
               START FRAUDES KEY IS NOT LESS THAN FR-SINISTRO
                 INVALID KEY MOVE 10 TO FRAUDE-STATUS
               END-START
               IF FRAUDE-STATUS NOT = 10
                 READ FRAUDES NEXT
                   AT END MOVE 10 TO FRAUDE-STATUS
                 END-READ
               END-IF
               PERFORM 5141-COPIA-SINFRAUD UNTIL FRAUDE-STATUS = 10
               CLOSE FRAUDES
               MOVE 0 TO FRAUDE-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5141-COPIA-SINFRAUD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE FRAUDE-MASTER-REG TO BACKUP-SAIDA-REG(1:146).
             WRITE BACKUP-SAIDA-REG.
             READ FRAUDES NEXT
               AT END MOVE 10 TO FRAUDE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5160-UNLOAD-SINAPOL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SINISTRO-APOLICE.
             IF SINAPOL-STATUS = 0
               MOVE 0 TO SA-SINISTRO
               START SINISTRO-APOLICE KEY IS NOT LESS THAN SA-SINISTRO
                 INVALID KEY MOVE 10 TO SINAPOL-STATUS
               END-START
               IF SINAPOL-STATUS NOT = 10
                 READ SINISTRO-APOLICE NEXT
                   AT END MOVE 10 TO SINAPOL-STATUS
                 END-READ
               END-IF
               PERFORM 5161-COPIA-SINAPOL UNTIL SINAPOL-STATUS = 10
               CLOSE SINISTRO-APOLICE
               MOVE 0 TO SINAPOL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5161-COPIA-SINAPOL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SINAPOL-MASTER-REG TO BACKUP-SAIDA-REG(1:46).
             WRITE BACKUP-SAIDA-REG.
             READ SINISTRO-APOLICE NEXT
               AT END MOVE 10 TO SINAPOL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5180-UNLOAD-MOEDAS.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT MOEDAS.
             IF MOEDAS-STATUS = 0
               MOVE LOW-VALUES TO MO-CODIGO
               START MOEDAS KEY IS NOT LESS THAN MO-CODIGO
                 INVALID KEY MOVE 10 TO MOEDAS-STATUS
               END-START
               IF MOEDAS-STATUS NOT = 10
                 READ MOEDAS NEXT
                   AT END MOVE 10 TO MOEDAS-STATUS
                 END-READ
               END-IF
               PERFORM 5181-COPIA-MOEDAS UNTIL MOEDAS-STATUS = 10
               CLOSE MOEDAS
               MOVE 0 TO MOEDAS-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5181-COPIA-MOEDAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE MOEDA-MASTER-REG TO BACKUP-SAIDA-REG(1:66).
             WRITE BACKUP-SAIDA-REG.
             READ MOEDAS NEXT
               AT END MOVE 10 TO MOEDAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5200-UNLOAD-TAXAHIST.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT TAXA-HISTORICO.
             IF HIST-STATUS = 0
               MOVE LOW-VALUES TO TH-CHAVE
               START TAXA-HISTORICO KEY IS NOT LESS THAN TH-CHAVE
                 INVALID KEY MOVE 10 TO HIST-STATUS
               END-START
               IF HIST-STATUS NOT = 10
                 READ TAXA-HISTORICO NEXT
                   AT END MOVE 10 TO HIST-STATUS
                 END-READ
               END-IF
               PERFORM 5201-COPIA-TAXAHIST UNTIL HIST-STATUS = 10
               CLOSE TAXA-HISTORICO
               MOVE 0 TO HIST-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5201-COPIA-TAXAHIST.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE TAXA-HISTORICO-REG TO BACKUP-SAIDA-REG(1:28).
             WRITE BACKUP-SAIDA-REG.
             READ TAXA-HISTORICO NEXT
               AT END MOVE 10 TO HIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5220-UNLOAD-SPREAD.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SPREADS.
             IF SPREAD-STATUS = 0
               MOVE LOW-VALUES TO SP-CHAVE
               START SPREADS KEY IS NOT LESS THAN SP-CHAVE
                 INVALID KEY MOVE 10 TO SPREAD-STATUS
               END-START
               IF SPREAD-STATUS NOT = 10
                 READ SPREADS NEXT
                   AT END MOVE 10 TO SPREAD-STATUS
                 END-READ
               END-IF
               PERFORM 5221-COPIA-SPREAD UNTIL SPREAD-STATUS = 10
               CLOSE SPREADS
               MOVE 0 TO SPREAD-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5221-COPIA-SPREAD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SPREAD-MASTER-REG TO BACKUP-SAIDA-REG(1:93).
             WRITE BACKUP-SAIDA-REG.
             READ SPREADS NEXT
               AT END MOVE 10 TO SPREAD-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5240-UNLOAD-SPRDDIA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SPREAD-DIA.
             IF SPRDDIA-STATUS = 0
               MOVE LOW-VALUES TO RD-CHAVE
               START SPREAD-DIA KEY IS NOT LESS THAN RD-CHAVE
                 INVALID KEY MOVE 10 TO SPRDDIA-STATUS
               END-START
               IF SPRDDIA-STATUS NOT = 10
                 READ SPREAD-DIA NEXT
                   AT END MOVE 10 TO SPRDDIA-STATUS
                 END-READ
               END-IF
               PERFORM 5241-COPIA-SPRDDIA UNTIL SPRDDIA-STATUS = 10
               CLOSE SPREAD-DIA
               MOVE 0 TO SPRDDIA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5241-COPIA-SPRDDIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SPRDDIA-MASTER-REG TO BACKUP-SAIDA-REG(1:40).
             WRITE BACKUP-SAIDA-REG.
             READ SPREAD-DIA NEXT
               AT END MOVE 10 TO SPRDDIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5260-UNLOAD-NUMERARIO.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT NUMERARIO.
             IF NUMERARIO-STATUS = 0
               MOVE LOW-VALUES TO NU-CHAVE
               START NUMERARIO KEY IS NOT LESS THAN NU-CHAVE
                 INVALID KEY MOVE 10 TO NUMERARIO-STATUS
               END-START
               IF NUMERARIO-STATUS NOT = 10
                 READ NUMERARIO NEXT
                   AT END MOVE 10 TO NUMERARIO-STATUS
                 END-READ
               END-IF
               PERFORM 5261-COPIA-NUMERARIO UNTIL NUMERARIO-STATUS = 10
               CLOSE NUMERARIO
               MOVE 0 TO NUMERARIO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5261-COPIA-NUMERARIO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE NUMERARIO-MASTER-REG TO BACKUP-SAIDA-REG(1:80).
             WRITE BACKUP-SAIDA-REG.
             READ NUMERARIO NEXT
               AT END MOVE 10 TO NUMERARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5280-UNLOAD-REMEXT.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT REMESSAS.
             IF REMESSA-STATUS = 0
               MOVE 0 TO RM-NUMERO
               START REMESSAS KEY IS NOT LESS THAN RM-NUMERO
                 INVALID KEY MOVE 10 TO REMESSA-STATUS
               END-START
               IF REMESSA-STATUS NOT = 10
                 READ REMESSAS NEXT
                   AT END MOVE 10 TO REMESSA-STATUS
                 END-READ
               END-IF
               PERFORM 5281-COPIA-REMEXT UNTIL REMESSA-STATUS = 10
               CLOSE REMESSAS
               MOVE 0 TO REMESSA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5281-COPIA-REMEXT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE REMESSA-MASTER-REG TO BACKUP-SAIDA-REG(1:290).
             WRITE BACKUP-SAIDA-REG.
             READ REMESSAS NEXT
               AT END MOVE 10 TO REMESSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5300-UNLOAD-TITPAGAR.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT CONTAS-PAGAR.
             IF CPAGAR-STATUS = 0
               MOVE LOW-VALUES TO CP-CHAVE
               START CONTAS-PAGAR KEY IS NOT LESS THAN CP-CHAVE
                 INVALID KEY MOVE 10 TO CPAGAR-STATUS
               END-START
               IF CPAGAR-STATUS NOT = 10
                 READ CONTAS-PAGAR NEXT
                   AT END MOVE 10 TO CPAGAR-STATUS
                 END-READ
               END-IF
               PERFORM 5301-COPIA-TITPAGAR UNTIL CPAGAR-STATUS = 10
               CLOSE CONTAS-PAGAR
               MOVE 0 TO CPAGAR-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5301-COPIA-TITPAGAR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CPAGAR-MASTER-REG TO BACKUP-SAIDA-REG(1:75).
             WRITE BACKUP-SAIDA-REG.
             READ CONTAS-PAGAR NEXT
               AT END MOVE 10 TO CPAGAR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5320-UNLOAD-NOTAFORN.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT NOTAS-FORN.
             IF NOTA-STATUS = 0
               MOVE LOW-VALUES TO NF-CHAVE
               START NOTAS-FORN KEY IS NOT LESS THAN NF-CHAVE
                 INVALID KEY MOVE 10 TO NOTA-STATUS
               END-START
               IF NOTA-STATUS NOT = 10
                 READ NOTAS-FORN NEXT
                   AT END MOVE 10 TO NOTA-STATUS
                 END-READ
               END-IF
               PERFORM 5321-COPIA-NOTAFORN UNTIL NOTA-STATUS = 10
               CLOSE NOTAS-FORN
               MOVE 0 TO NOTA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5321-COPIA-NOTAFORN.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE NOTAFORN-MASTER-REG TO BACKUP-SAIDA-REG(1:433).
             WRITE BACKUP-SAIDA-REG.
             READ NOTAS-FORN NEXT
               AT END MOVE 10 TO NOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5340-UNLOAD-COMIPAG.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT COMISSAO-PAGAR.
             IF COMIPAG-STATUS = 0
               MOVE LOW-VALUES TO CM-CHAVE
               START COMISSAO-PAGAR KEY IS NOT LESS THAN CM-CHAVE
                 INVALID KEY MOVE 10 TO COMIPAG-STATUS
               END-START
               IF COMIPAG-STATUS NOT = 10
                 READ COMISSAO-PAGAR NEXT
                   AT END MOVE 10 TO COMIPAG-STATUS
                 END-READ
               END-IF
               PERFORM 5341-COPIA-COMIPAG UNTIL COMIPAG-STATUS = 10
               CLOSE COMISSAO-PAGAR
               MOVE 0 TO COMIPAG-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5341-COPIA-COMIPAG.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE COMIPAG-MASTER-REG TO BACKUP-SAIDA-REG(1:58).
             WRITE BACKUP-SAIDA-REG.
             READ COMISSAO-PAGAR NEXT
               AT END MOVE 10 TO COMIPAG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5360-UNLOAD-ORCADEP.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT ORCAMENTO.
             IF ORCA-STATUS = 0
               MOVE LOW-VALUES TO OR-CHAVE
               START ORCAMENTO KEY IS NOT LESS THAN OR-CHAVE
                 INVALID KEY MOVE 10 TO ORCA-STATUS
               END-START
               IF ORCA-STATUS NOT = 10
                 READ ORCAMENTO NEXT
                   AT END MOVE 10 TO ORCA-STATUS
                 END-READ
               END-IF
               PERFORM 5361-COPIA-ORCADEP UNTIL ORCA-STATUS = 10
               CLOSE ORCAMENTO
               MOVE 0 TO ORCA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5361-COPIA-ORCADEP.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE ORCAMENTO-MASTER-REG TO BACKUP-SAIDA-REG(1:191).
             WRITE BACKUP-SAIDA-REG.
             READ ORCAMENTO NEXT
               AT END MOVE 10 TO ORCA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5380-UNLOAD-ENDERECO.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT ENDERECOS.
             IF ENDER-STATUS = 0
               MOVE LOW-VALUES TO EN-CHAVE
               START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
                 INVALID KEY MOVE 10 TO ENDER-STATUS
               END-START
               IF ENDER-STATUS NOT = 10
                 READ ENDERECOS NEXT
                   AT END MOVE 10 TO ENDER-STATUS
                 END-READ
               END-IF
               PERFORM 5381-COPIA-ENDERECO UNTIL ENDER-STATUS = 10
               CLOSE ENDERECOS
               MOVE 0 TO ENDER-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5381-COPIA-ENDERECO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE ENDERECO-MASTER-REG TO BACKUP-SAIDA-REG(1:51).
             WRITE BACKUP-SAIDA-REG.
             READ ENDERECOS NEXT
               AT END MOVE 10 TO ENDER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5400-UNLOAD-PECAEND.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PECA-ENDERECO.
             IF PECAEND-STATUS = 0
               MOVE LOW-VALUES TO PN-CHAVE
               START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
                 INVALID KEY MOVE 10 TO PECAEND-STATUS
               END-START
               IF PECAEND-STATUS NOT = 10
                 READ PECA-ENDERECO NEXT
                   AT END MOVE 10 TO PECAEND-STATUS
                 END-READ
               END-IF
               PERFORM 5401-COPIA-PECAEND UNTIL PECAEND-STATUS = 10
               CLOSE PECA-ENDERECO
               MOVE 0 TO PECAEND-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5401-COPIA-PECAEND.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PECAEND-MASTER-REG TO BACKUP-SAIDA-REG(1:46).
             WRITE BACKUP-SAIDA-REG.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5420-UNLOAD-NOTADEB.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT NOTAS-DEBITO.
             IF NOTADEB-STATUS = 0
               MOVE LOW-VALUES TO ND-CHAVE
               START NOTAS-DEBITO KEY IS NOT LESS THAN ND-CHAVE
                 INVALID KEY MOVE 10 TO NOTADEB-STATUS
               END-START
               IF NOTADEB-STATUS NOT = 10
                 READ NOTAS-DEBITO NEXT
                   AT END MOVE 10 TO NOTADEB-STATUS
                 END-READ
               END-IF
               PERFORM 5421-COPIA-NOTADEB UNTIL NOTADEB-STATUS = 10
               CLOSE NOTAS-DEBITO
               MOVE 0 TO NOTADEB-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5421-COPIA-NOTADEB.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE NOTADEB-MASTER-REG TO BACKUP-SAIDA-REG(1:145).
             WRITE BACKUP-SAIDA-REG.
             READ NOTAS-DEBITO NEXT
               AT END MOVE 10 TO NOTADEB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5440-UNLOAD-PEDVENDA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PEDIDOS-VENDA.
             IF PEDVENDA-STATUS = 0
               MOVE 0 TO PV-NUMERO
               START PEDIDOS-VENDA KEY IS NOT LESS THAN PV-NUMERO
                 INVALID KEY MOVE 10 TO PEDVENDA-STATUS
               END-START
               IF PEDVENDA-STATUS NOT = 10
                 READ PEDIDOS-VENDA NEXT
                   AT END MOVE 10 TO PEDVENDA-STATUS
                 END-READ
               END-IF
               PERFORM 5441-COPIA-PEDVENDA UNTIL PEDVENDA-STATUS = 10
               CLOSE PEDIDOS-VENDA
               MOVE 0 TO PEDVENDA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5441-COPIA-PEDVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PEDVENDA-MASTER-REG TO BACKUP-SAIDA-REG(1:366).
             WRITE BACKUP-SAIDA-REG.
             READ PEDIDOS-VENDA NEXT
               AT END MOVE 10 TO PEDVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5460-UNLOAD-NFVENDA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT NOTAS-VENDA.
             IF NFVENDA-STATUS = 0
               MOVE 0 TO NV-NUMERO
               START NOTAS-VENDA KEY IS NOT LESS THAN NV-NUMERO
                 INVALID KEY MOVE 10 TO NFVENDA-STATUS
               END-START
               IF NFVENDA-STATUS NOT = 10
                 READ NOTAS-VENDA NEXT
                   AT END MOVE 10 TO NFVENDA-STATUS
                 END-READ
               END-IF
               PERFORM 5461-COPIA-NFVENDA UNTIL NFVENDA-STATUS = 10
               CLOSE NOTAS-VENDA
               MOVE 0 TO NFVENDA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5461-COPIA-NFVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE NFVENDA-MASTER-REG TO BACKUP-SAIDA-REG(1:347).
             WRITE BACKUP-SAIDA-REG.
             READ NOTAS-VENDA NEXT
               AT END MOVE 10 TO NFVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5480-UNLOAD-VENDCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT VENDA-CTRL.
             IF VDCTRL-STATUS = 0
               MOVE 0 TO VDCTRL-CHAVE
               START VENDA-CTRL KEY IS NOT LESS THAN VDCTRL-CHAVE
                 INVALID KEY MOVE 10 TO VDCTRL-STATUS
               END-START
               IF VDCTRL-STATUS NOT = 10
                 READ VENDA-CTRL NEXT
                   AT END MOVE 10 TO VDCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 5481-COPIA-VENDCTRL UNTIL VDCTRL-STATUS = 10
               CLOSE VENDA-CTRL
               MOVE 0 TO VDCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5481-COPIA-VENDCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE VENDA-CTRL-REG TO BACKUP-SAIDA-REG(1:10).
             WRITE BACKUP-SAIDA-REG.
             READ VENDA-CTRL NEXT
               AT END MOVE 10 TO VDCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5500-UNLOAD-GARPECA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT GARANTIA-PECAS.
             IF GARPECA-STATUS = 0
               MOVE LOW-VALUES TO GP-CHAVE
               START GARANTIA-PECAS KEY IS NOT LESS THAN GP-CHAVE
                 INVALID KEY MOVE 10 TO GARPECA-STATUS
               END-START
               IF GARPECA-STATUS NOT = 10
                 READ GARANTIA-PECAS NEXT
                   AT END MOVE 10 TO GARPECA-STATUS
                 END-READ
               END-IF
               PERFORM 5501-COPIA-GARPECA UNTIL GARPECA-STATUS = 10
               CLOSE GARANTIA-PECAS
               MOVE 0 TO GARPECA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5501-COPIA-GARPECA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE GARPECA-MASTER-REG TO BACKUP-SAIDA-REG(1:165).
             WRITE BACKUP-SAIDA-REG.
             READ GARANTIA-PECAS NEXT
               AT END MOVE 10 TO GARPECA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5520-UNLOAD-FERRAM.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT FERRAMENTAS.
             IF FERRAM-STATUS = 0
               MOVE LOW-VALUES TO FE-TAG
               START FERRAMENTAS KEY IS NOT LESS THAN FE-TAG
                 INVALID KEY MOVE 10 TO FERRAM-STATUS
               END-START
               IF FERRAM-STATUS NOT = 10
                 READ FERRAMENTAS NEXT
                   AT END MOVE 10 TO FERRAM-STATUS
                 END-READ
               END-IF
               PERFORM 5521-COPIA-FERRAM UNTIL FERRAM-STATUS = 10
               CLOSE FERRAMENTAS
               MOVE 0 TO FERRAM-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5521-COPIA-FERRAM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE FERRAM-MASTER-REG TO BACKUP-SAIDA-REG(1:126).
             WRITE BACKUP-SAIDA-REG.
             READ FERRAMENTAS NEXT
               AT END MOVE 10 TO FERRAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5540-UNLOAD-FERRMOV.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT FERRAM-MOVTO.
             IF FERRMOV-STATUS = 0
               MOVE 0 TO FM-NUMERO
               START FERRAM-MOVTO KEY IS NOT LESS THAN FM-NUMERO
                 INVALID KEY MOVE 10 TO FERRMOV-STATUS
               END-START
               IF FERRMOV-STATUS NOT = 10
                 READ FERRAM-MOVTO NEXT
                   AT END MOVE 10 TO FERRMOV-STATUS
                 END-READ
               END-IF
               PERFORM 5541-COPIA-FERRMOV UNTIL FERRMOV-STATUS = 10
               CLOSE FERRAM-MOVTO
               MOVE 0 TO FERRMOV-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5541-COPIA-FERRMOV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE FERRMOV-MASTER-REG TO BACKUP-SAIDA-REG(1:119).
             WRITE BACKUP-SAIDA-REG.
             READ FERRAM-MOVTO NEXT
               AT END MOVE 10 TO FERRMOV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5560-UNLOAD-FERRCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT FERRAM-CTRL.
             IF FECTRL-STATUS = 0
               MOVE 0 TO FECTRL-CHAVE
               START FERRAM-CTRL KEY IS NOT LESS THAN FECTRL-CHAVE
                 INVALID KEY MOVE 10 TO FECTRL-STATUS
               END-START
               IF FECTRL-STATUS NOT = 10
                 READ FERRAM-CTRL NEXT
                   AT END MOVE 10 TO FECTRL-STATUS
                 END-READ
               END-IF
               PERFORM 5561-COPIA-FERRCTRL UNTIL FECTRL-STATUS = 10
               CLOSE FERRAM-CTRL
               MOVE 0 TO FECTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5561-COPIA-FERRCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE FERRAM-CTRL-REG TO BACKUP-SAIDA-REG(1:7).
             WRITE BACKUP-SAIDA-REG.
             READ FERRAM-CTRL NEXT
               AT END MOVE 10 TO FECTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5580-UNLOAD-CASOIMC.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT CASOS-IMC.
             IF CASO-STATUS = 0
               MOVE LOW-VALUES TO CS-CHAVE OF CASOIMC-MASTER-REG
               START CASOS-IMC KEY IS NOT LESS THAN
                     CS-CHAVE OF CASOIMC-MASTER-REG
                 INVALID KEY MOVE 10 TO CASO-STATUS
               END-START
               IF CASO-STATUS NOT = 10
                 READ CASOS-IMC NEXT
                   AT END MOVE 10 TO CASO-STATUS
                 END-READ
               END-IF
               PERFORM 5581-COPIA-CASOIMC UNTIL CASO-STATUS = 10
               CLOSE CASOS-IMC
               MOVE 0 TO CASO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5581-COPIA-CASOIMC.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CASOIMC-MASTER-REG TO BACKUP-SAIDA-REG(1:255).
             WRITE BACKUP-SAIDA-REG.
             READ CASOS-IMC NEXT
               AT END MOVE 10 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5600-UNLOAD-TESTEFIS.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT TESTES-FISICOS.
             IF TESTE-STATUS = 0
               MOVE LOW-VALUES TO TF-CHAVE
               START TESTES-FISICOS KEY IS NOT LESS THAN TF-CHAVE
                 INVALID KEY MOVE 10 TO TESTE-STATUS
               END-START
               IF TESTE-STATUS NOT = 10
                 READ TESTES-FISICOS NEXT
                   AT END MOVE 10 TO TESTE-STATUS
                 END-READ
               END-IF
               PERFORM 5601-COPIA-TESTEFIS UNTIL TESTE-STATUS = 10
               CLOSE TESTES-FISICOS
               MOVE 0 TO TESTE-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5601-COPIA-TESTEFIS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE TESTEFIS-MASTER-REG TO BACKUP-SAIDA-REG(1:49).
             WRITE BACKUP-SAIDA-REG.
             READ TESTES-FISICOS NEXT
               AT END MOVE 10 TO TESTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5620-UNLOAD-REFAPTF.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT REFERENCIAS.
             IF REF-STATUS = 0
               MOVE LOW-VALUES TO RF-CHAVE
               START REFERENCIAS KEY IS NOT LESS THAN RF-CHAVE
                 INVALID KEY MOVE 10 TO REF-STATUS
               END-START
               IF REF-STATUS NOT = 10
                 READ REFERENCIAS NEXT
                   AT END MOVE 10 TO REF-STATUS
                 END-READ
               END-IF
               PERFORM 5621-COPIA-REFAPTF UNTIL REF-STATUS = 10
               CLOSE REFERENCIAS
               MOVE 0 TO REF-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5621-COPIA-REFAPTF.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE REFAPTF-MASTER-REG TO BACKUP-SAIDA-REG(1:38).
             WRITE BACKUP-SAIDA-REG.
             READ REFERENCIAS NEXT
               AT END MOVE 10 TO REF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5640-UNLOAD-ALUNOS.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT ALUNOS.
             IF ALUNOS-STATUS = 0
               MOVE 0 TO AL-ID
               START ALUNOS KEY IS NOT LESS THAN AL-ID
                 INVALID KEY MOVE 10 TO ALUNOS-STATUS
               END-START
               IF ALUNOS-STATUS NOT = 10
                 READ ALUNOS NEXT
                   AT END MOVE 10 TO ALUNOS-STATUS
                 END-READ
               END-IF
               PERFORM 5641-COPIA-ALUNOS UNTIL ALUNOS-STATUS = 10
               CLOSE ALUNOS
               MOVE 0 TO ALUNOS-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5641-COPIA-ALUNOS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE ALUNOS-REG TO BACKUP-SAIDA-REG(1:70).
             WRITE BACKUP-SAIDA-REG.
             READ ALUNOS NEXT
               AT END MOVE 10 TO ALUNOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5660-UNLOAD-PREAPROV.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PRE-APROVADOS.
             IF PREAPROV-STATUS = 0
               MOVE 0 TO PA-CLI-ID
               START PRE-APROVADOS KEY IS NOT LESS THAN PA-CLI-ID
                 INVALID KEY MOVE 10 TO PREAPROV-STATUS
               END-START
               IF PREAPROV-STATUS NOT = 10
                 READ PRE-APROVADOS NEXT
                   AT END MOVE 10 TO PREAPROV-STATUS
                 END-READ
               END-IF
               PERFORM 5661-COPIA-PREAPROV UNTIL PREAPROV-STATUS = 10
               CLOSE PRE-APROVADOS
               MOVE 0 TO PREAPROV-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5661-COPIA-PREAPROV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PREAPROV-MASTER-REG TO BACKUP-SAIDA-REG(1:101).
             WRITE BACKUP-SAIDA-REG.
             READ PRE-APROVADOS NEXT
               AT END MOVE 10 TO PREAPROV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5680-UNLOAD-RECERT.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT RECERTIFICACAO.
             IF RECERT-STATUS = 0
               MOVE LOW-VALUES TO RC-CHAVE
               START RECERTIFICACAO KEY IS NOT LESS THAN RC-CHAVE
                 INVALID KEY MOVE 10 TO RECERT-STATUS
               END-START
               IF RECERT-STATUS NOT = 10
                 READ RECERTIFICACAO NEXT
                   AT END MOVE 10 TO RECERT-STATUS
                 END-READ
               END-IF
               PERFORM 5681-COPIA-RECERT UNTIL RECERT-STATUS = 10
               CLOSE RECERTIFICACAO
               MOVE 0 TO RECERT-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5681-COPIA-RECERT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE RECERT-MASTER-REG TO BACKUP-SAIDA-REG(1:89).
             WRITE BACKUP-SAIDA-REG.
             READ RECERTIFICACAO NEXT
               AT END MOVE 10 TO RECERT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5700-UNLOAD-SINOPER.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SINISTRO-OPER.
             IF SINOPER-STATUS = 0
               MOVE 0 TO SO-SINISTRO
               START SINISTRO-OPER KEY IS NOT LESS THAN SO-SINISTRO
                 INVALID KEY MOVE 10 TO SINOPER-STATUS
               END-START
               IF SINOPER-STATUS NOT = 10
                 READ SINISTRO-OPER NEXT
                   AT END MOVE 10 TO SINOPER-STATUS
                 END-READ
               END-IF
               PERFORM 5701-COPIA-SINOPER UNTIL SINOPER-STATUS = 10
               CLOSE SINISTRO-OPER
               MOVE 0 TO SINOPER-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5701-COPIA-SINOPER.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SINOPER-MASTER-REG TO BACKUP-SAIDA-REG(1:75).
             WRITE BACKUP-SAIDA-REG.
             READ SINISTRO-OPER NEXT
               AT END MOVE 10 TO SINOPER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5720-UNLOAD-INDEVIDO.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT INDEVIDOS.
             IF INDEVIDO-STATUS = 0
               MOVE 0 TO DI-CLI-ID
               START INDEVIDOS KEY IS NOT LESS THAN DI-CLI-ID
                 INVALID KEY MOVE 10 TO INDEVIDO-STATUS
               END-START
               IF INDEVIDO-STATUS NOT = 10
                 READ INDEVIDOS NEXT
                   AT END MOVE 10 TO INDEVIDO-STATUS
                 END-READ
               END-IF
               PERFORM 5721-COPIA-INDEVIDO UNTIL INDEVIDO-STATUS = 10
               CLOSE INDEVIDOS
               MOVE 0 TO INDEVIDO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5721-COPIA-INDEVIDO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE INDEVIDO-MASTER-REG TO BACKUP-SAIDA-REG(1:105).
             WRITE BACKUP-SAIDA-REG.
             READ INDEVIDOS NEXT
               AT END MOVE 10 TO INDEVIDO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5740-UNLOAD-ESPOLIO.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT ESPOLIO.
             IF ESPOLIO-STATUS = 0
               MOVE LOW-VALUES TO ES-CHAVE
               START ESPOLIO KEY IS NOT LESS THAN ES-CHAVE
                 INVALID KEY MOVE 10 TO ESPOLIO-STATUS
               END-START
               IF ESPOLIO-STATUS NOT = 10
                 READ ESPOLIO NEXT
                   AT END MOVE 10 TO ESPOLIO-STATUS
                 END-READ
               END-IF
               PERFORM 5741-COPIA-ESPOLIO UNTIL ESPOLIO-STATUS = 10
               CLOSE ESPOLIO
               MOVE 0 TO ESPOLIO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5741-COPIA-ESPOLIO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE ESPOLIO-MASTER-REG TO BACKUP-SAIDA-REG(1:84).
             WRITE BACKUP-SAIDA-REG.
             READ ESPOLIO NEXT
               AT END MOVE 10 TO ESPOLIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5760-UNLOAD-PLDCASO.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PLD-CASOS.
             IF PLDCASO-STATUS = 0
               MOVE LOW-VALUES TO PL-CHAVE
               START PLD-CASOS KEY IS NOT LESS THAN PL-CHAVE
                 INVALID KEY MOVE 10 TO PLDCASO-STATUS
               END-START
               IF PLDCASO-STATUS NOT = 10
                 READ PLD-CASOS NEXT
                   AT END MOVE 10 TO PLDCASO-STATUS
                 END-READ
               END-IF
               PERFORM 5761-COPIA-PLDCASO UNTIL PLDCASO-STATUS = 10
               CLOSE PLD-CASOS
               MOVE 0 TO PLDCASO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5761-COPIA-PLDCASO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PLDCASO-MASTER-REG TO BACKUP-SAIDA-REG(1:167).
             WRITE BACKUP-SAIDA-REG.
             READ PLD-CASOS NEXT
               AT END MOVE 10 TO PLDCASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5780-UNLOAD-CONSENT.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT CONSENTIMENTOS.
             IF CONSENT-STATUS = 0
               MOVE LOW-VALUES TO CS-CHAVE OF CONSENT-MASTER-REG
               START CONSENTIMENTOS KEY IS NOT LESS THAN
                     CS-CHAVE OF CONSENT-MASTER-REG
                 INVALID KEY MOVE 10 TO CONSENT-STATUS
               END-START
               IF CONSENT-STATUS NOT = 10
                 READ CONSENTIMENTOS NEXT
                   AT END MOVE 10 TO CONSENT-STATUS
                 END-READ
               END-IF
               PERFORM 5781-COPIA-CONSENT UNTIL CONSENT-STATUS = 10
               CLOSE CONSENTIMENTOS
               MOVE 0 TO CONSENT-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5781-COPIA-CONSENT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CONSENT-MASTER-REG TO BACKUP-SAIDA-REG(1:52).
             WRITE BACKUP-SAIDA-REG.
             READ CONSENTIMENTOS NEXT
               AT END MOVE 10 TO CONSENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5800-UNLOAD-COMUNFIL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT COMUNICACOES.
             IF COMUN-STATUS = 0
               MOVE 0 TO CF-NUMERO
               START COMUNICACOES KEY IS NOT LESS THAN CF-NUMERO
                 INVALID KEY MOVE 10 TO COMUN-STATUS
               END-START
               IF COMUN-STATUS NOT = 10
                 READ COMUNICACOES NEXT
                   AT END MOVE 10 TO COMUN-STATUS
                 END-READ
               END-IF
               PERFORM 5801-COPIA-COMUNFIL UNTIL COMUN-STATUS = 10
               CLOSE COMUNICACOES
               MOVE 0 TO COMUN-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5801-COPIA-COMUNFIL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE COMUNFIL-MASTER-REG TO BACKUP-SAIDA-REG(1:160).
             WRITE BACKUP-SAIDA-REG.
             READ COMUNICACOES NEXT
               AT END MOVE 10 TO COMUN-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5820-UNLOAD-DESCBENF.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT DESCONTOS-BENEF.
             IF DESCONTO-STATUS = 0
               MOVE LOW-VALUES TO DB-CHAVE
               START DESCONTOS-BENEF KEY IS NOT LESS THAN DB-CHAVE
                 INVALID KEY MOVE 10 TO DESCONTO-STATUS
               END-START
               IF DESCONTO-STATUS NOT = 10
                 READ DESCONTOS-BENEF NEXT
                   AT END MOVE 10 TO DESCONTO-STATUS
                 END-READ
               END-IF
               PERFORM 5821-COPIA-DESCBENF UNTIL DESCONTO-STATUS = 10
               CLOSE DESCONTOS-BENEF
               MOVE 0 TO DESCONTO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5821-COPIA-DESCBENF.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE DESCBENF-MASTER-REG TO BACKUP-SAIDA-REG(1:158).
             WRITE BACKUP-SAIDA-REG.
             READ DESCONTOS-BENEF NEXT
               AT END MOVE 10 TO DESCONTO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5840-UNLOAD-JOBGRADE.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT JOB-GRADE.
             IF GRADE-STATUS = 0
               MOVE 0 TO JG-ORDEM
               START JOB-GRADE KEY IS NOT LESS THAN JG-ORDEM
                 INVALID KEY MOVE 10 TO GRADE-STATUS
               END-START
               IF GRADE-STATUS NOT = 10
                 READ JOB-GRADE NEXT
                   AT END MOVE 10 TO GRADE-STATUS
                 END-READ
               END-IF
               PERFORM 5841-COPIA-JOBGRADE UNTIL GRADE-STATUS = 10
               CLOSE JOB-GRADE
               MOVE 0 TO GRADE-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5841-COPIA-JOBGRADE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE JOBGRADE-REG TO BACKUP-SAIDA-REG(1:100).
             WRITE BACKUP-SAIDA-REG.
             READ JOB-GRADE NEXT
               AT END MOVE 10 TO GRADE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5860-UNLOAD-CARTFAT.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT CARTAO-FATURA.
             IF FATURA-STATUS = 0
               MOVE LOW-VALUES TO FT-CHAVE
               START CARTAO-FATURA KEY IS NOT LESS THAN FT-CHAVE
                 INVALID KEY MOVE 10 TO FATURA-STATUS
               END-START
               IF FATURA-STATUS NOT = 10
                 READ CARTAO-FATURA NEXT
                   AT END MOVE 10 TO FATURA-STATUS
                 END-READ
               END-IF
               PERFORM 5861-COPIA-CARTFAT UNTIL FATURA-STATUS = 10
               CLOSE CARTAO-FATURA
               MOVE 0 TO FATURA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5861-COPIA-CARTFAT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CARTAO-FATURA-REG TO BACKUP-SAIDA-REG(1:105).
             WRITE BACKUP-SAIDA-REG.
             READ CARTAO-FATURA NEXT
               AT END MOVE 10 TO FATURA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5880-UNLOAD-CARTSALD.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT CARTAO-SALDO.
             IF SALDO-STATUS = 0
               MOVE 0 TO CS-CONTA
               START CARTAO-SALDO KEY IS NOT LESS THAN CS-CONTA
                 INVALID KEY MOVE 10 TO SALDO-STATUS
               END-START
               IF SALDO-STATUS NOT = 10
                 READ CARTAO-SALDO NEXT
                   AT END MOVE 10 TO SALDO-STATUS
                 END-READ
               END-IF
               PERFORM 5881-COPIA-CARTSALD UNTIL SALDO-STATUS = 10
               CLOSE CARTAO-SALDO
               MOVE 0 TO SALDO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5881-COPIA-CARTSALD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CARTAO-SALDO-REG TO BACKUP-SAIDA-REG(1:38).
             WRITE BACKUP-SAIDA-REG.
             READ CARTAO-SALDO NEXT
               AT END MOVE 10 TO SALDO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5900-UNLOAD-COMECOTA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT COMECOTA.
             IF COMECOTA-STATUS = 0
               MOVE LOW-VALUES TO CC-CHAVE
               START COMECOTA KEY IS NOT LESS THAN CC-CHAVE
                 INVALID KEY MOVE 10 TO COMECOTA-STATUS
               END-START
               IF COMECOTA-STATUS NOT = 10
                 READ COMECOTA NEXT
                   AT END MOVE 10 TO COMECOTA-STATUS
                 END-READ
               END-IF
               PERFORM 5901-COPIA-COMECOTA UNTIL COMECOTA-STATUS = 10
               CLOSE COMECOTA
               MOVE 0 TO COMECOTA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5901-COPIA-COMECOTA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE COMECOTA-MASTER-REG TO BACKUP-SAIDA-REG(1:70).
             WRITE BACKUP-SAIDA-REG.
             READ COMECOTA NEXT
               AT END MOVE 10 TO COMECOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5920-UNLOAD-EMISPROD.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT EMISSOES.
             IF EMISSOES-STATUS = 0
               MOVE 0 TO EM-CODIGO
               START EMISSOES KEY IS NOT LESS THAN EM-CODIGO
                 INVALID KEY MOVE 10 TO EMISSOES-STATUS
               END-START
               IF EMISSOES-STATUS NOT = 10
                 READ EMISSOES NEXT
                   AT END MOVE 10 TO EMISSOES-STATUS
                 END-READ
               END-IF
               PERFORM 5921-COPIA-EMISPROD UNTIL EMISSOES-STATUS = 10
               CLOSE EMISSOES
               MOVE 0 TO EMISSOES-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5921-COPIA-EMISPROD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE EMISPROD-MASTER-REG TO BACKUP-SAIDA-REG(1:108).
             WRITE BACKUP-SAIDA-REG.
             READ EMISSOES NEXT
               AT END MOVE 10 TO EMISSOES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5940-UNLOAD-POSEMIS.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT POSICAO-EMISSAO.
             IF POSEMIS-STATUS = 0
               MOVE LOW-VALUES TO PE-CHAVE
               START POSICAO-EMISSAO KEY IS NOT LESS THAN PE-CHAVE
                 INVALID KEY MOVE 10 TO POSEMIS-STATUS
               END-START
               IF POSEMIS-STATUS NOT = 10
                 READ POSICAO-EMISSAO NEXT
                   AT END MOVE 10 TO POSEMIS-STATUS
                 END-READ
               END-IF
               PERFORM 5941-COPIA-POSEMIS UNTIL POSEMIS-STATUS = 10
               CLOSE POSICAO-EMISSAO
               MOVE 0 TO POSEMIS-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5941-COPIA-POSEMIS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE POSEMIS-MASTER-REG TO BACKUP-SAIDA-REG(1:40).
             WRITE BACKUP-SAIDA-REG.
             READ POSICAO-EMISSAO NEXT
               AT END MOVE 10 TO POSEMIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5960-UNLOAD-PREVPRIV.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PREV-PRIVADA.
             IF PREVPRIV-STATUS = 0
               MOVE 0 TO PV-CERTIFICADO
               START PREV-PRIVADA KEY IS NOT LESS THAN PV-CERTIFICADO
                 INVALID KEY MOVE 10 TO PREVPRIV-STATUS
               END-START
               IF PREVPRIV-STATUS NOT = 10
                 READ PREV-PRIVADA NEXT
                   AT END MOVE 10 TO PREVPRIV-STATUS
                 END-READ
               END-IF
               PERFORM 5961-COPIA-PREVPRIV UNTIL PREVPRIV-STATUS = 10
               CLOSE PREV-PRIVADA
               MOVE 0 TO PREVPRIV-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5961-COPIA-PREVPRIV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PREVPRIV-MASTER-REG TO BACKUP-SAIDA-REG(1:142).
             WRITE BACKUP-SAIDA-REG.
             READ PREV-PRIVADA NEXT
               AT END MOVE 10 TO PREVPRIV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       5980-UNLOAD-PREVCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PREV-CTRL.
             IF PREVCTRL-STATUS = 0
               MOVE 0 TO PREVCTRL-CHAVE
               START PREV-CTRL KEY IS NOT LESS THAN PREVCTRL-CHAVE
                 INVALID KEY MOVE 10 TO PREVCTRL-STATUS
               END-START
               IF PREVCTRL-STATUS NOT = 10
                 READ PREV-CTRL NEXT
                   AT END MOVE 10 TO PREVCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 5981-COPIA-PREVCTRL UNTIL PREVCTRL-STATUS = 10
               CLOSE PREV-CTRL
               MOVE 0 TO PREVCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       5981-COPIA-PREVCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PREV-CTRL-REG TO BACKUP-SAIDA-REG(1:7).
             WRITE BACKUP-SAIDA-REG.
             READ PREV-CTRL NEXT
               AT END MOVE 10 TO PREVCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6000-UNLOAD-PROVVIDA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PROVA-VIDA.
             IF VIDA-STATUS = 0
               MOVE 0 TO VD-CLI-ID
               START PROVA-VIDA KEY IS NOT LESS THAN VD-CLI-ID
                 INVALID KEY MOVE 10 TO VIDA-STATUS
               END-START
               IF VIDA-STATUS NOT = 10
                 READ PROVA-VIDA NEXT
                   AT END MOVE 10 TO VIDA-STATUS
                 END-READ
               END-IF
               PERFORM 6001-COPIA-PROVVIDA UNTIL VIDA-STATUS = 10
               CLOSE PROVA-VIDA
               MOVE 0 TO VIDA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6001-COPIA-PROVVIDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PROVAVIDA-MASTER-REG TO BACKUP-SAIDA-REG(1:86).
             WRITE BACKUP-SAIDA-REG.
             READ PROVA-VIDA NEXT
               AT END MOVE 10 TO VIDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6020-UNLOAD-COTACAO.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT COTACOES.
             IF COTACAO-STATUS = 0
               MOVE LOW-VALUES TO CQ-CHAVE
               START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
                 INVALID KEY MOVE 10 TO COTACAO-STATUS
               END-START
               IF COTACAO-STATUS NOT = 10
                 READ COTACOES NEXT
                   AT END MOVE 10 TO COTACAO-STATUS
                 END-READ
               END-IF
               PERFORM 6021-COPIA-COTACAO UNTIL COTACAO-STATUS = 10
               CLOSE COTACOES
               MOVE 0 TO COTACAO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6021-COPIA-COTACAO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE COTACAO-MASTER-REG TO BACKUP-SAIDA-REG(1:123).
             WRITE BACKUP-SAIDA-REG.
             READ COTACOES NEXT
               AT END MOVE 10 TO COTACAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6040-UNLOAD-COTCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT COTACAO-CTRL.
             IF COTCTRL-STATUS = 0
               MOVE 0 TO COTCTRL-CHAVE
               START COTACAO-CTRL KEY IS NOT LESS THAN COTCTRL-CHAVE
                 INVALID KEY MOVE 10 TO COTCTRL-STATUS
               END-START
               IF COTCTRL-STATUS NOT = 10
                 READ COTACAO-CTRL NEXT
                   AT END MOVE 10 TO COTCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 6041-COPIA-COTCTRL UNTIL COTCTRL-STATUS = 10
               CLOSE COTACAO-CTRL
               MOVE 0 TO COTCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6041-COPIA-COTCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE COTACAO-CTRL-REG TO BACKUP-SAIDA-REG(1:7).
             WRITE BACKUP-SAIDA-REG.
             READ COTACAO-CTRL NEXT
               AT END MOVE 10 TO COTCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6060-UNLOAD-FORMCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT FORMAS-CTRL.
             IF FCTRL-STATUS = 0
               MOVE 0 TO FCTRL-CHAVE
               START FORMAS-CTRL KEY IS NOT LESS THAN FCTRL-CHAVE
                 INVALID KEY MOVE 10 TO FCTRL-STATUS
               END-START
               IF FCTRL-STATUS NOT = 10
                 READ FORMAS-CTRL NEXT
                   AT END MOVE 10 TO FCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 6061-COPIA-FORMCTRL UNTIL FCTRL-STATUS = 10
               CLOSE FORMAS-CTRL
               MOVE 0 TO FCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6061-COPIA-FORMCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE FORMAS-CTRL-REG TO BACKUP-SAIDA-REG(1:7).
             WRITE BACKUP-SAIDA-REG.
             READ FORMAS-CTRL NEXT
               AT END MOVE 10 TO FCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6080-UNLOAD-NDCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT NOTADEB-CTRL.
             IF NDCTRL-STATUS = 0
               MOVE 0 TO NDCTRL-CHAVE
               START NOTADEB-CTRL KEY IS NOT LESS THAN NDCTRL-CHAVE
                 INVALID KEY MOVE 10 TO NDCTRL-STATUS
               END-START
               IF NDCTRL-STATUS NOT = 10
                 READ NOTADEB-CTRL NEXT
                   AT END MOVE 10 TO NDCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 6081-COPIA-NDCTRL UNTIL NDCTRL-STATUS = 10
               CLOSE NOTADEB-CTRL
               MOVE 0 TO NDCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6081-COPIA-NDCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE NOTADEB-CTRL-REG TO BACKUP-SAIDA-REG(1:7).
             WRITE BACKUP-SAIDA-REG.
             READ NOTADEB-CTRL NEXT
               AT END MOVE 10 TO NDCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6100-UNLOAD-ORDPROD.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT ORDEM-PRODUCAO.
             IF ORDEM-STATUS = 0
               MOVE 0 TO OP-NUMERO
               START ORDEM-PRODUCAO KEY IS NOT LESS THAN OP-NUMERO
                 INVALID KEY MOVE 10 TO ORDEM-STATUS
               END-START
               IF ORDEM-STATUS NOT = 10
                 READ ORDEM-PRODUCAO NEXT
                   AT END MOVE 10 TO ORDEM-STATUS
                 END-READ
               END-IF
               PERFORM 6101-COPIA-ORDPROD UNTIL ORDEM-STATUS = 10
               CLOSE ORDEM-PRODUCAO
               MOVE 0 TO ORDEM-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6101-COPIA-ORDPROD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE ORDPROD-MASTER-REG TO BACKUP-SAIDA-REG(1:186).
             WRITE BACKUP-SAIDA-REG.
             READ ORDEM-PRODUCAO NEXT
               AT END MOVE 10 TO ORDEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6120-UNLOAD-OPCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT ORDEM-CTRL.
             IF OPCTRL-STATUS = 0
               MOVE 0 TO OPCTRL-CHAVE
               START ORDEM-CTRL KEY IS NOT LESS THAN OPCTRL-CHAVE
                 INVALID KEY MOVE 10 TO OPCTRL-STATUS
               END-START
               IF OPCTRL-STATUS NOT = 10
                 READ ORDEM-CTRL NEXT
                   AT END MOVE 10 TO OPCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 6121-COPIA-OPCTRL UNTIL OPCTRL-STATUS = 10
               CLOSE ORDEM-CTRL
               MOVE 0 TO OPCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6121-COPIA-OPCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE ORDEM-CTRL-REG TO BACKUP-SAIDA-REG(1:7).
             WRITE BACKUP-SAIDA-REG.
             READ ORDEM-CTRL NEXT
               AT END MOVE 10 TO OPCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6140-UNLOAD-PERCONT.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PERIODOS.
             IF PERIODO-STATUS = 0
               MOVE 0 TO PE-MES
               START PERIODOS KEY IS NOT LESS THAN PE-MES
                 INVALID KEY MOVE 10 TO PERIODO-STATUS
               END-START
               IF PERIODO-STATUS NOT = 10
                 READ PERIODOS NEXT
                   AT END MOVE 10 TO PERIODO-STATUS
                 END-READ
               END-IF
               PERFORM 6141-COPIA-PERCONT UNTIL PERIODO-STATUS = 10
               CLOSE PERIODOS
               MOVE 0 TO PERIODO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6141-COPIA-PERCONT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PERIODO-MASTER-REG TO BACKUP-SAIDA-REG(1:35).
             WRITE BACKUP-SAIDA-REG.
             READ PERIODOS NEXT
               AT END MOVE 10 TO PERIODO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6160-UNLOAD-SALDOCON.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SALDOS-CONTABEIS.
             IF SALDOCON-STATUS = 0
               MOVE LOW-VALUES TO SC-CHAVE
               START SALDOS-CONTABEIS KEY IS NOT LESS THAN SC-CHAVE
                 INVALID KEY MOVE 10 TO SALDOCON-STATUS
               END-START
               IF SALDOCON-STATUS NOT = 10
                 READ SALDOS-CONTABEIS NEXT
                   AT END MOVE 10 TO SALDOCON-STATUS
                 END-READ
               END-IF
               PERFORM 6161-COPIA-SALDOCON UNTIL SALDOCON-STATUS = 10
               CLOSE SALDOS-CONTABEIS
               MOVE 0 TO SALDOCON-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6161-COPIA-SALDOCON.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SALDOCON-MASTER-REG TO BACKUP-SAIDA-REG(1:91).
             WRITE BACKUP-SAIDA-REG.
             READ SALDOS-CONTABEIS NEXT
               AT END MOVE 10 TO SALDOCON-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6180-UNLOAD-SINLIQ.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT LIQUIDACOES.
             IF LIQ-STATUS = 0
               MOVE 0 TO LQ-SINISTRO
               START LIQUIDACOES KEY IS NOT LESS THAN LQ-SINISTRO
                 INVALID KEY MOVE 10 TO LIQ-STATUS
               END-START
               IF LIQ-STATUS NOT = 10
                 READ LIQUIDACOES NEXT
                   AT END MOVE 10 TO LIQ-STATUS
                 END-READ
               END-IF
               PERFORM 6181-COPIA-SINLIQ UNTIL LIQ-STATUS = 10
               CLOSE LIQUIDACOES
               MOVE 0 TO LIQ-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6181-COPIA-SINLIQ.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE LIQUIDACAO-MASTER-REG TO BACKUP-SAIDA-REG(1:114).
             WRITE BACKUP-SAIDA-REG.
             READ LIQUIDACOES NEXT
               AT END MOVE 10 TO LIQ-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6200-UNLOAD-SALVADOS.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SALVADOS.
             IF SALVADO-STATUS = 0
               MOVE 0 TO SV-SINISTRO
               START SALVADOS KEY IS NOT LESS THAN SV-SINISTRO
                 INVALID KEY MOVE 10 TO SALVADO-STATUS
               END-START
               IF SALVADO-STATUS NOT = 10
                 READ SALVADOS NEXT
                   AT END MOVE 10 TO SALVADO-STATUS
                 END-READ
               END-IF
               PERFORM 6201-COPIA-SALVADOS UNTIL SALVADO-STATUS = 10
               CLOSE SALVADOS
               MOVE 0 TO SALVADO-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6201-COPIA-SALVADOS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SALVADO-MASTER-REG TO BACKUP-SAIDA-REG(1:123).
             WRITE BACKUP-SAIDA-REG.
             READ SALVADOS NEXT
               AT END MOVE 10 TO SALVADO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6220-UNLOAD-SINPARM.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT LIQ-PARAM.
             IF PARAM-STATUS = 0
               MOVE 0 TO LP-CHAVE
               START LIQ-PARAM KEY IS NOT LESS THAN LP-CHAVE
                 INVALID KEY MOVE 10 TO PARAM-STATUS
               END-START
               IF PARAM-STATUS NOT = 10
                 READ LIQ-PARAM NEXT
                   AT END MOVE 10 TO PARAM-STATUS
                 END-READ
               END-IF
               PERFORM 6221-COPIA-SINPARM UNTIL PARAM-STATUS = 10
               CLOSE LIQ-PARAM
               MOVE 0 TO PARAM-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6221-COPIA-SINPARM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE LIQ-PARAM-REG TO BACKUP-SAIDA-REG(1:41).
             WRITE BACKUP-SAIDA-REG.
             READ LIQ-PARAM NEXT
               AT END MOVE 10 TO PARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6240-UNLOAD-REMCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT REMESSA-CTRL.
             IF REMCTRL-STATUS = 0
               MOVE 0 TO REMCTRL-CHAVE
               START REMESSA-CTRL KEY IS NOT LESS THAN REMCTRL-CHAVE
                 INVALID KEY MOVE 10 TO REMCTRL-STATUS
               END-START
               IF REMCTRL-STATUS NOT = 10
                 READ REMESSA-CTRL NEXT
                   AT END MOVE 10 TO REMCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 6241-COPIA-REMCTRL UNTIL REMCTRL-STATUS = 10
               CLOSE REMESSA-CTRL
               MOVE 0 TO REMCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6241-COPIA-REMCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE REMESSA-CTRL-REG TO BACKUP-SAIDA-REG(1:9).
             WRITE BACKUP-SAIDA-REG.
             READ REMESSA-CTRL NEXT
               AT END MOVE 10 TO REMCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6260-UNLOAD-COMUNFCT.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT COMUN-CTRL.
             IF COMUNFCT-STATUS = 0
               MOVE 0 TO COMUNFCT-CHAVE
               START COMUN-CTRL KEY IS NOT LESS THAN COMUNFCT-CHAVE
                 INVALID KEY MOVE 10 TO COMUNFCT-STATUS
               END-START
               IF COMUNFCT-STATUS NOT = 10
                 READ COMUN-CTRL NEXT
                   AT END MOVE 10 TO COMUNFCT-STATUS
                 END-READ
               END-IF
               PERFORM 6261-COPIA-COMUNFCT UNTIL COMUNFCT-STATUS = 10
               CLOSE COMUN-CTRL
               MOVE 0 TO COMUNFCT-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6261-COPIA-COMUNFCT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE COMUN-CTRL-REG TO BACKUP-SAIDA-REG(1:9).
             WRITE BACKUP-SAIDA-REG.
             READ COMUN-CTRL NEXT
               AT END MOVE 10 TO COMUNFCT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6280-UNLOAD-FAIXASAL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT FAIXAS-SALARIAIS.
             IF FAIXA-STATUS = 0
               MOVE LOW-VALUES TO FX-CHAVE
               START FAIXAS-SALARIAIS KEY IS NOT LESS THAN FX-CHAVE
                 INVALID KEY MOVE 10 TO FAIXA-STATUS
               END-START
               IF FAIXA-STATUS NOT = 10
                 READ FAIXAS-SALARIAIS NEXT
                   AT END MOVE 10 TO FAIXA-STATUS
                 END-READ
               END-IF
               PERFORM 6281-COPIA-FAIXASAL UNTIL FAIXA-STATUS = 10
               CLOSE FAIXAS-SALARIAIS
               MOVE 0 TO FAIXA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6281-COPIA-FAIXASAL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE FAIXASAL-MASTER-REG TO BACKUP-SAIDA-REG(1:67).
             WRITE BACKUP-SAIDA-REG.
             READ FAIXAS-SALARIAIS NEXT
               AT END MOVE 10 TO FAIXA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6300-UNLOAD-TURMAS.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT TURMAS.
             IF TURMA-STATUS = 0
               MOVE 0 TO TU-NUMERO
               START TURMAS KEY IS NOT LESS THAN TU-NUMERO
                 INVALID KEY MOVE 10 TO TURMA-STATUS
               END-START
               IF TURMA-STATUS NOT = 10
                 READ TURMAS NEXT
                   AT END MOVE 10 TO TURMA-STATUS
                 END-READ
               END-IF
               PERFORM 6301-COPIA-TURMAS UNTIL TURMA-STATUS = 10
               CLOSE TURMAS
               MOVE 0 TO TURMA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6301-COPIA-TURMAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE TURMA-MASTER-REG TO BACKUP-SAIDA-REG(1:70).
             WRITE BACKUP-SAIDA-REG.
             READ TURMAS NEXT
               AT END MOVE 10 TO TURMA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6320-UNLOAD-TURCTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT TURMA-CTRL.
             IF TURCTRL-STATUS = 0
               MOVE 0 TO TURCTRL-CHAVE
               START TURMA-CTRL KEY IS NOT LESS THAN TURCTRL-CHAVE
                 INVALID KEY MOVE 10 TO TURCTRL-STATUS
               END-START
               IF TURCTRL-STATUS NOT = 10
                 READ TURMA-CTRL NEXT
                   AT END MOVE 10 TO TURCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 6321-COPIA-TURCTRL UNTIL TURCTRL-STATUS = 10
               CLOSE TURMA-CTRL
               MOVE 0 TO TURCTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6321-COPIA-TURCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE TURMA-CTRL-REG TO BACKUP-SAIDA-REG(1:6).
             WRITE BACKUP-SAIDA-REG.
             READ TURMA-CTRL NEXT
               AT END MOVE 10 TO TURCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6340-UNLOAD-INSCRIC.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT INSCRICOES.
             IF INSCRIC-STATUS = 0
               MOVE LOW-VALUES TO IN-CHAVE
               START INSCRICOES KEY IS NOT LESS THAN IN-CHAVE
                 INVALID KEY MOVE 10 TO INSCRIC-STATUS
               END-START
               IF INSCRIC-STATUS NOT = 10
                 READ INSCRICOES NEXT
                   AT END MOVE 10 TO INSCRIC-STATUS
                 END-READ
               END-IF
               PERFORM 6341-COPIA-INSCRIC UNTIL INSCRIC-STATUS = 10
               CLOSE INSCRICOES
               MOVE 0 TO INSCRIC-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6341-COPIA-INSCRIC.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE INSCRIC-MASTER-REG TO BACKUP-SAIDA-REG(1:59).
             WRITE BACKUP-SAIDA-REG.
             READ INSCRICOES NEXT
               AT END MOVE 10 TO INSCRIC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6360-UNLOAD-PLANITEM.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PLANO-ITEM.
             IF PLANITEM-STATUS = 0
               MOVE LOW-VALUES TO PI-CHAVE
               START PLANO-ITEM KEY IS NOT LESS THAN PI-CHAVE
                 INVALID KEY MOVE 10 TO PLANITEM-STATUS
               END-START
               IF PLANITEM-STATUS NOT = 10
                 READ PLANO-ITEM NEXT
                   AT END MOVE 10 TO PLANITEM-STATUS
                 END-READ
               END-IF
               PERFORM 6361-COPIA-PLANITEM UNTIL PLANITEM-STATUS = 10
               CLOSE PLANO-ITEM
               MOVE 0 TO PLANITEM-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6361-COPIA-PLANITEM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PLANITEM-MASTER-REG TO BACKUP-SAIDA-REG(1:50).
             WRITE BACKUP-SAIDA-REG.
             READ PLANO-ITEM NEXT
               AT END MOVE 10 TO PLANITEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6380-UNLOAD-VAGAS.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT VAGAS.
             IF VAGA-STATUS = 0
               MOVE 0 TO VG-NUMERO
               START VAGAS KEY IS NOT LESS THAN VG-NUMERO
                 INVALID KEY MOVE 10 TO VAGA-STATUS
               END-START
               IF VAGA-STATUS NOT = 10
                 READ VAGAS NEXT
                   AT END MOVE 10 TO VAGA-STATUS
                 END-READ
               END-IF
               PERFORM 6381-COPIA-VAGAS UNTIL VAGA-STATUS = 10
               CLOSE VAGAS
               MOVE 0 TO VAGA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6381-COPIA-VAGAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE VAGA-MASTER-REG TO BACKUP-SAIDA-REG(1:107).
             WRITE BACKUP-SAIDA-REG.
             READ VAGAS NEXT
               AT END MOVE 10 TO VAGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6400-UNLOAD-VAGACTRL.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT VAGA-CTRL.
             IF VAGACTRL-STATUS = 0
               MOVE 0 TO VAGACTRL-CHAVE
               START VAGA-CTRL KEY IS NOT LESS THAN VAGACTRL-CHAVE
                 INVALID KEY MOVE 10 TO VAGACTRL-STATUS
               END-START
               IF VAGACTRL-STATUS NOT = 10
                 READ VAGA-CTRL NEXT
                   AT END MOVE 10 TO VAGACTRL-STATUS
                 END-READ
               END-IF
               PERFORM 6401-COPIA-VAGACTRL UNTIL VAGACTRL-STATUS = 10
               CLOSE VAGA-CTRL
               MOVE 0 TO VAGACTRL-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6401-COPIA-VAGACTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE VAGA-CTRL-REG TO BACKUP-SAIDA-REG(1:6).
             WRITE BACKUP-SAIDA-REG.
             READ VAGA-CTRL NEXT
               AT END MOVE 10 TO VAGACTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6420-UNLOAD-CANDVAGA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT CANDIDATURAS.
             IF CANDVAGA-STATUS = 0
               MOVE LOW-VALUES TO CV-CHAVE
               START CANDIDATURAS KEY IS NOT LESS THAN CV-CHAVE
                 INVALID KEY MOVE 10 TO CANDVAGA-STATUS
               END-START
               IF CANDVAGA-STATUS NOT = 10
                 READ CANDIDATURAS NEXT
                   AT END MOVE 10 TO CANDVAGA-STATUS
                 END-READ
               END-IF
               PERFORM 6421-COPIA-CANDVAGA UNTIL CANDVAGA-STATUS = 10
               CLOSE CANDIDATURAS
               MOVE 0 TO CANDVAGA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6421-COPIA-CANDVAGA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE CANDVAGA-MASTER-REG TO BACKUP-SAIDA-REG(1:88).
             WRITE BACKUP-SAIDA-REG.
             READ CANDIDATURAS NEXT
               AT END MOVE 10 TO CANDVAGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6440-UNLOAD-NUMERMOV.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT NUMER-MOVIMENTO.
             IF NUMERMOV-STATUS = 0
               READ NUMER-MOVIMENTO
                 AT END MOVE 10 TO NUMERMOV-STATUS
               END-READ
               PERFORM 6441-COPIA-NUMERMOV UNTIL NUMERMOV-STATUS = 10
               CLOSE NUMER-MOVIMENTO
               MOVE 0 TO NUMERMOV-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6441-COPIA-NUMERMOV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE NUMER-MOVIMENTO-REG TO BACKUP-SAIDA-REG(1:44).
             WRITE BACKUP-SAIDA-REG.
             READ NUMER-MOVIMENTO
               AT END MOVE 10 TO NUMERMOV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6460-UNLOAD-SEGPARAM.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SEGMENTO-PARAMS.
             IF SEGPARAM-STATUS = 0
               READ SEGMENTO-PARAMS
                 AT END MOVE 10 TO SEGPARAM-STATUS
               END-READ
               PERFORM 6461-COPIA-SEGPARAM UNTIL SEGPARAM-STATUS = 10
               CLOSE SEGMENTO-PARAMS
               MOVE 0 TO SEGPARAM-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6461-COPIA-SEGPARAM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SEGMENTO-PARAMS-REG TO BACKUP-SAIDA-REG(1:72).
             WRITE BACKUP-SAIDA-REG.
             READ SEGMENTO-PARAMS
               AT END MOVE 10 TO SEGPARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6480-UNLOAD-PREAPPAR.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT PREAPROV-PARAM.
             IF PREAPPAR-STATUS = 0
               READ PREAPROV-PARAM
                 AT END MOVE 10 TO PREAPPAR-STATUS
               END-READ
               PERFORM 6481-COPIA-PREAPPAR UNTIL PREAPPAR-STATUS = 10
               CLOSE PREAPROV-PARAM
               MOVE 0 TO PREAPPAR-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6481-COPIA-PREAPPAR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE PREAPROV-PARAM-REG TO BACKUP-SAIDA-REG(1:20).
             WRITE BACKUP-SAIDA-REG.
             READ PREAPROV-PARAM
               AT END MOVE 10 TO PREAPPAR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6500-UNLOAD-SODREGRA.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT SOD-REGRAS.
             IF SODREGRA-STATUS = 0
               READ SOD-REGRAS
                 AT END MOVE 10 TO SODREGRA-STATUS
               END-READ
               PERFORM 6501-COPIA-SODREGRA UNTIL SODREGRA-STATUS = 10
               CLOSE SOD-REGRAS
               MOVE 0 TO SODREGRA-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6501-COPIA-SODREGRA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE SOD-REGRAS-REG TO BACKUP-SAIDA-REG(1:44).
             WRITE BACKUP-SAIDA-REG.
             READ SOD-REGRAS
               AT END MOVE 10 TO SODREGRA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       6520-UNLOAD-IRRFTAB.
      *>  --------------------------------------------------------------
             PERFORM 1050-GRAVA-BANNER.
             MOVE 0 TO WRK-QT-REGISTROS.
             OPEN INPUT IRRF-PARAM.
             IF IRRFTAB-STATUS = 0
               READ IRRF-PARAM
                 AT END MOVE 10 TO IRRFTAB-STATUS
               END-READ
               PERFORM 6521-COPIA-IRRFTAB UNTIL IRRFTAB-STATUS = 10
               CLOSE IRRF-PARAM
               MOVE 0 TO IRRFTAB-STATUS
             END-IF.
             PERFORM 1060-GRAVA-RODAPE.
      *>  --------------------------------------------------------------
       6521-COPIA-IRRFTAB.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-REGISTROS.
             MOVE SPACES TO BACKUP-SAIDA-REG.
             MOVE IRRF-PARAM-REG TO BACKUP-SAIDA-REG(1:132).
             WRITE BACKUP-SAIDA-REG.
             READ IRRF-PARAM
               AT END MOVE 10 TO IRRFTAB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7020-CONTA-VIVO-CONTRATO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT CONTRATOS.
             IF CONTRATOS-STATUS = 0
               MOVE 0 TO CTR-NUMERO
               START CONTRATOS KEY IS NOT LESS THAN CTR-NUMERO
                 INVALID KEY MOVE 10 TO CONTRATOS-STATUS
               END-START
               IF CONTRATOS-STATUS NOT = 10
                 READ CONTRATOS NEXT
                   AT END MOVE 10 TO CONTRATOS-STATUS
                 END-READ
               END-IF
               PERFORM 7021-SEQ-CONTRATO UNTIL CONTRATOS-STATUS = 10
               CLOSE CONTRATOS
               MOVE 0 TO CONTRATOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7021-SEQ-CONTRATO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CTR-NUMERO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ CONTRATOS NEXT
               AT END MOVE 10 TO CONTRATOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7040-CONTA-VIVO-APOLICES.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT APOLICES.
             IF APOLICES-STATUS = 0
               MOVE 0 TO APL-NUMERO
               START APOLICES KEY IS NOT LESS THAN APL-NUMERO
                 INVALID KEY MOVE 10 TO APOLICES-STATUS
               END-START
               IF APOLICES-STATUS NOT = 10
                 READ APOLICES NEXT
                   AT END MOVE 10 TO APOLICES-STATUS
                 END-READ
               END-IF
               PERFORM 7041-SEQ-APOLICES UNTIL APOLICES-STATUS = 10
               CLOSE APOLICES
               MOVE 0 TO APOLICES-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7041-SEQ-APOLICES.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE APL-NUMERO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ APOLICES NEXT
               AT END MOVE 10 TO APOLICES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7060-CONTA-VIVO-GARANTIA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT GARANTIAS.
             IF GARANTIA-STATUS = 0
               MOVE 0 TO GA-CONTRATO
               START GARANTIAS KEY IS NOT LESS THAN GA-CONTRATO
                 INVALID KEY MOVE 10 TO GARANTIA-STATUS
               END-START
               IF GARANTIA-STATUS NOT = 10
                 READ GARANTIAS NEXT
                   AT END MOVE 10 TO GARANTIA-STATUS
                 END-READ
               END-IF
               PERFORM 7061-SEQ-GARANTIA UNTIL GARANTIA-STATUS = 10
               CLOSE GARANTIAS
               MOVE 0 TO GARANTIA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7061-SEQ-GARANTIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE GA-CONTRATO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ GARANTIAS NEXT
               AT END MOVE 10 TO GARANTIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7080-CONTA-VIVO-EMPPREJU.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PREJUIZOS.
             IF PREJUIZO-STATUS = 0
               MOVE 0 TO PJ-CONTRATO
               START PREJUIZOS KEY IS NOT LESS THAN PJ-CONTRATO
                 INVALID KEY MOVE 10 TO PREJUIZO-STATUS
               END-START
               IF PREJUIZO-STATUS NOT = 10
                 READ PREJUIZOS NEXT
                   AT END MOVE 10 TO PREJUIZO-STATUS
                 END-READ
               END-IF
               PERFORM 7081-SEQ-EMPPREJU UNTIL PREJUIZO-STATUS = 10
               CLOSE PREJUIZOS
               MOVE 0 TO PREJUIZO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7081-SEQ-EMPPREJU.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PJ-CONTRATO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PREJUIZOS NEXT
               AT END MOVE 10 TO PREJUIZO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7100-CONTA-VIVO-PROVTEC.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PROVISOES.
             IF PROVTEC-STATUS = 0
               MOVE LOW-VALUES TO PV-CHAVE
               START PROVISOES KEY IS NOT LESS THAN PV-CHAVE
                 INVALID KEY MOVE 10 TO PROVTEC-STATUS
               END-START
               IF PROVTEC-STATUS NOT = 10
                 READ PROVISOES NEXT
                   AT END MOVE 10 TO PROVTEC-STATUS
                 END-READ
               END-IF
               PERFORM 7101-SEQ-PROVTEC UNTIL PROVTEC-STATUS = 10
               CLOSE PROVISOES
               MOVE 0 TO PROVTEC-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7101-SEQ-PROVTEC.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PV-CHAVE TO WRK-CHAVE-ATUAL(1:7).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PROVISOES NEXT
               AT END MOVE 10 TO PROVTEC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7120-CONTA-VIVO-VISTORIA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT VISTORIAS.
             IF VISTORIA-STATUS = 0
               MOVE 0 TO VS-NUMERO
               START VISTORIAS KEY IS NOT LESS THAN VS-NUMERO
                 INVALID KEY MOVE 10 TO VISTORIA-STATUS
               END-START
               IF VISTORIA-STATUS NOT = 10
                 READ VISTORIAS NEXT
                   AT END MOVE 10 TO VISTORIA-STATUS
                 END-READ
               END-IF
               PERFORM 7121-SEQ-VISTORIA UNTIL VISTORIA-STATUS = 10
               CLOSE VISTORIAS
               MOVE 0 TO VISTORIA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7121-SEQ-VISTORIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE VS-NUMERO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ VISTORIAS NEXT
               AT END MOVE 10 TO VISTORIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7140-CONTA-VIVO-SINFRAUD.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT FRAUDES.
             IF FRAUDE-STATUS = 0
               MOVE 0 TO FR-SINISTRO
               START FRAUDES KEY IS NOT LESS THAN FR-SINISTRO
                 INVALID KEY MOVE 10 TO FRAUDE-STATUS
               END-START
               IF FRAUDE-STATUS NOT = 10
                 READ FRAUDES NEXT
                   AT END MOVE 10 TO FRAUDE-STATUS
                 END-READ
               END-IF
               PERFORM 7141-SEQ-SINFRAUD UNTIL FRAUDE-STATUS = 10
               CLOSE FRAUDES
               MOVE 0 TO FRAUDE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7141-SEQ-SINFRAUD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE FR-SINISTRO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ FRAUDES NEXT
               AT END MOVE 10 TO FRAUDE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7160-CONTA-VIVO-SINAPOL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SINISTRO-APOLICE.
             IF SINAPOL-STATUS = 0
               MOVE 0 TO SA-SINISTRO
               START SINISTRO-APOLICE KEY IS NOT LESS THAN SA-SINISTRO
                 INVALID KEY MOVE 10 TO SINAPOL-STATUS
               END-START
               IF SINAPOL-STATUS NOT = 10
                 READ SINISTRO-APOLICE NEXT
                   AT END MOVE 10 TO SINAPOL-STATUS
                 END-READ
               END-IF
               PERFORM 7161-SEQ-SINAPOL UNTIL SINAPOL-STATUS = 10
               CLOSE SINISTRO-APOLICE
               MOVE 0 TO SINAPOL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7161-SEQ-SINAPOL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE SA-SINISTRO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ SINISTRO-APOLICE NEXT
               AT END MOVE 10 TO SINAPOL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7180-CONTA-VIVO-MOEDAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT MOEDAS.
             IF MOEDAS-STATUS = 0
               MOVE LOW-VALUES TO MO-CODIGO
               START MOEDAS KEY IS NOT LESS THAN MO-CODIGO
                 INVALID KEY MOVE 10 TO MOEDAS-STATUS
               END-START
               IF MOEDAS-STATUS NOT = 10
                 READ MOEDAS NEXT
                   AT END MOVE 10 TO MOEDAS-STATUS
                 END-READ
               END-IF
               PERFORM 7181-SEQ-MOEDAS UNTIL MOEDAS-STATUS = 10
               CLOSE MOEDAS
               MOVE 0 TO MOEDAS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7181-SEQ-MOEDAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE MO-CODIGO TO WRK-CHAVE-ATUAL(1:3).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ MOEDAS NEXT
               AT END MOVE 10 TO MOEDAS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7200-CONTA-VIVO-TAXAHIST.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT TAXA-HISTORICO.
             IF HIST-STATUS = 0
               MOVE LOW-VALUES TO TH-CHAVE
               START TAXA-HISTORICO KEY IS NOT LESS THAN TH-CHAVE
                 INVALID KEY MOVE 10 TO HIST-STATUS
               END-START
               IF HIST-STATUS NOT = 10
                 READ TAXA-HISTORICO NEXT
                   AT END MOVE 10 TO HIST-STATUS
                 END-READ
               END-IF
               PERFORM 7201-SEQ-TAXAHIST UNTIL HIST-STATUS = 10
               CLOSE TAXA-HISTORICO
               MOVE 0 TO HIST-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7201-SEQ-TAXAHIST.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE TH-CHAVE TO WRK-CHAVE-ATUAL(1:11).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ TAXA-HISTORICO NEXT
               AT END MOVE 10 TO HIST-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7220-CONTA-VIVO-SPREAD.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SPREADS.
             IF SPREAD-STATUS = 0
               MOVE LOW-VALUES TO SP-CHAVE
               START SPREADS KEY IS NOT LESS THAN SP-CHAVE
                 INVALID KEY MOVE 10 TO SPREAD-STATUS
               END-START
               IF SPREAD-STATUS NOT = 10
                 READ SPREADS NEXT
                   AT END MOVE 10 TO SPREAD-STATUS
                 END-READ
               END-IF
               PERFORM 7221-SEQ-SPREAD UNTIL SPREAD-STATUS = 10
               CLOSE SPREADS
               MOVE 0 TO SPREAD-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7221-SEQ-SPREAD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE SP-CHAVE TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ SPREADS NEXT
               AT END MOVE 10 TO SPREAD-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7240-CONTA-VIVO-SPRDDIA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SPREAD-DIA.
             IF SPRDDIA-STATUS = 0
               MOVE LOW-VALUES TO RD-CHAVE
               START SPREAD-DIA KEY IS NOT LESS THAN RD-CHAVE
                 INVALID KEY MOVE 10 TO SPRDDIA-STATUS
               END-START
               IF SPRDDIA-STATUS NOT = 10
                 READ SPREAD-DIA NEXT
                   AT END MOVE 10 TO SPRDDIA-STATUS
                 END-READ
               END-IF
               PERFORM 7241-SEQ-SPRDDIA UNTIL SPRDDIA-STATUS = 10
               CLOSE SPREAD-DIA
               MOVE 0 TO SPRDDIA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7241-SEQ-SPRDDIA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE RD-CHAVE TO WRK-CHAVE-ATUAL(1:14).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ SPREAD-DIA NEXT
               AT END MOVE 10 TO SPRDDIA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7260-CONTA-VIVO-NUMERARIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT NUMERARIO.
             IF NUMERARIO-STATUS = 0
               MOVE LOW-VALUES TO NU-CHAVE
               START NUMERARIO KEY IS NOT LESS THAN NU-CHAVE
                 INVALID KEY MOVE 10 TO NUMERARIO-STATUS
               END-START
               IF NUMERARIO-STATUS NOT = 10
                 READ NUMERARIO NEXT
                   AT END MOVE 10 TO NUMERARIO-STATUS
                 END-READ
               END-IF
               PERFORM 7261-SEQ-NUMERARIO UNTIL NUMERARIO-STATUS = 10
               CLOSE NUMERARIO
               MOVE 0 TO NUMERARIO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7261-SEQ-NUMERARIO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE NU-CHAVE TO WRK-CHAVE-ATUAL(1:12).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ NUMERARIO NEXT
               AT END MOVE 10 TO NUMERARIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7280-CONTA-VIVO-REMEXT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT REMESSAS.
             IF REMESSA-STATUS = 0
               MOVE 0 TO RM-NUMERO
               START REMESSAS KEY IS NOT LESS THAN RM-NUMERO
                 INVALID KEY MOVE 10 TO REMESSA-STATUS
               END-START
               IF REMESSA-STATUS NOT = 10
                 READ REMESSAS NEXT
                   AT END MOVE 10 TO REMESSA-STATUS
                 END-READ
               END-IF
               PERFORM 7281-SEQ-REMEXT UNTIL REMESSA-STATUS = 10
               CLOSE REMESSAS
               MOVE 0 TO REMESSA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7281-SEQ-REMEXT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE RM-NUMERO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ REMESSAS NEXT
               AT END MOVE 10 TO REMESSA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7300-CONTA-VIVO-TITPAGAR.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT CONTAS-PAGAR.
             IF CPAGAR-STATUS = 0
               MOVE LOW-VALUES TO CP-CHAVE
               START CONTAS-PAGAR KEY IS NOT LESS THAN CP-CHAVE
                 INVALID KEY MOVE 10 TO CPAGAR-STATUS
               END-START
               IF CPAGAR-STATUS NOT = 10
                 READ CONTAS-PAGAR NEXT
                   AT END MOVE 10 TO CPAGAR-STATUS
                 END-READ
               END-IF
               PERFORM 7301-SEQ-TITPAGAR UNTIL CPAGAR-STATUS = 10
               CLOSE CONTAS-PAGAR
               MOVE 0 TO CPAGAR-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7301-SEQ-TITPAGAR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CP-CHAVE TO WRK-CHAVE-ATUAL(1:13).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ CONTAS-PAGAR NEXT
               AT END MOVE 10 TO CPAGAR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7320-CONTA-VIVO-NOTAFORN.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT NOTAS-FORN.
             IF NOTA-STATUS = 0
               MOVE LOW-VALUES TO NF-CHAVE
               START NOTAS-FORN KEY IS NOT LESS THAN NF-CHAVE
                 INVALID KEY MOVE 10 TO NOTA-STATUS
               END-START
               IF NOTA-STATUS NOT = 10
                 READ NOTAS-FORN NEXT
                   AT END MOVE 10 TO NOTA-STATUS
                 END-READ
               END-IF
               PERFORM 7321-SEQ-NOTAFORN UNTIL NOTA-STATUS = 10
               CLOSE NOTAS-FORN
               MOVE 0 TO NOTA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7321-SEQ-NOTAFORN.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE NF-CHAVE TO WRK-CHAVE-ATUAL(1:13).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ NOTAS-FORN NEXT
               AT END MOVE 10 TO NOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7340-CONTA-VIVO-COMIPAG.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT COMISSAO-PAGAR.
             IF COMIPAG-STATUS = 0
               MOVE LOW-VALUES TO CM-CHAVE
               START COMISSAO-PAGAR KEY IS NOT LESS THAN CM-CHAVE
                 INVALID KEY MOVE 10 TO COMIPAG-STATUS
               END-START
               IF COMIPAG-STATUS NOT = 10
                 READ COMISSAO-PAGAR NEXT
                   AT END MOVE 10 TO COMIPAG-STATUS
                 END-READ
               END-IF
               PERFORM 7341-SEQ-COMIPAG UNTIL COMIPAG-STATUS = 10
               CLOSE COMISSAO-PAGAR
               MOVE 0 TO COMIPAG-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7341-SEQ-COMIPAG.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CM-CHAVE TO WRK-CHAVE-ATUAL(1:10).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ COMISSAO-PAGAR NEXT
               AT END MOVE 10 TO COMIPAG-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7360-CONTA-VIVO-ORCADEP.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT ORCAMENTO.
             IF ORCA-STATUS = 0
               MOVE LOW-VALUES TO OR-CHAVE
               START ORCAMENTO KEY IS NOT LESS THAN OR-CHAVE
                 INVALID KEY MOVE 10 TO ORCA-STATUS
               END-START
               IF ORCA-STATUS NOT = 10
                 READ ORCAMENTO NEXT
                   AT END MOVE 10 TO ORCA-STATUS
                 END-READ
               END-IF
               PERFORM 7361-SEQ-ORCADEP UNTIL ORCA-STATUS = 10
               CLOSE ORCAMENTO
               MOVE 0 TO ORCA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7361-SEQ-ORCADEP.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE OR-CHAVE TO WRK-CHAVE-ATUAL(1:15).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ ORCAMENTO NEXT
               AT END MOVE 10 TO ORCA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7380-CONTA-VIVO-ENDERECO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT ENDERECOS.
             IF ENDER-STATUS = 0
               MOVE LOW-VALUES TO EN-CHAVE
               START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
                 INVALID KEY MOVE 10 TO ENDER-STATUS
               END-START
               IF ENDER-STATUS NOT = 10
                 READ ENDERECOS NEXT
                   AT END MOVE 10 TO ENDER-STATUS
                 END-READ
               END-IF
               PERFORM 7381-SEQ-ENDERECO UNTIL ENDER-STATUS = 10
               CLOSE ENDERECOS
               MOVE 0 TO ENDER-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7381-SEQ-ENDERECO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE EN-CHAVE TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ ENDERECOS NEXT
               AT END MOVE 10 TO ENDER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7400-CONTA-VIVO-PECAEND.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PECA-ENDERECO.
             IF PECAEND-STATUS = 0
               MOVE LOW-VALUES TO PN-CHAVE
               START PECA-ENDERECO KEY IS NOT LESS THAN PN-CHAVE
                 INVALID KEY MOVE 10 TO PECAEND-STATUS
               END-START
               IF PECAEND-STATUS NOT = 10
                 READ PECA-ENDERECO NEXT
                   AT END MOVE 10 TO PECAEND-STATUS
                 END-READ
               END-IF
               PERFORM 7401-SEQ-PECAEND UNTIL PECAEND-STATUS = 10
               CLOSE PECA-ENDERECO
               MOVE 0 TO PECAEND-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7401-SEQ-PECAEND.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PN-CHAVE TO WRK-CHAVE-ATUAL(1:13).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PECA-ENDERECO NEXT
               AT END MOVE 10 TO PECAEND-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7420-CONTA-VIVO-NOTADEB.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT NOTAS-DEBITO.
             IF NOTADEB-STATUS = 0
               MOVE LOW-VALUES TO ND-CHAVE
               START NOTAS-DEBITO KEY IS NOT LESS THAN ND-CHAVE
                 INVALID KEY MOVE 10 TO NOTADEB-STATUS
               END-START
               IF NOTADEB-STATUS NOT = 10
                 READ NOTAS-DEBITO NEXT
                   AT END MOVE 10 TO NOTADEB-STATUS
                 END-READ
               END-IF
               PERFORM 7421-SEQ-NOTADEB UNTIL NOTADEB-STATUS = 10
               CLOSE NOTAS-DEBITO
               MOVE 0 TO NOTADEB-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7421-SEQ-NOTADEB.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE ND-CHAVE TO WRK-CHAVE-ATUAL(1:10).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ NOTAS-DEBITO NEXT
               AT END MOVE 10 TO NOTADEB-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7440-CONTA-VIVO-PEDVENDA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PEDIDOS-VENDA.
             IF PEDVENDA-STATUS = 0
               MOVE 0 TO PV-NUMERO
               START PEDIDOS-VENDA KEY IS NOT LESS THAN PV-NUMERO
                 INVALID KEY MOVE 10 TO PEDVENDA-STATUS
               END-START
               IF PEDVENDA-STATUS NOT = 10
                 READ PEDIDOS-VENDA NEXT
                   AT END MOVE 10 TO PEDVENDA-STATUS
                 END-READ
               END-IF
               PERFORM 7441-SEQ-PEDVENDA UNTIL PEDVENDA-STATUS = 10
               CLOSE PEDIDOS-VENDA
               MOVE 0 TO PEDVENDA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7441-SEQ-PEDVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PV-NUMERO TO WRK-CHAVE-ATUAL(1:6).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PEDIDOS-VENDA NEXT
               AT END MOVE 10 TO PEDVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7460-CONTA-VIVO-NFVENDA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT NOTAS-VENDA.
             IF NFVENDA-STATUS = 0
               MOVE 0 TO NV-NUMERO
               START NOTAS-VENDA KEY IS NOT LESS THAN NV-NUMERO
                 INVALID KEY MOVE 10 TO NFVENDA-STATUS
               END-START
               IF NFVENDA-STATUS NOT = 10
                 READ NOTAS-VENDA NEXT
                   AT END MOVE 10 TO NFVENDA-STATUS
                 END-READ
               END-IF
               PERFORM 7461-SEQ-NFVENDA UNTIL NFVENDA-STATUS = 10
               CLOSE NOTAS-VENDA
               MOVE 0 TO NFVENDA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7461-SEQ-NFVENDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE NV-NUMERO TO WRK-CHAVE-ATUAL(1:9).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ NOTAS-VENDA NEXT
               AT END MOVE 10 TO NFVENDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7480-CONTA-VIVO-VENDCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT VENDA-CTRL.
             IF VDCTRL-STATUS = 0
               MOVE 0 TO VDCTRL-CHAVE
               START VENDA-CTRL KEY IS NOT LESS THAN VDCTRL-CHAVE
                 INVALID KEY MOVE 10 TO VDCTRL-STATUS
               END-START
               IF VDCTRL-STATUS NOT = 10
                 READ VENDA-CTRL NEXT
                   AT END MOVE 10 TO VDCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 7481-SEQ-VENDCTRL UNTIL VDCTRL-STATUS = 10
               CLOSE VENDA-CTRL
               MOVE 0 TO VDCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7481-SEQ-VENDCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE VDCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ VENDA-CTRL NEXT
               AT END MOVE 10 TO VDCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7500-CONTA-VIVO-GARPECA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT GARANTIA-PECAS.
             IF GARPECA-STATUS = 0
               MOVE LOW-VALUES TO GP-CHAVE
               START GARANTIA-PECAS KEY IS NOT LESS THAN GP-CHAVE
                 INVALID KEY MOVE 10 TO GARPECA-STATUS
               END-START
               IF GARPECA-STATUS NOT = 10
                 READ GARANTIA-PECAS NEXT
                   AT END MOVE 10 TO GARPECA-STATUS
                 END-READ
               END-IF
               PERFORM 7501-SEQ-GARPECA UNTIL GARPECA-STATUS = 10
               CLOSE GARANTIA-PECAS
               MOVE 0 TO GARPECA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7501-SEQ-GARPECA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE GP-CHAVE TO WRK-CHAVE-ATUAL(1:9).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ GARANTIA-PECAS NEXT
               AT END MOVE 10 TO GARPECA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7520-CONTA-VIVO-FERRAM.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT FERRAMENTAS.
             IF FERRAM-STATUS = 0
               MOVE LOW-VALUES TO FE-TAG
               START FERRAMENTAS KEY IS NOT LESS THAN FE-TAG
                 INVALID KEY MOVE 10 TO FERRAM-STATUS
               END-START
               IF FERRAM-STATUS NOT = 10
                 READ FERRAMENTAS NEXT
                   AT END MOVE 10 TO FERRAM-STATUS
                 END-READ
               END-IF
               PERFORM 7521-SEQ-FERRAM UNTIL FERRAM-STATUS = 10
               CLOSE FERRAMENTAS
               MOVE 0 TO FERRAM-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7521-SEQ-FERRAM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE FE-TAG TO WRK-CHAVE-ATUAL(1:10).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ FERRAMENTAS NEXT
               AT END MOVE 10 TO FERRAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7540-CONTA-VIVO-FERRMOV.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT FERRAM-MOVTO.
             IF FERRMOV-STATUS = 0
               MOVE 0 TO FM-NUMERO
               START FERRAM-MOVTO KEY IS NOT LESS THAN FM-NUMERO
                 INVALID KEY MOVE 10 TO FERRMOV-STATUS
               END-START
               IF FERRMOV-STATUS NOT = 10
                 READ FERRAM-MOVTO NEXT
                   AT END MOVE 10 TO FERRMOV-STATUS
                 END-READ
               END-IF
               PERFORM 7541-SEQ-FERRMOV UNTIL FERRMOV-STATUS = 10
               CLOSE FERRAM-MOVTO
               MOVE 0 TO FERRMOV-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7541-SEQ-FERRMOV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE FM-NUMERO TO WRK-CHAVE-ATUAL(1:6).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ FERRAM-MOVTO NEXT
               AT END MOVE 10 TO FERRMOV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7560-CONTA-VIVO-FERRCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT FERRAM-CTRL.
             IF FECTRL-STATUS = 0
               MOVE 0 TO FECTRL-CHAVE
               START FERRAM-CTRL KEY IS NOT LESS THAN FECTRL-CHAVE
                 INVALID KEY MOVE 10 TO FECTRL-STATUS
               END-START
               IF FECTRL-STATUS NOT = 10
                 READ FERRAM-CTRL NEXT
                   AT END MOVE 10 TO FECTRL-STATUS
                 END-READ
               END-IF
               PERFORM 7561-SEQ-FERRCTRL UNTIL FECTRL-STATUS = 10
               CLOSE FERRAM-CTRL
               MOVE 0 TO FECTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7561-SEQ-FERRCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE FECTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ FERRAM-CTRL NEXT
               AT END MOVE 10 TO FECTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7580-CONTA-VIVO-CASOIMC.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT CASOS-IMC.
             IF CASO-STATUS = 0
               MOVE LOW-VALUES TO CS-CHAVE OF CASOIMC-MASTER-REG
               START CASOS-IMC KEY IS NOT LESS THAN
                     CS-CHAVE OF CASOIMC-MASTER-REG
                 INVALID KEY MOVE 10 TO CASO-STATUS
               END-START
               IF CASO-STATUS NOT = 10
                 READ CASOS-IMC NEXT
                   AT END MOVE 10 TO CASO-STATUS
                 END-READ
               END-IF
               PERFORM 7581-SEQ-CASOIMC UNTIL CASO-STATUS = 10
               CLOSE CASOS-IMC
               MOVE 0 TO CASO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7581-SEQ-CASOIMC.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CS-CHAVE OF CASOIMC-MASTER-REG
               TO WRK-CHAVE-ATUAL(1:7).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ CASOS-IMC NEXT
               AT END MOVE 10 TO CASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7600-CONTA-VIVO-TESTEFIS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT TESTES-FISICOS.
             IF TESTE-STATUS = 0
               MOVE LOW-VALUES TO TF-CHAVE
               START TESTES-FISICOS KEY IS NOT LESS THAN TF-CHAVE
                 INVALID KEY MOVE 10 TO TESTE-STATUS
               END-START
               IF TESTE-STATUS NOT = 10
                 READ TESTES-FISICOS NEXT
                   AT END MOVE 10 TO TESTE-STATUS
                 END-READ
               END-IF
               PERFORM 7601-SEQ-TESTEFIS UNTIL TESTE-STATUS = 10
               CLOSE TESTES-FISICOS
               MOVE 0 TO TESTE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7601-SEQ-TESTEFIS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE TF-CHAVE TO WRK-CHAVE-ATUAL(1:15).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ TESTES-FISICOS NEXT
               AT END MOVE 10 TO TESTE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7620-CONTA-VIVO-REFAPTF.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT REFERENCIAS.
             IF REF-STATUS = 0
               MOVE LOW-VALUES TO RF-CHAVE
               START REFERENCIAS KEY IS NOT LESS THAN RF-CHAVE
                 INVALID KEY MOVE 10 TO REF-STATUS
               END-START
               IF REF-STATUS NOT = 10
                 READ REFERENCIAS NEXT
                   AT END MOVE 10 TO REF-STATUS
                 END-READ
               END-IF
               PERFORM 7621-SEQ-REFAPTF UNTIL REF-STATUS = 10
               CLOSE REFERENCIAS
               MOVE 0 TO REF-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7621-SEQ-REFAPTF.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE RF-CHAVE TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ REFERENCIAS NEXT
               AT END MOVE 10 TO REF-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7640-CONTA-VIVO-ALUNOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT ALUNOS.
             IF ALUNOS-STATUS = 0
               MOVE 0 TO AL-ID
               START ALUNOS KEY IS NOT LESS THAN AL-ID
                 INVALID KEY MOVE 10 TO ALUNOS-STATUS
               END-START
               IF ALUNOS-STATUS NOT = 10
                 READ ALUNOS NEXT
                   AT END MOVE 10 TO ALUNOS-STATUS
                 END-READ
               END-IF
               PERFORM 7641-SEQ-ALUNOS UNTIL ALUNOS-STATUS = 10
               CLOSE ALUNOS
               MOVE 0 TO ALUNOS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7641-SEQ-ALUNOS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE AL-ID TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ ALUNOS NEXT
               AT END MOVE 10 TO ALUNOS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7660-CONTA-VIVO-PREAPROV.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PRE-APROVADOS.
             IF PREAPROV-STATUS = 0
               MOVE 0 TO PA-CLI-ID
               START PRE-APROVADOS KEY IS NOT LESS THAN PA-CLI-ID
                 INVALID KEY MOVE 10 TO PREAPROV-STATUS
               END-START
               IF PREAPROV-STATUS NOT = 10
                 READ PRE-APROVADOS NEXT
                   AT END MOVE 10 TO PREAPROV-STATUS
                 END-READ
               END-IF
               PERFORM 7661-SEQ-PREAPROV UNTIL PREAPROV-STATUS = 10
               CLOSE PRE-APROVADOS
               MOVE 0 TO PREAPROV-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7661-SEQ-PREAPROV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PA-CLI-ID TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PRE-APROVADOS NEXT
               AT END MOVE 10 TO PREAPROV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7680-CONTA-VIVO-RECERT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT RECERTIFICACAO.
             IF RECERT-STATUS = 0
               MOVE LOW-VALUES TO RC-CHAVE
               START RECERTIFICACAO KEY IS NOT LESS THAN RC-CHAVE
                 INVALID KEY MOVE 10 TO RECERT-STATUS
               END-START
               IF RECERT-STATUS NOT = 10
                 READ RECERTIFICACAO NEXT
                   AT END MOVE 10 TO RECERT-STATUS
                 END-READ
               END-IF
               PERFORM 7681-SEQ-RECERT UNTIL RECERT-STATUS = 10
               CLOSE RECERTIFICACAO
               MOVE 0 TO RECERT-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7681-SEQ-RECERT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE RC-CHAVE TO WRK-CHAVE-ATUAL(1:15).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ RECERTIFICACAO NEXT
               AT END MOVE 10 TO RECERT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7700-CONTA-VIVO-SINOPER.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SINISTRO-OPER.
             IF SINOPER-STATUS = 0
               MOVE 0 TO SO-SINISTRO
               START SINISTRO-OPER KEY IS NOT LESS THAN SO-SINISTRO
                 INVALID KEY MOVE 10 TO SINOPER-STATUS
               END-START
               IF SINOPER-STATUS NOT = 10
                 READ SINISTRO-OPER NEXT
                   AT END MOVE 10 TO SINOPER-STATUS
                 END-READ
               END-IF
               PERFORM 7701-SEQ-SINOPER UNTIL SINOPER-STATUS = 10
               CLOSE SINISTRO-OPER
               MOVE 0 TO SINOPER-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7701-SEQ-SINOPER.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE SO-SINISTRO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ SINISTRO-OPER NEXT
               AT END MOVE 10 TO SINOPER-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7720-CONTA-VIVO-INDEVIDO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT INDEVIDOS.
             IF INDEVIDO-STATUS = 0
               MOVE 0 TO DI-CLI-ID
               START INDEVIDOS KEY IS NOT LESS THAN DI-CLI-ID
                 INVALID KEY MOVE 10 TO INDEVIDO-STATUS
               END-START
               IF INDEVIDO-STATUS NOT = 10
                 READ INDEVIDOS NEXT
                   AT END MOVE 10 TO INDEVIDO-STATUS
                 END-READ
               END-IF
               PERFORM 7721-SEQ-INDEVIDO UNTIL INDEVIDO-STATUS = 10
               CLOSE INDEVIDOS
               MOVE 0 TO INDEVIDO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7721-SEQ-INDEVIDO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE DI-CLI-ID TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ INDEVIDOS NEXT
               AT END MOVE 10 TO INDEVIDO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7740-CONTA-VIVO-ESPOLIO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT ESPOLIO.
             IF ESPOLIO-STATUS = 0
               MOVE LOW-VALUES TO ES-CHAVE
               START ESPOLIO KEY IS NOT LESS THAN ES-CHAVE
                 INVALID KEY MOVE 10 TO ESPOLIO-STATUS
               END-START
               IF ESPOLIO-STATUS NOT = 10
                 READ ESPOLIO NEXT
                   AT END MOVE 10 TO ESPOLIO-STATUS
                 END-READ
               END-IF
               PERFORM 7741-SEQ-ESPOLIO UNTIL ESPOLIO-STATUS = 10
               CLOSE ESPOLIO
               MOVE 0 TO ESPOLIO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7741-SEQ-ESPOLIO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE ES-CHAVE TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ ESPOLIO NEXT
               AT END MOVE 10 TO ESPOLIO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7760-CONTA-VIVO-PLDCASO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PLD-CASOS.
             IF PLDCASO-STATUS = 0
               MOVE LOW-VALUES TO PL-CHAVE
               START PLD-CASOS KEY IS NOT LESS THAN PL-CHAVE
                 INVALID KEY MOVE 10 TO PLDCASO-STATUS
               END-START
               IF PLDCASO-STATUS NOT = 10
                 READ PLD-CASOS NEXT
                   AT END MOVE 10 TO PLDCASO-STATUS
                 END-READ
               END-IF
               PERFORM 7761-SEQ-PLDCASO UNTIL PLDCASO-STATUS = 10
               CLOSE PLD-CASOS
               MOVE 0 TO PLDCASO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7761-SEQ-PLDCASO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PL-CHAVE TO WRK-CHAVE-ATUAL(1:14).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PLD-CASOS NEXT
               AT END MOVE 10 TO PLDCASO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7780-CONTA-VIVO-CONSENT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT CONSENTIMENTOS.
             IF CONSENT-STATUS = 0
               MOVE LOW-VALUES TO CS-CHAVE OF CONSENT-MASTER-REG
               START CONSENTIMENTOS KEY IS NOT LESS THAN
                     CS-CHAVE OF CONSENT-MASTER-REG
                 INVALID KEY MOVE 10 TO CONSENT-STATUS
               END-START
               IF CONSENT-STATUS NOT = 10
                 READ CONSENTIMENTOS NEXT
                   AT END MOVE 10 TO CONSENT-STATUS
                 END-READ
               END-IF
               PERFORM 7781-SEQ-CONSENT UNTIL CONSENT-STATUS = 10
               CLOSE CONSENTIMENTOS
               MOVE 0 TO CONSENT-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7781-SEQ-CONSENT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CS-CHAVE OF CONSENT-MASTER-REG
               TO WRK-CHAVE-ATUAL(1:6).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ CONSENTIMENTOS NEXT
               AT END MOVE 10 TO CONSENT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7800-CONTA-VIVO-COMUNFIL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT COMUNICACOES.
             IF COMUN-STATUS = 0
               MOVE 0 TO CF-NUMERO
               START COMUNICACOES KEY IS NOT LESS THAN CF-NUMERO
                 INVALID KEY MOVE 10 TO COMUN-STATUS
               END-START
               IF COMUN-STATUS NOT = 10
                 READ COMUNICACOES NEXT
                   AT END MOVE 10 TO COMUN-STATUS
                 END-READ
               END-IF
               PERFORM 7801-SEQ-COMUNFIL UNTIL COMUN-STATUS = 10
               CLOSE COMUNICACOES
               MOVE 0 TO COMUN-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7801-SEQ-COMUNFIL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CF-NUMERO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ COMUNICACOES NEXT
               AT END MOVE 10 TO COMUN-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7820-CONTA-VIVO-DESCBENF.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT DESCONTOS-BENEF.
             IF DESCONTO-STATUS = 0
               MOVE LOW-VALUES TO DB-CHAVE
               START DESCONTOS-BENEF KEY IS NOT LESS THAN DB-CHAVE
                 INVALID KEY MOVE 10 TO DESCONTO-STATUS
               END-START
               IF DESCONTO-STATUS NOT = 10
                 READ DESCONTOS-BENEF NEXT
                   AT END MOVE 10 TO DESCONTO-STATUS
                 END-READ
               END-IF
               PERFORM 7821-SEQ-DESCBENF UNTIL DESCONTO-STATUS = 10
               CLOSE DESCONTOS-BENEF
               MOVE 0 TO DESCONTO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7821-SEQ-DESCBENF.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE DB-CHAVE TO WRK-CHAVE-ATUAL(1:7).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ DESCONTOS-BENEF NEXT
               AT END MOVE 10 TO DESCONTO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7840-CONTA-VIVO-JOBGRADE.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT JOB-GRADE.
             IF GRADE-STATUS = 0
               MOVE 0 TO JG-ORDEM
               START JOB-GRADE KEY IS NOT LESS THAN JG-ORDEM
                 INVALID KEY MOVE 10 TO GRADE-STATUS
               END-START
               IF GRADE-STATUS NOT = 10
                 READ JOB-GRADE NEXT
                   AT END MOVE 10 TO GRADE-STATUS
                 END-READ
               END-IF
               PERFORM 7841-SEQ-JOBGRADE UNTIL GRADE-STATUS = 10
               CLOSE JOB-GRADE
               MOVE 0 TO GRADE-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7841-SEQ-JOBGRADE.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE JG-ORDEM TO WRK-CHAVE-ATUAL(1:4).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ JOB-GRADE NEXT
               AT END MOVE 10 TO GRADE-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7860-CONTA-VIVO-CARTFAT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT CARTAO-FATURA.
             IF FATURA-STATUS = 0
               MOVE LOW-VALUES TO FT-CHAVE
               START CARTAO-FATURA KEY IS NOT LESS THAN FT-CHAVE
                 INVALID KEY MOVE 10 TO FATURA-STATUS
               END-START
               IF FATURA-STATUS NOT = 10
                 READ CARTAO-FATURA NEXT
                   AT END MOVE 10 TO FATURA-STATUS
                 END-READ
               END-IF
               PERFORM 7861-SEQ-CARTFAT UNTIL FATURA-STATUS = 10
               CLOSE CARTAO-FATURA
               MOVE 0 TO FATURA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7861-SEQ-CARTFAT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE FT-CHAVE TO WRK-CHAVE-ATUAL(1:12).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ CARTAO-FATURA NEXT
               AT END MOVE 10 TO FATURA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7880-CONTA-VIVO-CARTSALD.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT CARTAO-SALDO.
             IF SALDO-STATUS = 0
               MOVE 0 TO CS-CONTA
               START CARTAO-SALDO KEY IS NOT LESS THAN CS-CONTA
                 INVALID KEY MOVE 10 TO SALDO-STATUS
               END-START
               IF SALDO-STATUS NOT = 10
                 READ CARTAO-SALDO NEXT
                   AT END MOVE 10 TO SALDO-STATUS
                 END-READ
               END-IF
               PERFORM 7881-SEQ-CARTSALD UNTIL SALDO-STATUS = 10
               CLOSE CARTAO-SALDO
               MOVE 0 TO SALDO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7881-SEQ-CARTSALD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CS-CONTA TO WRK-CHAVE-ATUAL(1:6).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ CARTAO-SALDO NEXT
               AT END MOVE 10 TO SALDO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7900-CONTA-VIVO-COMECOTA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT COMECOTA.
             IF COMECOTA-STATUS = 0
               MOVE LOW-VALUES TO CC-CHAVE
               START COMECOTA KEY IS NOT LESS THAN CC-CHAVE
                 INVALID KEY MOVE 10 TO COMECOTA-STATUS
               END-START
               IF COMECOTA-STATUS NOT = 10
                 READ COMECOTA NEXT
                   AT END MOVE 10 TO COMECOTA-STATUS
                 END-READ
               END-IF
               PERFORM 7901-SEQ-COMECOTA UNTIL COMECOTA-STATUS = 10
               CLOSE COMECOTA
               MOVE 0 TO COMECOTA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7901-SEQ-COMECOTA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CC-CHAVE TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ COMECOTA NEXT
               AT END MOVE 10 TO COMECOTA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7920-CONTA-VIVO-EMISPROD.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT EMISSOES.
             IF EMISSOES-STATUS = 0
               MOVE 0 TO EM-CODIGO
               START EMISSOES KEY IS NOT LESS THAN EM-CODIGO
                 INVALID KEY MOVE 10 TO EMISSOES-STATUS
               END-START
               IF EMISSOES-STATUS NOT = 10
                 READ EMISSOES NEXT
                   AT END MOVE 10 TO EMISSOES-STATUS
                 END-READ
               END-IF
               PERFORM 7921-SEQ-EMISPROD UNTIL EMISSOES-STATUS = 10
               CLOSE EMISSOES
               MOVE 0 TO EMISSOES-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7921-SEQ-EMISPROD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE EM-CODIGO TO WRK-CHAVE-ATUAL(1:4).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ EMISSOES NEXT
               AT END MOVE 10 TO EMISSOES-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7940-CONTA-VIVO-POSEMIS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT POSICAO-EMISSAO.
             IF POSEMIS-STATUS = 0
               MOVE LOW-VALUES TO PE-CHAVE
               START POSICAO-EMISSAO KEY IS NOT LESS THAN PE-CHAVE
                 INVALID KEY MOVE 10 TO POSEMIS-STATUS
               END-START
               IF POSEMIS-STATUS NOT = 10
                 READ POSICAO-EMISSAO NEXT
                   AT END MOVE 10 TO POSEMIS-STATUS
                 END-READ
               END-IF
               PERFORM 7941-SEQ-POSEMIS UNTIL POSEMIS-STATUS = 10
               CLOSE POSICAO-EMISSAO
               MOVE 0 TO POSEMIS-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7941-SEQ-POSEMIS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PE-CHAVE TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ POSICAO-EMISSAO NEXT
               AT END MOVE 10 TO POSEMIS-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7960-CONTA-VIVO-PREVPRIV.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PREV-PRIVADA.
             IF PREVPRIV-STATUS = 0
               MOVE 0 TO PV-CERTIFICADO
               START PREV-PRIVADA KEY IS NOT LESS THAN PV-CERTIFICADO
                 INVALID KEY MOVE 10 TO PREVPRIV-STATUS
               END-START
               IF PREVPRIV-STATUS NOT = 10
                 READ PREV-PRIVADA NEXT
                   AT END MOVE 10 TO PREVPRIV-STATUS
                 END-READ
               END-IF
               PERFORM 7961-SEQ-PREVPRIV UNTIL PREVPRIV-STATUS = 10
               CLOSE PREV-PRIVADA
               MOVE 0 TO PREVPRIV-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7961-SEQ-PREVPRIV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PV-CERTIFICADO TO WRK-CHAVE-ATUAL(1:6).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PREV-PRIVADA NEXT
               AT END MOVE 10 TO PREVPRIV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       7980-CONTA-VIVO-PREVCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PREV-CTRL.
             IF PREVCTRL-STATUS = 0
               MOVE 0 TO PREVCTRL-CHAVE
               START PREV-CTRL KEY IS NOT LESS THAN PREVCTRL-CHAVE
                 INVALID KEY MOVE 10 TO PREVCTRL-STATUS
               END-START
               IF PREVCTRL-STATUS NOT = 10
                 READ PREV-CTRL NEXT
                   AT END MOVE 10 TO PREVCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 7981-SEQ-PREVCTRL UNTIL PREVCTRL-STATUS = 10
               CLOSE PREV-CTRL
               MOVE 0 TO PREVCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       7981-SEQ-PREVCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PREVCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PREV-CTRL NEXT
               AT END MOVE 10 TO PREVCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8000-CONTA-VIVO-PROVVIDA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PROVA-VIDA.
             IF VIDA-STATUS = 0
               MOVE 0 TO VD-CLI-ID
               START PROVA-VIDA KEY IS NOT LESS THAN VD-CLI-ID
                 INVALID KEY MOVE 10 TO VIDA-STATUS
               END-START
               IF VIDA-STATUS NOT = 10
                 READ PROVA-VIDA NEXT
                   AT END MOVE 10 TO VIDA-STATUS
                 END-READ
               END-IF
               PERFORM 8001-SEQ-PROVVIDA UNTIL VIDA-STATUS = 10
               CLOSE PROVA-VIDA
               MOVE 0 TO VIDA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8001-SEQ-PROVVIDA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE VD-CLI-ID TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PROVA-VIDA NEXT
               AT END MOVE 10 TO VIDA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8020-CONTA-VIVO-COTACAO.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT COTACOES.
             IF COTACAO-STATUS = 0
               MOVE LOW-VALUES TO CQ-CHAVE
               START COTACOES KEY IS NOT LESS THAN CQ-CHAVE
                 INVALID KEY MOVE 10 TO COTACAO-STATUS
               END-START
               IF COTACAO-STATUS NOT = 10
                 READ COTACOES NEXT
                   AT END MOVE 10 TO COTACAO-STATUS
                 END-READ
               END-IF
               PERFORM 8021-SEQ-COTACAO UNTIL COTACAO-STATUS = 10
               CLOSE COTACOES
               MOVE 0 TO COTACAO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8021-SEQ-COTACAO.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CQ-CHAVE TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ COTACOES NEXT
               AT END MOVE 10 TO COTACAO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8040-CONTA-VIVO-COTCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT COTACAO-CTRL.
             IF COTCTRL-STATUS = 0
               MOVE 0 TO COTCTRL-CHAVE
               START COTACAO-CTRL KEY IS NOT LESS THAN COTCTRL-CHAVE
                 INVALID KEY MOVE 10 TO COTCTRL-STATUS
               END-START
               IF COTCTRL-STATUS NOT = 10
                 READ COTACAO-CTRL NEXT
                   AT END MOVE 10 TO COTCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 8041-SEQ-COTCTRL UNTIL COTCTRL-STATUS = 10
               CLOSE COTACAO-CTRL
               MOVE 0 TO COTCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8041-SEQ-COTCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE COTCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ COTACAO-CTRL NEXT
               AT END MOVE 10 TO COTCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8060-CONTA-VIVO-FORMCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT FORMAS-CTRL.
             IF FCTRL-STATUS = 0
               MOVE 0 TO FCTRL-CHAVE
               START FORMAS-CTRL KEY IS NOT LESS THAN FCTRL-CHAVE
                 INVALID KEY MOVE 10 TO FCTRL-STATUS
               END-START
               IF FCTRL-STATUS NOT = 10
                 READ FORMAS-CTRL NEXT
                   AT END MOVE 10 TO FCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 8061-SEQ-FORMCTRL UNTIL FCTRL-STATUS = 10
               CLOSE FORMAS-CTRL
               MOVE 0 TO FCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8061-SEQ-FORMCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE FCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ FORMAS-CTRL NEXT
               AT END MOVE 10 TO FCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8080-CONTA-VIVO-NDCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT NOTADEB-CTRL.
             IF NDCTRL-STATUS = 0
               MOVE 0 TO NDCTRL-CHAVE
               START NOTADEB-CTRL KEY IS NOT LESS THAN NDCTRL-CHAVE
                 INVALID KEY MOVE 10 TO NDCTRL-STATUS
               END-START
               IF NDCTRL-STATUS NOT = 10
                 READ NOTADEB-CTRL NEXT
                   AT END MOVE 10 TO NDCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 8081-SEQ-NDCTRL UNTIL NDCTRL-STATUS = 10
               CLOSE NOTADEB-CTRL
               MOVE 0 TO NDCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8081-SEQ-NDCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE NDCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ NOTADEB-CTRL NEXT
               AT END MOVE 10 TO NDCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8100-CONTA-VIVO-ORDPROD.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT ORDEM-PRODUCAO.
             IF ORDEM-STATUS = 0
               MOVE 0 TO OP-NUMERO
               START ORDEM-PRODUCAO KEY IS NOT LESS THAN OP-NUMERO
                 INVALID KEY MOVE 10 TO ORDEM-STATUS
               END-START
               IF ORDEM-STATUS NOT = 10
                 READ ORDEM-PRODUCAO NEXT
                   AT END MOVE 10 TO ORDEM-STATUS
                 END-READ
               END-IF
               PERFORM 8101-SEQ-ORDPROD UNTIL ORDEM-STATUS = 10
               CLOSE ORDEM-PRODUCAO
               MOVE 0 TO ORDEM-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8101-SEQ-ORDPROD.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE OP-NUMERO TO WRK-CHAVE-ATUAL(1:6).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ ORDEM-PRODUCAO NEXT
               AT END MOVE 10 TO ORDEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8120-CONTA-VIVO-OPCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT ORDEM-CTRL.
             IF OPCTRL-STATUS = 0
               MOVE 0 TO OPCTRL-CHAVE
               START ORDEM-CTRL KEY IS NOT LESS THAN OPCTRL-CHAVE
                 INVALID KEY MOVE 10 TO OPCTRL-STATUS
               END-START
               IF OPCTRL-STATUS NOT = 10
                 READ ORDEM-CTRL NEXT
                   AT END MOVE 10 TO OPCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 8121-SEQ-OPCTRL UNTIL OPCTRL-STATUS = 10
               CLOSE ORDEM-CTRL
               MOVE 0 TO OPCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8121-SEQ-OPCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE OPCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ ORDEM-CTRL NEXT
               AT END MOVE 10 TO OPCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8140-CONTA-VIVO-PERCONT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PERIODOS.
             IF PERIODO-STATUS = 0
               MOVE 0 TO PE-MES
               START PERIODOS KEY IS NOT LESS THAN PE-MES
                 INVALID KEY MOVE 10 TO PERIODO-STATUS
               END-START
               IF PERIODO-STATUS NOT = 10
                 READ PERIODOS NEXT
                   AT END MOVE 10 TO PERIODO-STATUS
                 END-READ
               END-IF
               PERFORM 8141-SEQ-PERCONT UNTIL PERIODO-STATUS = 10
               CLOSE PERIODOS
               MOVE 0 TO PERIODO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8141-SEQ-PERCONT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PE-MES TO WRK-CHAVE-ATUAL(1:6).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PERIODOS NEXT
               AT END MOVE 10 TO PERIODO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8160-CONTA-VIVO-SALDOCON.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SALDOS-CONTABEIS.
             IF SALDOCON-STATUS = 0
               MOVE LOW-VALUES TO SC-CHAVE
               START SALDOS-CONTABEIS KEY IS NOT LESS THAN SC-CHAVE
                 INVALID KEY MOVE 10 TO SALDOCON-STATUS
               END-START
               IF SALDOCON-STATUS NOT = 10
                 READ SALDOS-CONTABEIS NEXT
                   AT END MOVE 10 TO SALDOCON-STATUS
                 END-READ
               END-IF
               PERFORM 8161-SEQ-SALDOCON UNTIL SALDOCON-STATUS = 10
               CLOSE SALDOS-CONTABEIS
               MOVE 0 TO SALDOCON-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8161-SEQ-SALDOCON.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE SC-CHAVE TO WRK-CHAVE-ATUAL(1:11).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ SALDOS-CONTABEIS NEXT
               AT END MOVE 10 TO SALDOCON-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8180-CONTA-VIVO-SINLIQ.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT LIQUIDACOES.
             IF LIQ-STATUS = 0
               MOVE 0 TO LQ-SINISTRO
               START LIQUIDACOES KEY IS NOT LESS THAN LQ-SINISTRO
                 INVALID KEY MOVE 10 TO LIQ-STATUS
               END-START
               IF LIQ-STATUS NOT = 10
                 READ LIQUIDACOES NEXT
                   AT END MOVE 10 TO LIQ-STATUS
                 END-READ
               END-IF
               PERFORM 8181-SEQ-SINLIQ UNTIL LIQ-STATUS = 10
               CLOSE LIQUIDACOES
               MOVE 0 TO LIQ-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8181-SEQ-SINLIQ.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE LQ-SINISTRO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ LIQUIDACOES NEXT
               AT END MOVE 10 TO LIQ-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8200-CONTA-VIVO-SALVADOS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SALVADOS.
             IF SALVADO-STATUS = 0
               MOVE 0 TO SV-SINISTRO
               START SALVADOS KEY IS NOT LESS THAN SV-SINISTRO
                 INVALID KEY MOVE 10 TO SALVADO-STATUS
               END-START
               IF SALVADO-STATUS NOT = 10
                 READ SALVADOS NEXT
                   AT END MOVE 10 TO SALVADO-STATUS
                 END-READ
               END-IF
               PERFORM 8201-SEQ-SALVADOS UNTIL SALVADO-STATUS = 10
               CLOSE SALVADOS
               MOVE 0 TO SALVADO-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8201-SEQ-SALVADOS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE SV-SINISTRO TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ SALVADOS NEXT
               AT END MOVE 10 TO SALVADO-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8220-CONTA-VIVO-SINPARM.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT LIQ-PARAM.
             IF PARAM-STATUS = 0
               MOVE 0 TO LP-CHAVE
               START LIQ-PARAM KEY IS NOT LESS THAN LP-CHAVE
                 INVALID KEY MOVE 10 TO PARAM-STATUS
               END-START
               IF PARAM-STATUS NOT = 10
                 READ LIQ-PARAM NEXT
                   AT END MOVE 10 TO PARAM-STATUS
                 END-READ
               END-IF
               PERFORM 8221-SEQ-SINPARM UNTIL PARAM-STATUS = 10
               CLOSE LIQ-PARAM
               MOVE 0 TO PARAM-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8221-SEQ-SINPARM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE LP-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ LIQ-PARAM NEXT
               AT END MOVE 10 TO PARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8240-CONTA-VIVO-REMCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT REMESSA-CTRL.
             IF REMCTRL-STATUS = 0
               MOVE 0 TO REMCTRL-CHAVE
               START REMESSA-CTRL KEY IS NOT LESS THAN REMCTRL-CHAVE
                 INVALID KEY MOVE 10 TO REMCTRL-STATUS
               END-START
               IF REMCTRL-STATUS NOT = 10
                 READ REMESSA-CTRL NEXT
                   AT END MOVE 10 TO REMCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 8241-SEQ-REMCTRL UNTIL REMCTRL-STATUS = 10
               CLOSE REMESSA-CTRL
               MOVE 0 TO REMCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8241-SEQ-REMCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE REMCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ REMESSA-CTRL NEXT
               AT END MOVE 10 TO REMCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8260-CONTA-VIVO-COMUNFCT.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT COMUN-CTRL.
             IF COMUNFCT-STATUS = 0
               MOVE 0 TO COMUNFCT-CHAVE
               START COMUN-CTRL KEY IS NOT LESS THAN COMUNFCT-CHAVE
                 INVALID KEY MOVE 10 TO COMUNFCT-STATUS
               END-START
               IF COMUNFCT-STATUS NOT = 10
                 READ COMUN-CTRL NEXT
                   AT END MOVE 10 TO COMUNFCT-STATUS
                 END-READ
               END-IF
               PERFORM 8261-SEQ-COMUNFCT UNTIL COMUNFCT-STATUS = 10
               CLOSE COMUN-CTRL
               MOVE 0 TO COMUNFCT-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8261-SEQ-COMUNFCT.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE COMUNFCT-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ COMUN-CTRL NEXT
               AT END MOVE 10 TO COMUNFCT-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8280-CONTA-VIVO-FAIXASAL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT FAIXAS-SALARIAIS.
             IF FAIXA-STATUS = 0
               MOVE LOW-VALUES TO FX-CHAVE
               START FAIXAS-SALARIAIS KEY IS NOT LESS THAN FX-CHAVE
                 INVALID KEY MOVE 10 TO FAIXA-STATUS
               END-START
               IF FAIXA-STATUS NOT = 10
                 READ FAIXAS-SALARIAIS NEXT
                   AT END MOVE 10 TO FAIXA-STATUS
                 END-READ
               END-IF
               PERFORM 8281-SEQ-FAIXASAL UNTIL FAIXA-STATUS = 10
               CLOSE FAIXAS-SALARIAIS
               MOVE 0 TO FAIXA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8281-SEQ-FAIXASAL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE FX-CHAVE TO WRK-CHAVE-ATUAL(1:12).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ FAIXAS-SALARIAIS NEXT
               AT END MOVE 10 TO FAIXA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8300-CONTA-VIVO-TURMAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT TURMAS.
             IF TURMA-STATUS = 0
               MOVE 0 TO TU-NUMERO
               START TURMAS KEY IS NOT LESS THAN TU-NUMERO
                 INVALID KEY MOVE 10 TO TURMA-STATUS
               END-START
               IF TURMA-STATUS NOT = 10
                 READ TURMAS NEXT
                   AT END MOVE 10 TO TURMA-STATUS
                 END-READ
               END-IF
               PERFORM 8301-SEQ-TURMAS UNTIL TURMA-STATUS = 10
               CLOSE TURMAS
               MOVE 0 TO TURMA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8301-SEQ-TURMAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE TU-NUMERO TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ TURMAS NEXT
               AT END MOVE 10 TO TURMA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8320-CONTA-VIVO-TURCTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT TURMA-CTRL.
             IF TURCTRL-STATUS = 0
               MOVE 0 TO TURCTRL-CHAVE
               START TURMA-CTRL KEY IS NOT LESS THAN TURCTRL-CHAVE
                 INVALID KEY MOVE 10 TO TURCTRL-STATUS
               END-START
               IF TURCTRL-STATUS NOT = 10
                 READ TURMA-CTRL NEXT
                   AT END MOVE 10 TO TURCTRL-STATUS
                 END-READ
               END-IF
               PERFORM 8321-SEQ-TURCTRL UNTIL TURCTRL-STATUS = 10
               CLOSE TURMA-CTRL
               MOVE 0 TO TURCTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8321-SEQ-TURCTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE TURCTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ TURMA-CTRL NEXT
               AT END MOVE 10 TO TURCTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8340-CONTA-VIVO-INSCRIC.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT INSCRICOES.
             IF INSCRIC-STATUS = 0
               MOVE LOW-VALUES TO IN-CHAVE
               START INSCRICOES KEY IS NOT LESS THAN IN-CHAVE
                 INVALID KEY MOVE 10 TO INSCRIC-STATUS
               END-START
               IF INSCRIC-STATUS NOT = 10
                 READ INSCRICOES NEXT
                   AT END MOVE 10 TO INSCRIC-STATUS
                 END-READ
               END-IF
               PERFORM 8341-SEQ-INSCRIC UNTIL INSCRIC-STATUS = 10
               CLOSE INSCRICOES
               MOVE 0 TO INSCRIC-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8341-SEQ-INSCRIC.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE IN-CHAVE TO WRK-CHAVE-ATUAL(1:11).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ INSCRICOES NEXT
               AT END MOVE 10 TO INSCRIC-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8360-CONTA-VIVO-PLANITEM.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PLANO-ITEM.
             IF PLANITEM-STATUS = 0
               MOVE LOW-VALUES TO PI-CHAVE
               START PLANO-ITEM KEY IS NOT LESS THAN PI-CHAVE
                 INVALID KEY MOVE 10 TO PLANITEM-STATUS
               END-START
               IF PLANITEM-STATUS NOT = 10
                 READ PLANO-ITEM NEXT
                   AT END MOVE 10 TO PLANITEM-STATUS
                 END-READ
               END-IF
               PERFORM 8361-SEQ-PLANITEM UNTIL PLANITEM-STATUS = 10
               CLOSE PLANO-ITEM
               MOVE 0 TO PLANITEM-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8361-SEQ-PLANITEM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE PI-CHAVE TO WRK-CHAVE-ATUAL(1:8).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ PLANO-ITEM NEXT
               AT END MOVE 10 TO PLANITEM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8380-CONTA-VIVO-VAGAS.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT VAGAS.
             IF VAGA-STATUS = 0
               MOVE 0 TO VG-NUMERO
               START VAGAS KEY IS NOT LESS THAN VG-NUMERO
                 INVALID KEY MOVE 10 TO VAGA-STATUS
               END-START
               IF VAGA-STATUS NOT = 10
                 READ VAGAS NEXT
                   AT END MOVE 10 TO VAGA-STATUS
                 END-READ
               END-IF
               PERFORM 8381-SEQ-VAGAS UNTIL VAGA-STATUS = 10
               CLOSE VAGAS
               MOVE 0 TO VAGA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8381-SEQ-VAGAS.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE VG-NUMERO TO WRK-CHAVE-ATUAL(1:5).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ VAGAS NEXT
               AT END MOVE 10 TO VAGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8400-CONTA-VIVO-VAGACTRL.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT VAGA-CTRL.
             IF VAGACTRL-STATUS = 0
               MOVE 0 TO VAGACTRL-CHAVE
               START VAGA-CTRL KEY IS NOT LESS THAN VAGACTRL-CHAVE
                 INVALID KEY MOVE 10 TO VAGACTRL-STATUS
               END-START
               IF VAGACTRL-STATUS NOT = 10
                 READ VAGA-CTRL NEXT
                   AT END MOVE 10 TO VAGACTRL-STATUS
                 END-READ
               END-IF
               PERFORM 8401-SEQ-VAGACTRL UNTIL VAGACTRL-STATUS = 10
               CLOSE VAGA-CTRL
               MOVE 0 TO VAGACTRL-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8401-SEQ-VAGACTRL.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE VAGACTRL-CHAVE TO WRK-CHAVE-ATUAL(1:1).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ VAGA-CTRL NEXT
               AT END MOVE 10 TO VAGACTRL-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8420-CONTA-VIVO-CANDVAGA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT CANDIDATURAS.
             IF CANDVAGA-STATUS = 0
               MOVE LOW-VALUES TO CV-CHAVE
               START CANDIDATURAS KEY IS NOT LESS THAN CV-CHAVE
                 INVALID KEY MOVE 10 TO CANDVAGA-STATUS
               END-START
               IF CANDVAGA-STATUS NOT = 10
                 READ CANDIDATURAS NEXT
                   AT END MOVE 10 TO CANDVAGA-STATUS
                 END-READ
               END-IF
               PERFORM 8421-SEQ-CANDVAGA UNTIL CANDVAGA-STATUS = 10
               CLOSE CANDIDATURAS
               MOVE 0 TO CANDVAGA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8421-SEQ-CANDVAGA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             MOVE SPACES TO WRK-CHAVE-ATUAL.
             MOVE CV-CHAVE TO WRK-CHAVE-ATUAL(1:11).
             IF WRK-CHAVE-ATUAL <= WRK-CHAVE-ANT
                AND WRK-QT-VIVO > 1
               MOVE 'N' TO WRK-SEQ-OK
             END-IF.
             MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
             READ CANDIDATURAS NEXT
               AT END MOVE 10 TO CANDVAGA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8440-CONTA-VIVO-NUMERMOV.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT NUMER-MOVIMENTO.
             IF NUMERMOV-STATUS = 0
               READ NUMER-MOVIMENTO
                 AT END MOVE 10 TO NUMERMOV-STATUS
               END-READ
               PERFORM 8441-LINHA-NUMERMOV UNTIL NUMERMOV-STATUS = 10
               CLOSE NUMER-MOVIMENTO
               MOVE 0 TO NUMERMOV-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8441-LINHA-NUMERMOV.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             READ NUMER-MOVIMENTO
               AT END MOVE 10 TO NUMERMOV-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8460-CONTA-VIVO-SEGPARAM.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SEGMENTO-PARAMS.
             IF SEGPARAM-STATUS = 0
               READ SEGMENTO-PARAMS
                 AT END MOVE 10 TO SEGPARAM-STATUS
               END-READ
               PERFORM 8461-LINHA-SEGPARAM UNTIL SEGPARAM-STATUS = 10
               CLOSE SEGMENTO-PARAMS
               MOVE 0 TO SEGPARAM-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8461-LINHA-SEGPARAM.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             READ SEGMENTO-PARAMS
               AT END MOVE 10 TO SEGPARAM-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8480-CONTA-VIVO-PREAPPAR.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT PREAPROV-PARAM.
             IF PREAPPAR-STATUS = 0
               READ PREAPROV-PARAM
                 AT END MOVE 10 TO PREAPPAR-STATUS
               END-READ
               PERFORM 8481-LINHA-PREAPPAR UNTIL PREAPPAR-STATUS = 10
               CLOSE PREAPROV-PARAM
               MOVE 0 TO PREAPPAR-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8481-LINHA-PREAPPAR.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             READ PREAPROV-PARAM
               AT END MOVE 10 TO PREAPPAR-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8500-CONTA-VIVO-SODREGRA.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT SOD-REGRAS.
             IF SODREGRA-STATUS = 0
               READ SOD-REGRAS
                 AT END MOVE 10 TO SODREGRA-STATUS
               END-READ
               PERFORM 8501-LINHA-SODREGRA UNTIL SODREGRA-STATUS = 10
               CLOSE SOD-REGRAS
               MOVE 0 TO SODREGRA-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8501-LINHA-SODREGRA.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             READ SOD-REGRAS
               AT END MOVE 10 TO SODREGRA-STATUS
             END-READ.
      *>  --------------------------------------------------------------
       8520-CONTA-VIVO-IRRFTAB.
      *>  --------------------------------------------------------------
             MOVE 0 TO WRK-QT-VIVO.
             MOVE 'S' TO WRK-SEQ-OK.
             MOVE LOW-VALUES TO WRK-CHAVE-ANT.
             OPEN INPUT IRRF-PARAM.
             IF IRRFTAB-STATUS = 0
               READ IRRF-PARAM
                 AT END MOVE 10 TO IRRFTAB-STATUS
               END-READ
               PERFORM 8521-LINHA-IRRFTAB UNTIL IRRFTAB-STATUS = 10
               CLOSE IRRF-PARAM
               MOVE 0 TO IRRFTAB-STATUS
             END-IF.
      *>  --------------------------------------------------------------
       8521-LINHA-IRRFTAB.
      *>  --------------------------------------------------------------
             ADD 1 TO WRK-QT-VIVO.
             READ IRRF-PARAM
               AT END MOVE 10 TO IRRFTAB-STATUS
             END-READ.
