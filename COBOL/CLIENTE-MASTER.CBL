      *>  PELOS PROGRAMAS DE ASSESSORIA (CARTAO, INVESTIMENTOS,
      *>  APOSENTADORIA, SEGURO E EMPRESTIMO) PARA EVITAR REPETIR AS
      *>  MESMAS PERGUNTAS DE PERFIL (IDADE, RENDA, BENS) PARA O MESMO
      *>  CLIENTE EM PROGRAMAS DIFERENTES. O OBITO E REGISTRADO NO
      *>  CLIMANUT (SITUACAO F E CLI-DT-OBITO); O CLIOBITO APLICA OS
      *>  EFEITOS NOS PRODUTOS E MARCA CLI-OBITO-PROC COM S.
      *>  CLI-RISCO-PLD (B BAIXO, M MEDIO, A ALTO) E CLI-PEP (PESSOA
      *>  POLITICAMENTE EXPOSTA) SAO MANTIDOS NO CLIMANUT E USADOS PELO
      *>  MONITORAMENTO DE LAVAGEM DE DINHEIRO (PLDMONIT), QUE SOBE O
      *>  RISCO PARA A QUANDO O ANALISTA CONFIRMA UMA SUSPEITA.
      *>  BANCO, AGENCIA E CONTA SAO A CONTA DE CREDITO DO CLIENTE PARA
      *>  INDENIZACAO DE SINISTRO E BENEFICIO PAGOS PELO PAGLOTE.
      *>  CLI-SEGMENTO (V VAREJO, A ALTA RENDA, P PRIVATE; BRANCO AINDA
      *>  NAO CLASSIFICADO) E A DATA EM QUE PASSOU A VALER SAO GRAVADOS
      *>  PELA SEGMENTACAO MENSAL (SEGCLI).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CLIENTE-MASTER-REG.
            05 CLI-SITUACAO       PIC X(01).
                88 CLI-ATIVO          VALUE 'A' ' '.
                88 CLI-EXCLUIDO       VALUE 'E'.
                88 CLI-FALECIDO       VALUE 'F'.
            05 CLI-CPF            PIC 9(11).
            05 CLI-ENDERECO       PIC X(40).
            05 CLI-CIDADE         PIC X(20).
            05 CLI-UF             PIC X(02).
            05 CLI-CEP            PIC 9(08).
            05 CLI-TELEFONE       PIC 9(11).
            05 CLI-DT-OBITO       PIC 9(08).
            05 CLI-OBITO-PROC     PIC X(01).
                88 CLI-OBITO-PROCESSADO VALUE 'S'.
            05 CLI-RISCO-PLD      PIC X(01).
                88 CLI-RISCO-BAIXO    VALUE 'B' ' '.
                88 CLI-RISCO-MEDIO    VALUE 'M'.
                88 CLI-RISCO-ALTO     VALUE 'A'.
            05 CLI-PEP            PIC X(01).
                88 CLI-E-PEP          VALUE 'S'.
            05 CLI-BANCO          PIC 9(03).
            05 CLI-AGENCIA        PIC 9(04).
            05 CLI-CONTA          PIC X(12).
            05 CLI-SEGMENTO       PIC X(01).
                88 CLI-SEG-VAREJO     VALUE 'V'.
                88 CLI-SEG-ALTA-RENDA VALUE 'A'.
                88 CLI-SEG-PRIVATE    VALUE 'P'.
                88 CLI-SEM-SEGMENTO   VALUE ' '.
            05 CLI-DT-SEGMENTO    PIC 9(08).
