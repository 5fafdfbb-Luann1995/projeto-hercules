      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO DO PROGRAMA = SISTEMA QUE CALCULA A APOSENTADORIA
      ***   A COTACAO MOSTRA AO LADO DO INSS A RENDA DA PREVIDENCIA
      ***   PRIVADA DO CLIENTE (PREVREND - CONVERTIDA OU PROJETADA),
      ***   GRAVADA EM BENEFICIOS.TXT NA LINHA PREVPRIV=.
      ***   AUTOR: LUANN
      ***   DATA : XX/XX/20XX
      ******************************************************
       77 WRK-ACHOU-MARCA  PIC X(01)        VALUE 'N'.
       01 WRK-LINHA-BEN    PIC X(120)       VALUE SPACES.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA PREVIDENCIA PRIVADA AO LADO DO INSS NA COTACAO.
      *>  --------------------------------------------------------------
       77 WRK-MAIOR-BENEF  PIC 9(04)V99     VALUE ZEROS.
       77 WRK-PREV-RENDA   PIC 9(07)V99     VALUE ZEROS.
       77 WRK-PREV-TOTAL   PIC 9(07)V99     VALUE ZEROS.
       01 WRK-PREVREND.
            05 WRK-PR-CLI-ID       PIC 9(05)    VALUE ZEROS.
            05 WRK-PR-QT-CERT      PIC 9(03)    VALUE ZEROS.
            05 WRK-PR-RENDA-CONV   PIC 9(07)V99 VALUE ZEROS.
            05 WRK-PR-RENDA-PROJ   PIC 9(07)V99 VALUE ZEROS.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA PENSAO POR MORTE (PARM PENSAO).
      *>  --------------------------------------------------------------
       77 DEPEND-STATUS    PIC 9(02)        VALUE ZEROS.
       77 WRK-PM-PARCELA   PIC 9(04)V99     VALUE ZEROS.
       77 WRK-PM-IDADE-DEP PIC 9(03)        VALUE ZEROS.
       77 WRK-PM-HABILITADO PIC X(01)       VALUE 'N'.
       77 WRK-PM-JA-CESSADO PIC X(01)       VALUE 'N'.
      *>  --------------------------------------------------------------
      *>  CAMPOS DA PROJECAO DA MELHOR DATA (PARM PROJET).
      *>  --------------------------------------------------------------
             DISPLAY '----------------------------------------'
             DISPLAY 'CALCULADORA DE APOSENTADORIA'
             DISPLAY '----------------------------------------'
             MOVE ZEROS TO WRK-MAIOR-BENEF.
             PERFORM 0050-CONSULTA-CLIENTE.
             PERFORM 0055-APURA-MEDIA-CNIS.
             IF CLIENTE-ACHADO = 'S'
             PERFORM 0400-REGRA-PEDAGIO-50.
             DISPLAY '----------------------------------------'.
             PERFORM 0500-REGRA-PEDAGIO-100.
             PERFORM 0600-PREVIDENCIA-PRIVADA.
             PERFORM 0060-ATUALIZA-CLIENTE.
      *>  --------------------------------------------------------------
      *>  0040-CARREGA-PARAMETROS - OS LIMITES LEGAIS (SALARIO MINIMO E
                 PERFORM 0002-MENSAGEM-ERRO
               END-IF
             END-IF.
      *>  --------------------------------------------------------------
      *>  0600-PREVIDENCIA-PRIVADA - CLIENTE COM CERTIFICADO PGBL/VGBL
      *>  VE A RENDA PRIVADA (JA CONVERTIDA OU PROJETADA DO SALDO) AO
      *>  LADO DO MELHOR BENEFICIO DO INSS DA COTACAO, E A COMPARACAO
      *>  FICA EM BENEFICIOS.TXT (LINHA PREVPRIV=, IGNORADA PELA FOLHA).
      *>  --------------------------------------------------------------
       0600-PREVIDENCIA-PRIVADA.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-PREV-RENDA WRK-PR-QT-CERT.
             IF WRK-CLI-ID NOT = 0
               MOVE WRK-CLI-ID TO WRK-PR-CLI-ID
               CALL 'PREVREND' USING WRK-PREVREND
             END-IF.
             IF WRK-PR-QT-CERT > 0
               COMPUTE WRK-PREV-RENDA =
                       WRK-PR-RENDA-CONV + WRK-PR-RENDA-PROJ
               COMPUTE WRK-PREV-TOTAL = WRK-MAIOR-BENEF + WRK-PREV-RENDA
               DISPLAY '----------------------------------------'
               DISPLAY 'INSS + PREVIDENCIA PRIVADA'
               DISPLAY 'MELHOR BENEFICIO DO INSS..:R$ ' WRK-MAIOR-BENEF
               DISPLAY 'RENDA PRIVADA EM PAGAMENTO:R$ '
                       WRK-PR-RENDA-CONV
               DISPLAY 'RENDA PRIVADA PROJETADA...:R$ '
                       WRK-PR-RENDA-PROJ
               DISPLAY 'RENDA MENSAL TOTAL........:R$ ' WRK-PREV-TOTAL
               CALL 'DATAPROC' USING WRK-DATA-BENEF
               MOVE SPACES TO BENEFICIOS-REG
               STRING 'PREVPRIV=' WRK-DATA-BENEF
                      ' CLIENTE=' WRK-CLI-ID
                      ' INSS=' WRK-MAIOR-BENEF
                      ' PRIVADA=' WRK-PREV-RENDA
                      ' TOTAL=' WRK-PREV-TOTAL
                      ' CERTIFICADOS=' WRK-PR-QT-CERT
                      DELIMITED BY SIZE INTO BENEFICIOS-REG
               WRITE BENEFICIOS-REG
             END-IF.
      *>  --------------------------------------------------------------
       0002-MENSAGEM-ERRO.
      *>  --------------------------------------------------------------
      *>  (CONJUGE SEMPRE; FILHO ATE 21 ANOS OU INVALIDO; OUTROS SO
      *>  INVALIDOS), DIVIDIDA ENTRE OS QUE TEM CODIGO DE CLIENTE,
      *>  COM A MARCA TIPO=PENSAO PARA FOLHA E ATUARIO SEPARAREM.
      *>  SE O OBITO JA FOI REGISTRADO NO CADASTRO, O CLIOBITO JA
      *>  GRAVOU A CESSACAO NA MESMA DATA: O ULTIMO BENEFICIO VALE
      *>  PARA A QUOTA E A CESSACAO NAO E GRAVADA DE NOVO.
      *>  --------------------------------------------------------------
       8600-PENSAO-POR-MORTE.
      *>  --------------------------------------------------------------
               IF WRK-PM-QT-HABIL = 0
                 DISPLAY '*** NENHUM DEPENDENTE HABILITADO -'
                         ' BENEFICIO APENAS CESSADO ***'
                 IF WRK-PM-JA-CESSADO = 'N'
                   PERFORM 8650-GRAVA-CESSACAO
                 END-IF
               ELSE
                 COMPUTE WRK-PM-QUOTA = 50 + (WRK-PM-QT-HABIL * 10)
                 IF WRK-PM-QUOTA > 100
                         WRK-PM-QUOTA '%'
                 DISPLAY 'PENSAO TOTAL...............: '
                         WRK-PM-PENSAO
                 IF WRK-PM-JA-CESSADO = 'N'
                   PERFORM 8650-GRAVA-CESSACAO
                 END-IF
                 PERFORM 8660-CONCEDE-PENSOES
               END-IF
             END-IF.
       8610-BUSCA-ULTIMO-BENEFICIO.
      *>  --------------------------------------------------------------
             MOVE ZEROS TO WRK-PM-BENEFICIO.
             MOVE 'N' TO WRK-PM-JA-CESSADO.
             OPEN INPUT BENEFICIOS.
             IF BENEF-STATUS = 0
               READ BENEFICIOS
                AND WRK-LINHA-BEN(23:5) IS NUMERIC
                AND WRK-LINHA-BEN(23:5) = WRK-PM-TITULAR
               MOVE 'N' TO WRK-ACHOU-MARCA
               MOVE 'N' TO WRK-PM-JA-CESSADO
               PERFORM 8617-PROCURA-VALOR-BEN
                 VARYING WRK-IDX-BEN FROM 1 BY 1
                 UNTIL WRK-IDX-BEN > 100
             IF WRK-LINHA-BEN(1:6) = 'CESSA='
                AND WRK-LINHA-BEN(24:5) IS NUMERIC
                AND WRK-LINHA-BEN(24:5) = WRK-PM-TITULAR
               IF WRK-LINHA-BEN(7:8) = WRK-PM-DT-OBITO
                  AND WRK-PM-BENEFICIO > 0
                 MOVE 'S' TO WRK-PM-JA-CESSADO
               ELSE
                 MOVE ZEROS TO WRK-PM-BENEFICIO
               END-IF
             END-IF.
             READ BENEFICIOS
               AT END MOVE 10 TO BENEF-STATUS
                    ' BENEFICIO=' VALOR-BENEF
                    DELIMITED BY SIZE INTO BENEFICIOS-REG.
             WRITE BENEFICIOS-REG.
             IF VALOR-BENEF > WRK-MAIOR-BENEF
               MOVE VALOR-BENEF TO WRK-MAIOR-BENEF
             END-IF.
      *>  --------------------------------------------------------------
      *>  9800-MODO-BATCH - CALCULA A APOSENTADORIA DE UM LOTE DE
      *>  CONTRIBUINTES LIDOS DE APOSTR.TXT, GRAVANDO O RESULTADO EM
