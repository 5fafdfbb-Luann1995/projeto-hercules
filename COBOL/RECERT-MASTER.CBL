      *>  --------------------------------------------------------------
      *>  RECERT-MASTER.CBL
      *>  OBJETIVO = RECERTIFICACAO TRIMESTRAL DE ACESSOS (RECERT.TXT,
      *>  INDEXADO POR CICLO AAAAT + OPERADOR). ABERTA PELO SEGFUNC COM
      *>  O PERFIL DO OPERADOR NA DATA E O GESTOR QUE RESPONDE; O
      *>  GESTOR CONFIRMA (C) OU REVOGA (R) E NO FECHAMENTO DO
      *>  TRIMESTRE O QUE FICOU PENDENTE (P) E BLOQUEADO (B).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 RECERT-MASTER-REG.
            05 RC-CHAVE.
                10 RC-CICLO           PIC 9(05).
                10 RC-OPERADOR        PIC X(10).
            05 RC-GESTOR              PIC X(10).
            05 RC-PERFIL              PIC X(12).
            05 RC-AUTORIZA            PIC X(03).
            05 RC-QT-CONFLITOS        PIC 9(02).
            05 RC-DT-ABERTURA         PIC 9(08).
            05 RC-SITUACAO            PIC X(01).
                88 RC-PENDENTE            VALUE 'P'.
                88 RC-CONFIRMADO          VALUE 'C'.
                88 RC-REVOGADO            VALUE 'R'.
                88 RC-BLOQUEADO           VALUE 'B'.
            05 RC-RESPONDENTE         PIC X(10).
            05 RC-DT-RESPOSTA         PIC 9(08).
            05 FILLER                 PIC X(20).
