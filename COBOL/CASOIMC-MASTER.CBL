      *>  --------------------------------------------------------------
      *>  CASOIMC-MASTER.CBL
      *>  OBJETIVO = CASOS DE ACOMPANHAMENTO DA ENFERMARIA PARA OS
      *>  ALUNOS ENCAMINHADOS PELO IMCTREND (IMCALERT.TXT) E PELO
      *>  IMCPERC (FORA DA CURVA NO RELIMCP.TXT) - CASOIMC.TXT,
      *>  INDEXADO POR ALUNO + SEQUENCIA DO CASO. O ALUNO TEM NO MAXIMO
      *>  UM CASO ABERTO (A); NOVOS ALERTAS SAO ANEXADOS A ELE. O CASO
      *>  FECHADO (F) GUARDA O RESULTADO E O IMC DO FECHAMENTO.
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 CASOIMC-MASTER-REG.
            05 CS-CHAVE.
                10 CS-ALUNO           PIC 9(05).
                10 CS-SEQ             PIC 9(02).
            05 CS-TURMA               PIC X(06).
            05 CS-DT-ABERTURA         PIC 9(08).
            05 CS-ORIGEM              PIC X(01).
                88 CS-ORIGEM-TENDENCIA    VALUE 'T'.
                88 CS-ORIGEM-COORTE       VALUE 'C'.
                88 CS-ORIGEM-MANUAL       VALUE 'M'.
            05 CS-MOTIVO-ABERTURA     PIC X(40).
            05 CS-IMC-ABERTURA        PIC 9(02)V9.
            05 CS-QT-ALERTAS          PIC 9(03).
            05 CS-DT-ULT-ALERTA       PIC 9(08).
            05 CS-ENCAMINHAMENTO      PIC X(01).
                88 CS-ENC-NUTRICIONISTA   VALUE 'N'.
                88 CS-ENC-MEDICO          VALUE 'M'.
                88 CS-SEM-ENCAMINHAMENTO  VALUE ' '.
            05 CS-DT-ENCAMINHAMENTO   PIC 9(08).
            05 CS-DT-CONSULTA         PIC 9(08).
            05 CS-DT-RETORNO          PIC 9(08).
            05 CS-RESPONSAVEL         PIC X(30).
            05 CS-TEL-RESPONSAVEL     PIC X(15).
            05 CS-DT-CONTATO          PIC 9(08).
            05 CS-OBSERVACAO          PIC X(60).
            05 CS-DT-ULT-ACOMP        PIC 9(08).
            05 CS-SITUACAO            PIC X(01).
                88 CS-ABERTO              VALUE 'A'.
                88 CS-FECHADO             VALUE 'F'.
            05 CS-DT-FECHAMENTO       PIC 9(08).
            05 CS-RESULTADO           PIC X(01).
                88 CS-RES-NORMALIZADO     VALUE 'R'.
                88 CS-RES-TRATAMENTO      VALUE 'E'.
                88 CS-RES-TRANSFERIDO     VALUE 'T'.
                88 CS-RES-SEM-ADESAO      VALUE 'S'.
            05 CS-IMC-FECHAMENTO      PIC 9(02)V9.
            05 FILLER                 PIC X(20).
