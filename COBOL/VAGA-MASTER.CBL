      *>  --------------------------------------------------------------
      *>  VAGA-MASTER.CBL
      *>  OBJETIVO = VAGAS INTERNAS PUBLICADAS PELO RH (VAGAS.TXT,
      *>  INDEXADO PELO NUMERO DA VAGA, NUMERADO NO VAGACTRL.TXT):
      *>  DEPARTAMENTO E NIVEL DO CARGO, AREA DE APTIDAO EXIGIDA (NOME
      *>  DA AREA COMO NO APTDLOG.TXT; EM BRANCO = QUALQUER), ATE TRES
      *>  CERTIFICACOES DO CERTIF.TXT, TEMPO MINIMO DE CASA EM MESES E
      *>  A DATA LIMITE DAS CANDIDATURAS. A VAGA NASCE ABERTA (A) E
      *>  TERMINA PREENCHIDA (P), COM A MATRICULA CONTRATADA, OU
      *>  CANCELADA (C).
      *>  AUTOR: LUANN
      *>  --------------------------------------------------------------
       01 VAGA-MASTER-REG.
            05 VG-NUMERO             PIC 9(05).
            05 VG-DEPARTAMENTO       PIC X(10).
            05 VG-NIVEL              PIC 9(02).
            05 VG-AREA-APTIDAO       PIC X(12).
            05 VG-CERTIFICACOES.
                10 VG-CERTIF         PIC X(08) OCCURS 3 TIMES.
            05 VG-TEMPO-MINIMO       PIC 9(03).
            05 VG-DT-ABERTURA        PIC 9(08).
            05 VG-DT-LIMITE          PIC 9(08).
            05 VG-SITUACAO           PIC X(01).
                88 VG-ABERTA             VALUE 'A'.
                88 VG-PREENCHIDA         VALUE 'P'.
                88 VG-CANCELADA          VALUE 'C'.
            05 VG-DT-SITUACAO        PIC 9(08).
            05 VG-CONTRATADO         PIC 9(06).
            05 FILLER                PIC X(20).
