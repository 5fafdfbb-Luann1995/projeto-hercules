       FD IMC-HISTORICO.
       01 IMC-HISTORICO-REG    PIC X(100).
       FD ALUNOS.
       COPY 'ALUNO-MASTER.CBL'.
       FD RELAT-TURMA.
       01 RELAT-TURMA-REG      PIC X(100).
      *>  -------------------------------------------------------------
             END-EVALUATE.
      *>  -------------------------------------------------------------
      *>  0500-CADASTRA-ALUNO - MANTEM O CADASTRO DE ALUNOS: NOME, DATA
      *>  DE NASCIMENTO, TURMA E SEXO, CHAVEADOS PELO CODIGO DO ALUNO.
      *>  -------------------------------------------------------------
       0500-CADASTRA-ALUNO.
      *>  -------------------------------------------------------------
           MOVE SPACES TO ALUNOS-REG.
           DISPLAY 'CODIGO DO ALUNO...............: '.
           ACCEPT AL-ID.
           DISPLAY 'NOME DO ALUNO.................: '.
           ACCEPT AL-DT-NASC.
           DISPLAY 'TURMA.........................: '.
           ACCEPT AL-TURMA.
           DISPLAY 'SEXO (M/F)....................: '.
           ACCEPT AL-SEXO.
           IF AL-ID = 0 OR AL-NOME = SPACES OR AL-DT-NASC = 0
              OR NOT (AL-MASCULINO OR AL-FEMININO)
             DISPLAY '*** DADOS DO ALUNO INVALIDOS ***'
           ELSE
             WRITE ALUNOS-REG
