      *==                 DE RECUPERACAO (CONVOCA-RECUPERACAO);
      *==                 REGISTRO ANTIGO (CURTO) DEIXA OS CAMPOS EM
      *==                 BRANCO.
      *== 15/10/2026 FA  SITUACAO DO ALUNO NO FIM DO REGISTRO, GRAVADA
      *==                 PELA VIRADA DO ANO LETIVO (VIRADA-ANO): "C"
      *==                 = CONCLUINTE (ULTIMO ANO, SAIU DA ESCOLA);
      *==                 EM BRANCO = ALUNO ATIVO (REGISTRO ANTIGO
      *==                 TAMBEM).
      *=================================================================
           05 ALUNO-MATRICULA-REG   PIC X(10).
           05 ALUNO-NOME-REG        PIC X(25).
           05 ALUNO-TURMA-REG       PIC X(05).
           05 ALUNO-RESPONSAVEL-REG PIC X(25).
           05 ALUNO-CONTATO-REG     PIC X(15).
           05 ALUNO-SITUACAO-REG    PIC X(01).
              88 ALUNO-CONCLUINTE             VALUE "C".
