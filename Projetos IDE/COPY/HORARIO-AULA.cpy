      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA GRADE HORARIA SEMANAL (GRADE-HORARIA),
      *==            MANTIDA PELO GRADE-HORARIA E IMPRESSA PELO
      *==            GRADE-EMITE. UM REGISTRO POR AULA: TURMA, DIA DA
      *==            SEMANA (1 = SEGUNDA A 6 = SABADO), PERIODO DO DIA
      *==            (1 A 9), DISCIPLINA E O PROFESSOR ATRIBUIDO A
      *==            TURMA/DISCIPLINA EM PROFESSOR-TURMAS NO MOMENTO DA
      *==            INCLUSAO. NAO HA DOIS REGISTROS COM A MESMA TURMA,
      *==            DIA E PERIODO, NEM COM O MESMO PROFESSOR, DIA E
      *==            PERIODO.
      *== DATA: 15/10/2026
      *=================================================================
           05 HOR-TURMA-REG         PIC X(05).
           05 HOR-DIA-REG           PIC 9(01).
           05 HOR-PERIODO-REG       PIC 9(01).
           05 HOR-DISCIPLINA-REG    PIC X(04).
           05 HOR-PROFESSOR-REG     PIC X(04).
