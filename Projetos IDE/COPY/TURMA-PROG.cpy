      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA TABELA DE PROGRESSAO DE TURMAS
      *==            (TURMA-PROGRESSAO), USADA PELA VIRADA DO ANO
      *==            LETIVO (VIRADA-ANO). UMA LINHA POR TURMA DO ANO
      *==            QUE TERMINA: TURMA DO ANO SEGUINTE PARA O ALUNO
      *==            APROVADO E O NIVEL DELA (EM BRANCO = MESMO NIVEL,
      *==            PREENCHIDO NA MUDANCA, EX.: ULTIMO ANO DO MEDIO
      *==            PARA O SUPERIOR). TURMA SEGUINTE EM BRANCO = ULTIMO
      *==            ANO DA ESCOLA: O APROVADO FICA CONCLUINTE.
      *== DATA: 15/10/2026
      *=================================================================
           05 PROG-TURMA-ATUAL-REG  PIC X(05).
           05 PROG-TURMA-NOVA-REG   PIC X(05).
           05 PROG-NIVEL-NOVO-REG   PIC X(08).
