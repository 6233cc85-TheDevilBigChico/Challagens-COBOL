      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA AGENDA DE AVALIACOES POR TURMA
      *==            (AVALIACAO-AGENDA), MANTIDA PELO AVALIACAO-AGENDA E
      *==            CONSULTADA PELO TURMA-LOTE PARA APONTAR NOTA DE
      *==            AVALIACAO NAO AGENDADA. UM REGISTRO POR AVALIACAO:
      *==            TURMA, DISCIPLINA, DATA (DIA UTIL DO CALENDARIO,
      *==            DENTRO DE UM PERIODO LETIVO) E TIPO: P = PROVA,
      *==            S = SIMULADO (OS DOIS CONTAM NO LIMITE DE PROVAS
      *==            POR DIA E POR SEMANA DA TURMA), T = TRABALHO (NAO
      *==            CONTA NO LIMITE). NAO HA DOIS REGISTROS COM A MESMA
      *==            TURMA, DISCIPLINA E DATA.
      *== DATA: 15/10/2026
      *=================================================================
           05 AVA-TURMA-REG         PIC X(05).
           05 AVA-DISCIPLINA-REG    PIC X(04).
           05 AVA-DATA-REG          PIC 9(08).
           05 AVA-TIPO-REG          PIC X(01).
              88 AVA-PROVA                    VALUE "P".
              88 AVA-SIMULADO                 VALUE "S".
              88 AVA-TRABALHO                 VALUE "T".
