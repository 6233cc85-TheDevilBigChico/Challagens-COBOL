      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO LANCAMENTO DE HORA-AULA DO PROFESSOR
      *==            (HORA-AULA-LANCAMENTOS), GRAVADO PELO
      *==            HORA-AULA-PROFESSOR, UM REGISTRO POR PROFESSOR E
      *==            COMPETENCIA: AULAS DADAS NO MES (DE
      *==            FREQUENCIA-LANCAMENTOS) X VALOR DA HORA-AULA DO
      *==            NIVEL DO PROFESSOR. A FOLHA-MENSAL DA COMPETENCIA
      *==            SOMA O VALOR AO BRUTO DO EMPREGADO VINCULADO ANTES
      *==            DA CASCATA INSS/IRRF E O EMITE-HOLERITE O MOSTRA EM
      *==            LINHA PROPRIA. O ARQUIVO E ACUMULADO: REEXECUTAR A
      *==            COMPETENCIA REFAZ SO OS LANCAMENTOS DELA.
      *== DATA: 15/10/2026
      *=================================================================
           05 HAL-COMPETENCIA       PIC 9(06).
           05 HAL-CODIGO            PIC 9(04).
           05 HAL-PROFESSOR         PIC X(04).
           05 HAL-NIVEL             PIC X(02).
           05 HAL-AULAS             PIC 9(04).
           05 HAL-VALOR-HORA        PIC 9(03)V99.
           05 HAL-VALOR             PIC 9(07)V99.
