      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DA TENDENCIA DO QUADRO DE
      *==            PESSOAL (QUADRO-TENDENCIA), GRAVADO PELO
      *==            QUADRO-PESSOAL: UM REGISTRO POR COMPETENCIA E
      *==            DEPARTAMENTO (DEPARTAMENTO EM BRANCO = TOTAL DA
      *==            EMPRESA) COM O EFETIVO INICIAL, ADMISSOES,
      *==            DESLIGAMENTOS, TRANSFERENCIAS DE ENTRADA E SAIDA,
      *==            EFETIVO FINAL, ROTATIVIDADE (%) E TEMPO MEDIO DE
      *==            CASA (MESES) DOS ATIVOS NO FIM DO MES. O ARQUIVO
      *==            GUARDA OS ULTIMOS 12 MESES, EM ORDEM DE
      *==            COMPETENCIA. O EFETIVO RATEADO (ATIVOS NO FIM
      *==            DO MES DIVIDIDOS PELO RATEIO DE CENTROS DE CUSTO)
      *==            FICA NO FIM; REGISTRO ANTIGO VEM SEM ELE.
      *== DATA: 15/10/2026
      *=================================================================
           05 QUAD-COMPETENCIA      PIC 9(06).
           05 QUAD-DEPARTAMENTO     PIC X(04).
           05 QUAD-INICIAL          PIC 9(05).
           05 QUAD-ADMISSOES        PIC 9(05).
           05 QUAD-DESLIGAMENTOS    PIC 9(05).
           05 QUAD-TRANSF-ENTRADA   PIC 9(05).
           05 QUAD-TRANSF-SAIDA     PIC 9(05).
           05 QUAD-FINAL            PIC 9(05).
           05 QUAD-ROTATIVIDADE     PIC 9(03)V99.
           05 QUAD-TEMPO-MEDIO      PIC 9(03)V9.
           05 QUAD-EFETIVO-RATEADO  PIC 9(05)V99.
