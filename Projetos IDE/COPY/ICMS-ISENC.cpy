      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE COMBINACOES ISENTAS DE ICMS
      *==            (ICMS-ISENCOES), MANTIDO PELO FISCAL: CLIENTE
      *==            ZERADO VALE PARA QUALQUER CLIENTE E CATEGORIA EM
      *==            BRANCO PARA QUALQUER CATEGORIA. EMBARQUE QUE CAI
      *==            NUMA COMBINACAO ISENTA SAI COM ICMS ZERADO E
      *==            MARCADO COMO ISENTO NA SAIDA E NA AUDITORIA.
      *== DATA: 15/10/2026
      *=================================================================
           05 ISEN-CLIENTE-REG      PIC 9(05).
           05 ISEN-CATEGORIA-REG    PIC X(04).
           05 ISEN-MOTIVO-REG       PIC X(20).
