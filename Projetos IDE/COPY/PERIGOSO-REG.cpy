      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA TABELA DE PRODUTOS PERIGOSOS
      *==            (PRODUTOS-PERIGOSOS), UM REGISTRO POR NUMERO ONU:
      *==            CLASSE OU SUBCLASSE DE RISCO (EX. "2.1", "3",
      *==            "6.1"), NUMERO DE RISCO DO PAINEL DE SEGURANCA,
      *==            GRUPO DE EMBALAGEM (I, II, III OU BRANCO), NOME
      *==            APROPRIADO PARA EMBARQUE, ADICIONAL SOBRE O FRETE
      *==            (PERCENTUAL, 0,1500 = 15%), TELEFONE DE EMERGENCIA
      *==            E PROVIDENCIAS DA FICHA DE EMERGENCIA. LIDO PELO
      *==            CALCULO-FRETE, PELO CONFERE-FRETE E PELO
      *==            ROMANEIO-DIARIO. REGISTRO DE 115 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 PERIG-ONU-REG         PIC 9(04).
           05 PERIG-CLASSE-REG      PIC X(04).
           05 PERIG-RISCO-REG       PIC X(04).
           05 PERIG-GRUPO-EMB-REG   PIC X(03).
           05 PERIG-NOME-REG        PIC X(40).
           05 PERIG-ADICIONAL-REG   PIC 9V9999.
           05 PERIG-TELEFONE-REG    PIC X(15).
           05 PERIG-PROVIDENCIA-REG PIC X(40).
