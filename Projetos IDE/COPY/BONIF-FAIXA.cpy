      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA FAIXA DE BONIFICACAO POR VOLUME ANUAL
      *==            (BONIFICACAO-FAIXAS): CLIENTE (00000 = FAIXA
      *==            GERAL, PARA TODOS OS CLIENTES), FRETE LIQUIDO
      *==            MINIMO NO ANO PARA ENTRAR NA FAIXA E PERCENTUAL DE
      *==            BONIFICACAO SOBRE TODO O FRETE LIQUIDO DO ANO.
      *==            CLIENTE COM FAIXAS PROPRIAS USA SO AS DELE; OS
      *==            DEMAIS USAM AS GERAIS. VALE A FAIXA DE MAIOR
      *==            MINIMO ALCANCADO; ABAIXO DO MENOR MINIMO NAO HA
      *==            BONIFICACAO. REGISTRO DE 22 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 BFX-CLIENTE           PIC 9(05).
           05 BFX-MINIMO            PIC 9(11)V99.
           05 BFX-PERCENTUAL        PIC 9(02)V99.
