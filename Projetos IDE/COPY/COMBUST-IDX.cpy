      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DO INDICE MENSAL DE SOBRETAXA
      *==            DE COMBUSTIVEL (FRETE-COMBUSTIVEL), MANTIDO PELO
      *==            COMERCIAL A CADA REAJUSTE DAS TRANSPORTADORAS PELO
      *==            DIESEL: COMPETENCIA (AAAAMM) E PERCENTUAL APLICADO
      *==            SOBRE O FRETE DA TARIFA DE ZONA. VALE A COMPETENCIA
      *==            MAIS RECENTE NAO POSTERIOR A DO CALCULO (MES SEM
      *==            INDICE NOVO MANTEM O ULTIMO). USADO POR
      *==            CALCULO-FRETE, FRETE-COTACAO E CONFERE-FRETE.
      *== DATA: 15/10/2026
      *=================================================================
           05 COMB-COMPETENCIA-REG  PIC 9(06).
           05 COMB-PERC-REG         PIC 9V9999.
