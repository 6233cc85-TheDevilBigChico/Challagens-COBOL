      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO RATEIO DO CUSTO DO EMPREGADO ENTRE
      *==            CENTROS DE CUSTO (RATEIO-CENTROS, MANTIDO PELO RH,
      *==            E RATEIO-VALIDADO, GRAVADO PELO RATEIO-VALIDA SO
      *==            COM OS RATEIOS ACEITOS, EM ORDEM DE EMPREGADO E
      *==            VIGENCIA). UM REGISTRO POR EMPREGADO, INICIO DE
      *==            VIGENCIA E CENTRO DE CUSTO (CODIGO DE
      *==            DEPARTAMENTOS); OS PERCENTUAIS DE UM MESMO
      *==            EMPREGADO E VIGENCIA SOMAM 100. VALE O RATEIO DE
      *==            MAIOR VIGENCIA ATE O FIM DA COMPETENCIA; SEM
      *==            RATEIO, O CUSTO VAI TODO PARA EMP-DEPARTAMENTO-REG.
      *== DATA: 15/10/2026
      *=================================================================
           05 RAT-CODIGO            PIC 9(04).
           05 RAT-VIGENCIA          PIC 9(08).
           05 RAT-CENTRO            PIC X(04).
           05 RAT-PERCENTUAL        PIC 9(03)V99.
