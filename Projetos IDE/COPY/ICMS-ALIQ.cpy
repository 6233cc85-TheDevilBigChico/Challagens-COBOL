      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DA TABELA DE ALIQUOTAS DE ICMS
      *==            SOBRE FRETE (ICMS-ALIQUOTAS), MANTIDA PELO FISCAL:
      *==            UF DE ORIGEM (DA FILIAL), UF DE DESTINO (DO CEP DE
      *==            ENTREGA), ALIQUOTA E DATA DE INICIO DE VIGENCIA;
      *==            VALE A VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA
      *==            DO CALCULO. USADO POR CALCULO-FRETE, FRETE-COTACAO
      *==            E CONFERE-FRETE.
      *== DATA: 15/10/2026
      *=================================================================
           05 ICMS-UF-ORIGEM-REG    PIC X(02).
           05 ICMS-UF-DESTINO-REG   PIC X(02).
           05 ICMS-ALIQ-REG         PIC 9V9999.
           05 ICMS-VIGOR-REG        PIC 9(08).
