      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO LANCAMENTO DE DIFERENCA SALARIAL
      *==            RETROATIVA (RETROATIVO-LANCAMENTOS), GRAVADO POR
      *==            DIFERENCA-RETROATIVA, UM REGISTRO POR EMPREGADO,
      *==            MES DE REFERENCIA E REAJUSTE (DATA EM QUE O
      *==            AJUSTE-SALARIAL O APLICOU). A FOLHA-MENSAL DA
      *==            COMPETENCIA DESTINO PAGA A DIFERENCA DE BRUTO E
      *==            RETEM AS DIFERENCAS DE INSS E IRRF JA CALCULADAS
      *==            MES A MES; O EMITE-HOLERITE AS MOSTRA EM LINHA
      *==            PROPRIA. O ARQUIVO E ACUMULADO E SERVE DE LIVRO:
      *==            MES JA LANCADO PARA OUTRA COMPETENCIA NAO E PAGO
      *==            DE NOVO.
      *== DATA: 15/10/2026
      *=================================================================
           05 RETL-DESTINO          PIC 9(06).
           05 RETL-CODIGO           PIC 9(04).
           05 RETL-REFERENCIA       PIC 9(06).
           05 RETL-AJUSTE-DATA      PIC 9(08).
           05 RETL-BRUTO            PIC 9(06)V99.
           05 RETL-INSS             PIC 9(06)V99.
           05 RETL-IRRF             PIC 9(06)V99.
