      *==            SO. USADO POR CALCULO-FRETE, FRETE-COTACAO,
      *==            PESAGEM-CONFERE E CONFERE-FRETE.
      *== DATA: 02/09/2026
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  CEP DA MATRIZ (PARAM-CEP-MATRIZ-REG): ORIGEM DO
      *==                 ICMS DE FRETE PARA EMBARQUE SEM FILIAL; EM
      *==                 BRANCO (REGISTRO ANTIGO), EMBARQUE DA MATRIZ
      *==                 SAI SEM ALIQUOTA DE ICMS.
      *=================================================================
           05 PARAM-TAXA-KILO-REG   PIC 9V99.
           05 PARAM-FRETE-MIN-REG   PIC 9(05)V99.
           05 PARAM-GRIS-MIN-REG    PIC 9(05)V99.
           05 PARAM-ESTORNO-LIMITE-REG PIC 9(09)V99.
           05 PARAM-PESO-TOLER-REG  PIC 9(03).
           05 PARAM-CEP-MATRIZ-REG  PIC 9(08).
