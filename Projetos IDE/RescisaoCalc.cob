      *==            ASSINADA PELO OPERADOR DA SESSAO DO MENU.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  IMAGENS ANTES/DEPOIS DA AUDITORIA PASSAM A 50
      *==                 BYTES (CODIGO DA EMPRESA NO MESTRE).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-TOTAL-RESCISAO PIC 9(08)V99       VALUE ZERO.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
      *====================== AUDITORIA ==================================
       77  WRK-IMAGEM-ANTES PIC X(50)            VALUE SPACE.
       77  WRK-IMAGEM-DEPOIS PIC X(50)           VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
