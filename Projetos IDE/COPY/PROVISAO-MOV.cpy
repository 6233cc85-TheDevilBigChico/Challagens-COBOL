      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO MOVIMENTO MENSAL DAS PROVISOES DE FERIAS
      *==            E 13o SALARIO (PROVISAO-SALDOS), GRAVADO PELA
      *==            PROVISAO-FOLHA: UM REGISTRO POR EMPREGADO E
      *==            COMPETENCIA, COM A APROPRIACAO DO MES (1/12 DO
      *==            SALARIO PARA O 13o, 1/12 MAIS UM TERCO PARA AS
      *==            FERIAS, E OS ENCARGOS PATRONAL + FGTS DE CADA UMA),
      *==            A REVERSAO DO MES (13o PAGO NO DECIMO-TERCEIRO,
      *==            FERIAS PAGAS NA FOLHA-MENSAL OU DESLIGAMENTO) E O
      *==            SALDO PROVISIONADO AO FIM DO MES. O ARQUIVO E
      *==            ACUMULADO: O SALDO DO ULTIMO MES E O PONTO DE
      *==            PARTIDA DO MES SEGUINTE.
      *== DATA: 15/10/2026
      *=================================================================
           05 PROV-COMPETENCIA      PIC 9(06).
           05 PROV-CODIGO           PIC 9(04).
           05 PROV-DEPARTAMENTO     PIC X(04).
           05 PROV-APROP-13         PIC 9(06)V99.
           05 PROV-APROP-ENC-13     PIC 9(06)V99.
           05 PROV-APROP-FERIAS     PIC 9(06)V99.
           05 PROV-APROP-ENC-FERIAS PIC 9(06)V99.
           05 PROV-REVER-13         PIC 9(07)V99.
           05 PROV-REVER-ENC-13     PIC 9(07)V99.
           05 PROV-REVER-FERIAS     PIC 9(07)V99.
           05 PROV-REVER-ENC-FERIAS PIC 9(07)V99.
           05 PROV-SALDO-13         PIC 9(07)V99.
           05 PROV-SALDO-ENC-13     PIC 9(07)V99.
           05 PROV-SALDO-FERIAS     PIC 9(07)V99.
           05 PROV-SALDO-ENC-FERIAS PIC 9(07)V99.
