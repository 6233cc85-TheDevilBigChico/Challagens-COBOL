      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO MOVIMENTO MENSAL DO BANCO DE HORAS
      *==            (BANCO-HORAS), GRAVADO PELA FOLHA-MENSAL: UM
      *==            REGISTRO POR EMPREGADO E COMPETENCIA, COM AS HORAS
      *==            EXTRAS E FALTAS DO PONTO QUE FORAM PARA O BANCO EM
      *==            VEZ DE PAGAS/DESCONTADAS, O CREDITO E O DEBITO EM
      *==            HORAS DE BANCO (EXTRA 50% VALE 1,5 HORA, EXTRA 100%
      *==            VALE 2 HORAS, FALTA VALE A JORNADA DO DIA), AS
      *==            HORAS VENCIDAS NO PRAZO DO ACORDO QUE FORAM PAGAS
      *==            (SALDO A FAVOR DO EMPREGADO) OU DESCONTADAS (SALDO
      *==            DEVEDOR) NA COMPETENCIA, COM OS VALORES, E O SALDO
      *==            AO FIM DO MES (SINAL "+" OU "-"). O ARQUIVO E
      *==            ACUMULADO E SERVE DE LIVRO: A FOLHA REFAZ OS LOTES
      *==            EM ABERTO A PARTIR DELE, COMPENSANDO SEMPRE O MAIS
      *==            ANTIGO PRIMEIRO.
      *== DATA: 15/10/2026
      *=================================================================
           05 BH-COMPETENCIA        PIC 9(06).
           05 BH-CODIGO             PIC 9(04).
           05 BH-HE50-BANCO         PIC 9(03)V9.
           05 BH-HE100-BANCO        PIC 9(03)V9.
           05 BH-FALTAS-BANCO       PIC 9(02).
           05 BH-CREDITO            PIC 9(04)V9.
           05 BH-DEBITO             PIC 9(04)V9.
           05 BH-HORAS-PAGAS        PIC 9(04)V9.
           05 BH-HORAS-DESCONTADAS  PIC 9(04)V9.
           05 BH-SALDO-HORAS        PIC 9(05)V9.
           05 BH-SALDO-SINAL        PIC X(01).
           05 BH-VALOR-PAGO         PIC 9(06)V99.
           05 BH-VALOR-DESCONTADO   PIC 9(06)V99.
