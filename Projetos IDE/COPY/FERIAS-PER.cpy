      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DO LIVRO DE PERIODOS DE FERIAS
      *==            (FERIAS-PERIODOS), MANTIDO PELO FERIAS-CONTROLE:
      *==            UM REGISTRO POR EMPREGADO E PERIODO AQUISITIVO
      *==            (12 MESES A PARTIR DO ANIVERSARIO DE ADMISSAO),
      *==            COM O LIMITE DE CONCESSAO (FIM DO PERIODO
      *==            CONCESSIVO; DEPOIS DELE AS FERIAS SAO PAGAS EM
      *==            DOBRO), AS FALTAS INJUSTIFICADAS ACUMULADAS DO
      *==            PONTO, OS DIAS DE DIREITO E OS PERDIDOS POR
      *==            FALTAS, OS DIAS GOZADOS E OS JA AGENDADOS
      *==            (FERIAS-AGENDA) E A ULTIMA COMPETENCIA DE PONTO
      *==            SOMADA (PARA O MES NAO SER SOMADO DUAS VEZES).
      *==            SITUACAO: A-AQUISITIVO EM CURSO, C-CONCESSIVO COM
      *==            SALDO, Q-QUITADO (GOZADO OU AGENDADO), V-VENCIDO
      *==            COM SALDO (DOBRA).
      *== DATA: 15/10/2026
      *=================================================================
           05 FPER-CODIGO           PIC 9(04).
           05 FPER-INICIO           PIC 9(08).
           05 FPER-FIM              PIC 9(08).
           05 FPER-LIMITE           PIC 9(08).
           05 FPER-FALTAS           PIC 9(03).
           05 FPER-DIREITO          PIC 9(02).
           05 FPER-PERDIDOS         PIC 9(02).
           05 FPER-GOZADOS          PIC 9(02).
           05 FPER-AGENDADOS        PIC 9(02).
           05 FPER-ULT-PONTO        PIC 9(06).
           05 FPER-SITUACAO         PIC X(01).
