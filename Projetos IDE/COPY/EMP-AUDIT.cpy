      *==                 BYTES, ACOMPANHANDO O MESTRE DE EMPREGADOS
      *==                 COM ADMISSAO, SITUACAO E DESLIGAMENTO
      *==                 (LEIAUTE EMP-MASTER).
      *== 15/10/2026 FA  AS IMAGENS PASSAM DE 48 PARA 50 BYTES COM O
      *==                 CODIGO DA EMPRESA NO MESTRE DE EMPREGADOS.
      *=================================================================
           05 EAUD-DATA             PIC 9(08).
           05 EAUD-HORA             PIC 9(08).
           05 EAUD-OPERADOR         PIC X(10).
           05 EAUD-ACAO             PIC X(08).
           05 EAUD-ANTES            PIC X(50).
           05 EAUD-DEPOIS           PIC X(50).
