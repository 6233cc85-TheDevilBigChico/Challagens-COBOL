      *==                 EFETIVACAO CARREGAR OS CAMPOS NA TRANSACAO
      *==                 GERADA; COTACAO ANTIGA (REGISTRO CURTO) DEIXA
      *==                 OS CAMPOS EM BRANCO.
      *== 15/10/2026 FA  A COTACAO PASSA A GUARDAR A FILIAL DE ORIGEM E
      *==                 O ICMS DESTACADO (COM A SITUACAO), PARA O
      *==                 CLIENTE RECEBER O VALOR DO IMPOSTO JA NA
      *==                 COTACAO E A EFETIVACAO LEVAR A FILIAL PARA A
      *==                 TRANSACAO GERADA.
      *=================================================================
           05 COT-NUMERO            PIC 9(07).
           05 COT-DATA              PIC 9(08).
           05 COT-ALTURA            PIC 9(03).
           05 COT-CATEGORIA         PIC X(04).
           05 COT-SEGURO            PIC 9(09)V99.
           05 COT-FILIAL            PIC X(05).
           05 COT-ICMS              PIC 9(09)V99.
           05 COT-ICMS-SITUACAO     PIC X(01).
