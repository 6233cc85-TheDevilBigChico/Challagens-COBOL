      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE RECUPERACOES-SEGURO, UM POR
      *==            SINISTRO PAGO SEM RESPONSABILIDADE DA
      *==            TRANSPORTADORA CUJO EMBARQUE FOI AVERBADO,
      *==            CHAVEADO COMO O SINISTRO (DATA DE PROCESSAMENTO +
      *==            SEQUENCIA DO EMBARQUE). INCLUIDO PELA
      *==            RECUPERA-SEGURO QUANDO A RECLAMACAO VAI PARA A
      *==            SEGURADORA; A SITUACAO E O VALOR RECEBIDO SAO
      *==            ATUALIZADOS NO SINISTRO-CADASTRO.
      *== DATA: 15/10/2026
      *== OBS: RSEG-SITUACAO: E-ENVIADA A SEGURADORA, P-PAGA,
      *==      N-NEGADA.
      *=================================================================
           05 RSEG-DATA-EMBARQUE    PIC 9(08).
           05 RSEG-SEQ              PIC 9(07).
           05 RSEG-APOLICE          PIC X(15).
           05 RSEG-VALOR-DECLARADO  PIC 9(09)V99.
           05 RSEG-VALOR-SINISTRO   PIC 9(09)V99.
           05 RSEG-TRANSPORTADORA   PIC X(04).
           05 RSEG-ZONA             PIC X(04).
           05 RSEG-SITUACAO         PIC X(01).
           05 RSEG-DATA-ENVIO       PIC 9(08).
           05 RSEG-DATA-SITUACAO    PIC 9(08).
           05 RSEG-VALOR-RECEBIDO   PIC 9(09)V99.
           05 RSEG-OPERADOR         PIC X(10).
