      *==            DUPLICATAS-AJUSTES). SITUACAO: P-PENDENTE,
      *==            C-CONFIRMADA, L-LIBERADA.
      *== DATA: 02/09/2026
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO PASSA A TRAZER NO FIM O PAGADOR DO
      *==                 FRETE, O DESTINATARIO, O NUMERO ONU E O NUMERO
      *==                 DA COLETA DA TRANSACAO ORIGINAL, PARA A
      *==                 TRANSACAO DE ESTORNO VOLTAR AO FRETE-TRANS
      *==                 COMPLETA (FOB, PRODUTO PERIGOSO E COLETA).
      *==                 REGISTRO ANTIGO (CURTO) DEIXA OS CAMPOS EM
      *==                 BRANCO E VALE COMO PAGO PELO REMETENTE.
      *=================================================================
           05 DPEND-DATA            PIC 9(08).
           05 DPEND-SEQ             PIC 9(07).
           05 DPEND-SITUACAO        PIC X(01).
           05 DPEND-DECISAO-DATA    PIC 9(08).
           05 DPEND-OPERADOR        PIC X(10).
           05 DPEND-PAGADOR         PIC X(01).
           05 DPEND-DESTINATARIO    PIC 9(05).
           05 DPEND-ONU             PIC 9(04).
           05 DPEND-COLETA          PIC 9(07).
