      *==            OPERADOR E MOTIVO DA DECISAO) E OS APROVADOS
      *==            VIRAM TRANSACOES DO PROXIMO LOTE NOTURNO.
      *== DATA: 02/09/2026
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO PASSA A TRAZER NO FIM O PAGADOR DO
      *==                 FRETE, O DESTINATARIO, O NUMERO ONU E O NUMERO
      *==                 DA COLETA DA TRANSACAO ORIGINAL, PARA A
      *==                 TRANSACAO APROVADA VOLTAR AO FRETE-TRANS
      *==                 COMPLETA (FOB, PRODUTO PERIGOSO E COLETA).
      *==                 REGISTRO ANTIGO (CURTO) DEIXA OS CAMPOS EM
      *==                 BRANCO E VALE COMO PAGO PELO REMETENTE.
      *=================================================================
           05 EPEND-DATA            PIC 9(08).
           05 EPEND-SEQ             PIC 9(07).
           05 EPEND-DECISAO-DATA    PIC 9(08).
           05 EPEND-OPERADOR        PIC X(10).
           05 EPEND-MOTIVO          PIC X(30).
           05 EPEND-PAGADOR         PIC X(01).
           05 EPEND-DESTINATARIO    PIC 9(05).
           05 EPEND-ONU             PIC 9(04).
           05 EPEND-COLETA          PIC 9(07).
