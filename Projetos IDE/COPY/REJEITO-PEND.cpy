      *==            (REAPRESENTADO), B-BAIXADO (DESCARTADO COM
      *==            DECISAO).
      *== DATA: 02/09/2026
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO PASSA A TRAZER NO FIM O PAGADOR DO
      *==                 FRETE, O DESTINATARIO, O NUMERO ONU E O NUMERO
      *==                 DA COLETA DA TRANSACAO ORIGINAL, PARA A
      *==                 TRANSACAO CORRIGIDA VOLTAR AO FRETE-TRANS
      *==                 COMPLETA (FOB, PRODUTO PERIGOSO E COLETA).
      *==                 REGISTRO ANTIGO (CURTO) DEIXA OS CAMPOS EM
      *==                 BRANCO E VALE COMO PAGO PELO REMETENTE.
      *=================================================================
           05 RPEND-DATA            PIC 9(08).
           05 RPEND-SEQ             PIC 9(07).
           05 RPEND-SITUACAO        PIC X(01).
           05 RPEND-DECISAO-DATA    PIC 9(08).
           05 RPEND-OPERADOR        PIC X(10).
           05 RPEND-PAGADOR         PIC X(01).
           05 RPEND-DESTINATARIO    PIC 9(05).
           05 RPEND-ONU             PIC 9(04).
           05 RPEND-COLETA          PIC 9(07).
