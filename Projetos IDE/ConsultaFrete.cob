      *==            LEITURA, NENHUM ARQUIVO E ALTERADO.
      *== DATA: 22/08/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FRETE A PAGAR: A COTACAO DA TRILHA MOSTRA
      *==                 TAMBEM O DESTINATARIO E QUEM PAGA O FRETE.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY "       VALOR (" AUDIT-MOEDA ") " WRK-VALOR-ED
                   " ZONA " AUDIT-ZONA
                   " FRETE " WRK-FRETE-ED
                   " REVISAR: " AUDIT-REVISAR
           IF AUDIT-DESTINATARIO NUMERIC
             AND AUDIT-DESTINATARIO GREATER ZERO
             IF AUDIT-PAGADOR EQUAL "F"
               DISPLAY "       DESTINATARIO " AUDIT-DESTINATARIO
                       " - FRETE A PAGAR, PAGADOR: DESTINATARIO"
             ELSE
               DISPLAY "       DESTINATARIO " AUDIT-DESTINATARIO
                       " - FRETE PAGO, PAGADOR: REMETENTE"
             END-IF
           END-IF.

       0008-TOTAL-ACHADOS SECTION.

