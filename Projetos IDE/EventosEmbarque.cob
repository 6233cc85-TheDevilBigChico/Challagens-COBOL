      *==            DEMAIS MANUTENCOES.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  TRANSFERENCIA POR HUB: ACEITA OS EVENTOS DE
      *==                 TRECHO H-CHEGADA NO HUB E S-SAIDA DO HUB,
      *==                 REGISTRADOS PELA FILIAL HUB COM O NUMERO DO
      *==                 TRECHO DA ROTA (1 A 9) EM EVT-TRECHO; A
      *==                 CONSULTA MOSTRA O TRECHO DE CADA EVENTO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 EMBARQUE-NO-MESTRE                 VALUE "S".
      *====================== EVENTO DIGITADO ============================
       77  WRK-TIPO-EVENTO  PIC X(01)            VALUE SPACE.
           88 EVENTO-VALIDO  VALUE "C" "T" "E" "D" "H" "S".
           88 EVENTO-ENTREGA                     VALUE "E".
           88 EVENTO-DE-TRECHO                   VALUE "H" "S".
       77  WRK-TRECHO       PIC 9(01)            VALUE ZERO.
       77  WRK-TRECHO-X     PIC X(01)            VALUE SPACE.
       77  WRK-FILIAL       PIC X(05)            VALUE SPACE.
       77  WRK-RECEBEDOR    PIC X(25)            VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
             DISPLAY "EVENTO RECUSADO: EMBARQUE INEXISTENTE"
           ELSE
             DISPLAY "TIPO DO EVENTO (C-COLETADO T-TRANSITO "
                     "E-ENTREGUE D-DEVOLVIDO H-CHEGADA NO HUB "
                     "S-SAIDA DO HUB) "
               ACCEPT WRK-TIPO-EVENTO
             IF NOT EVENTO-VALIDO
               DISPLAY "TIPO DE EVENTO DESCONHECIDO, EVENTO RECUSADO"
             ELSE
               DISPLAY "FILIAL QUE REGISTRA O EVENTO "
                 ACCEPT WRK-FILIAL
               MOVE ZERO  TO WRK-TRECHO
               MOVE SPACE TO WRK-TRECHO-X
               IF EVENTO-DE-TRECHO
      *          CHEGADA E SAIDA SAO DO TRECHO DA ROTA QUE CHEGA AO
      *          (OU PARTE DO) HUB, QUE E A FILIAL DO EVENTO.
                 DISPLAY "NUMERO DO TRECHO DA ROTA (1 A 9) "
                   ACCEPT WRK-TRECHO-X
                 IF WRK-TRECHO-X NUMERIC
                   MOVE WRK-TRECHO-X TO WRK-TRECHO
                 END-IF
               END-IF
               MOVE SPACE TO WRK-RECEBEDOR
               IF EVENTO-ENTREGA
      *          A PROVA DE ENTREGA E O NOME DE QUEM RECEBEU; SEM O
                 DISPLAY "NOME DO RECEBEDOR (PROVA DE ENTREGA) "
                   ACCEPT WRK-RECEBEDOR
               END-IF
               EVALUATE TRUE
                 WHEN EVENTO-ENTREGA AND WRK-RECEBEDOR EQUAL SPACE
                   DISPLAY "ENTREGA SEM RECEBEDOR, EVENTO RECUSADO"
                 WHEN EVENTO-DE-TRECHO AND WRK-TRECHO EQUAL ZERO
                   DISPLAY "EVENTO DE HUB SEM TRECHO, EVENTO RECUSADO"
                 WHEN EVENTO-DE-TRECHO AND WRK-FILIAL EQUAL SPACE
                   DISPLAY "EVENTO DE HUB SEM A FILIAL HUB, EVENTO "
                           "RECUSADO"
                 WHEN OTHER
                   PERFORM 0011-GRAVA-EVENTO
               END-EVALUATE
             END-IF
           END-IF.

           MOVE WRK-FILIAL        TO EVT-FILIAL
           MOVE WRK-RECEBEDOR     TO EVT-RECEBEDOR
           MOVE WRK-OPERADOR      TO EVT-OPERADOR
           MOVE WRK-TRECHO        TO EVT-TRECHO

           OPEN EXTEND EMBARQUE-EVENTOS
           IF WRK-STATUS-EVENTOS EQUAL "35"

           MOVE EVT-TIPO TO WRK-ULTIMO-TIPO
           PERFORM 0022-DESCREVE-TIPO
           EVALUATE TRUE
             WHEN EVT-TIPO EQUAL "H" OR EVT-TIPO EQUAL "S"
               DISPLAY EVT-DATA " " EVT-HORA " " EVT-FILIAL " "
                       WRK-DESC-EVENTO " TRECHO " EVT-TRECHO
             WHEN EVT-RECEBEDOR EQUAL SPACE
               DISPLAY EVT-DATA " " EVT-HORA " " EVT-FILIAL " "
                       WRK-DESC-EVENTO
             WHEN OTHER
               DISPLAY EVT-DATA " " EVT-HORA " " EVT-FILIAL " "
                       WRK-DESC-EVENTO " RECEBEDOR: " EVT-RECEBEDOR
           END-EVALUATE.

       0022-DESCREVE-TIPO SECTION.

               MOVE "ENTREGUE"            TO WRK-DESC-EVENTO
             WHEN "D"
               MOVE "DEVOLVIDO"           TO WRK-DESC-EVENTO
             WHEN "H"
               MOVE "CHEGADA NO HUB"      TO WRK-DESC-EVENTO
             WHEN "S"
               MOVE "SAIDA DO HUB"        TO WRK-DESC-EVENTO
             WHEN OTHER
               MOVE "EVENTO DESCONHECIDO" TO WRK-DESC-EVENTO
           END-EVALUATE.
