      *==            AUDITORIA PRESTAR CONTAS DE CADA NUMERO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  ICMS DE FRETE: A SEGUNDA VIA MOSTRA O ICMS
      *==                 DESTACADO DA FATURA (HIST-ICMS, NO FIM DO
      *==                 REGISTRO); FATURA ANTERIOR AO ICMS SAI SEM A
      *==                 LINHA.
      *== 15/10/2026 FA  ENCARGOS POR ATRASO: A SEGUNDA VIA MOSTRA A
      *==                 MULTA E OS JUROS COBRADOS NA FATURA
      *==                 (HIST-ENCARGOS, NO FIM DO REGISTRO), QUANDO
      *==                 HOUVER.
      *== 15/10/2026 FA  BONIFICACAO POR VOLUME: A SEGUNDA VIA MOSTRA O
      *==                 CREDITO DE BONIFICACAO ABATIDO NA FATURA
      *==                 (HIST-BONIFICACAO, NO FIM DO REGISTRO), QUANDO
      *==                 HOUVER.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 HIST-TOTAL-DEVIDO    PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 HIST-NUMERO          PIC 9(07).
           05 HIST-ICMS            PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 HIST-ENCARGOS        PIC 9(09)V99.
           05 HIST-BONIFICACAO     PIC 9(09)V99.

       FD  FATURA-SEGUNDA-VIA.
       01  REG-SEGUNDA-VIA         PIC X(132).
       77  WRK-BRUTO-ED     COPY CURRENCY-ED.
       77  WRK-ESTORNO-ED   COPY CURRENCY-ED.
       77  WRK-DEVIDO-ED    COPY CURRENCY-ED-SIGNED.
       77  WRK-ICMS-ED      COPY CURRENCY-ED-SIGNED.
       77  WRK-ENCARGOS-ED  COPY CURRENCY-ED.
       77  WRK-BONIF-ED     COPY CURRENCY-ED.
       77  WRK-QTD-EMB-ED   PIC ZZZZ9.
      *====================== CONFERENCIA DA SERIE =======================
       77  WRK-QTD-NUMEROS  PIC 9(04)            VALUE ZERO.
           END-STRING
           MOVE WRK-LINHA-REL TO REG-SEGUNDA-VIA
           WRITE REG-SEGUNDA-VIA
           IF HIST-ICMS NUMERIC
             MOVE HIST-ICMS TO WRK-ICMS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "       ICMS DESTACADO (NAO SOMA NO DEVIDO): "
                      DELIMITED BY SIZE
                    WRK-ICMS-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-SEGUNDA-VIA
             WRITE REG-SEGUNDA-VIA
           END-IF
           IF HIST-ENCARGOS NUMERIC
             AND HIST-ENCARGOS GREATER ZERO
             MOVE HIST-ENCARGOS TO WRK-ENCARGOS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "       ENCARGOS POR ATRASO (MULTA + JUROS): "
                      DELIMITED BY SIZE
                    WRK-ENCARGOS-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-SEGUNDA-VIA
             WRITE REG-SEGUNDA-VIA
           END-IF
           IF HIST-BONIFICACAO NUMERIC
             AND HIST-BONIFICACAO GREATER ZERO
             MOVE HIST-BONIFICACAO TO WRK-BONIF-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "       BONIFICACAO POR VOLUME ABATIDA......: "
                      DELIMITED BY SIZE
                    WRK-BONIF-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-SEGUNDA-VIA
             WRITE REG-SEGUNDA-VIA
           END-IF
           CLOSE FATURA-SEGUNDA-VIA

           DISPLAY "SEGUNDA VIA GRAVADA EM FATURA-SEGUNDA-VIA".
