       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-PENDENTES.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONVERSAO UNICA (CUTOVER) DAS TRES FILAS DE
      *==            PENDENCIAS DO LOTE DE FRETE PARA OS LEIAUTES QUE
      *==            GANHARAM NO FIM O PAGADOR, O DESTINATARIO, O
      *==            NUMERO ONU E A COLETA DA TRANSACAO:
      *==            ESTORNOS-PENDENTES (162 -> 179 BYTES),
      *==            REJEITOS-PENDENTES (155 -> 172 BYTES) E
      *==            DUPLICATAS-PENDENTES (126 -> 143 BYTES). PELA MESMA
      *==            REGRA DOS CUTOVERS DA AUDITORIA, CADA FILA VAI PARA
      *==            O DATASET NOVO (.V2): LE O DATASET ANTIGO NO DD
      *==            ...-ANTIGA E ANEXA CADA REGISTRO AO NOVO COM
      *==            PAGADOR "C", DESTINATARIO, ONU E COLETA ZERADOS
      *==            (O QUE JA ESTAVA NA FILA NAO GUARDOU ESSES DADOS).
      *==            FILA ANTIGA AUSENTE E SO AVISADA.
      *== DATA: 15/10/2026
      *== OBS: RODAR UMA UNICA VEZ NO CUTOVER DO LEIAUTE, COM O LOTE
      *==      PARADO. AS PENDENCIAS FOB OU DE PRODUTO PERIGOSO QUE JA
      *==      ESTAVAM NA FILA DEVEM SER CONFERIDAS PELO OPERADOR ANTES
      *==      DE APROVADAS OU REAPRESENTADAS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTORNOS-ANTIGA
               ASSIGN TO "ESTORNOS-PENDENTES-ANTIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANTIGA.
           SELECT ESTORNOS-PENDENTES ASSIGN TO "ESTORNOS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOVA.
           SELECT REJEITOS-ANTIGA
               ASSIGN TO "REJEITOS-PENDENTES-ANTIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANTIGA.
           SELECT REJEITOS-PENDENTES ASSIGN TO "REJEITOS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOVA.
           SELECT DUPLICATAS-ANTIGA
               ASSIGN TO "DUPLICATAS-PENDENTES-ANTIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANTIGA.
           SELECT DUPLICATAS-PENDENTES
               ASSIGN TO "DUPLICATAS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOVA.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTORNOS-ANTIGA.
       01  REG-ESTORNO-ANTIGA      PIC X(162).

       FD  ESTORNOS-PENDENTES.
       01  REG-ESTORNO-PENDENTE.
           COPY ESTORNO-PEND.

       FD  REJEITOS-ANTIGA.
       01  REG-REJEITO-ANTIGA      PIC X(155).

       FD  REJEITOS-PENDENTES.
       01  REG-REJEITO-PENDENTE.
           COPY REJEITO-PEND.

       FD  DUPLICATAS-ANTIGA.
       01  REG-DUPLICATA-ANTIGA    PIC X(126).

       FD  DUPLICATAS-PENDENTES.
       01  REG-DUPLICATA-PENDENTE.
           COPY DUPLICATA-PEND.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-ANTIGA PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-NOVA  PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ANTIGA   PIC X(01)           VALUE "N".
           88 FIM-DA-ANTIGA                     VALUE "S".
       77  WRK-QTD-LIDOS    PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-GRAVADOS PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZZZ9.
       77  WRK-FILA         PIC X(20)           VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           PERFORM 0001-CONVERTE-ESTORNOS
           PERFORM 0002-CONVERTE-REJEITOS
           PERFORM 0003-CONVERTE-DUPLICATAS

           GOBACK.

       0001-CONVERTE-ESTORNOS SECTION.

           MOVE "ESTORNOS-PENDENTES" TO WRK-FILA
           MOVE "N"  TO WRK-FIM-ANTIGA
           MOVE ZERO TO WRK-QTD-LIDOS
           MOVE ZERO TO WRK-QTD-GRAVADOS
           OPEN INPUT ESTORNOS-ANTIGA
           IF WRK-STATUS-ANTIGA EQUAL "35"
             DISPLAY "ESTORNOS-PENDENTES-ANTIGA INEXISTENTE, NADA A "
                     "CONVERTER"
           ELSE
             OPEN EXTEND ESTORNOS-PENDENTES
             IF WRK-STATUS-NOVA EQUAL "35"
               OPEN OUTPUT ESTORNOS-PENDENTES
             END-IF
             PERFORM UNTIL FIM-DA-ANTIGA
               READ ESTORNOS-ANTIGA
                 AT END
                   MOVE "S" TO WRK-FIM-ANTIGA
                 NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
      *            OS 162 BYTES ANTIGOS SAO OS MESMOS CAMPOS INICIAIS
      *            DO LEIAUTE NOVO.
                   MOVE REG-ESTORNO-ANTIGA TO REG-ESTORNO-PENDENTE
                   MOVE "C"  TO EPEND-PAGADOR
                   MOVE ZERO TO EPEND-DESTINATARIO
                   MOVE ZERO TO EPEND-ONU
                   MOVE ZERO TO EPEND-COLETA
                   WRITE REG-ESTORNO-PENDENTE
                   ADD 1 TO WRK-QTD-GRAVADOS
               END-READ
             END-PERFORM
             CLOSE ESTORNOS-ANTIGA
             CLOSE ESTORNOS-PENDENTES
             PERFORM 0009-TOTAIS-FILA
           END-IF.

       0002-CONVERTE-REJEITOS SECTION.

           MOVE "REJEITOS-PENDENTES" TO WRK-FILA
           MOVE "N"  TO WRK-FIM-ANTIGA
           MOVE ZERO TO WRK-QTD-LIDOS
           MOVE ZERO TO WRK-QTD-GRAVADOS
           OPEN INPUT REJEITOS-ANTIGA
           IF WRK-STATUS-ANTIGA EQUAL "35"
             DISPLAY "REJEITOS-PENDENTES-ANTIGA INEXISTENTE, NADA A "
                     "CONVERTER"
           ELSE
             OPEN EXTEND REJEITOS-PENDENTES
             IF WRK-STATUS-NOVA EQUAL "35"
               OPEN OUTPUT REJEITOS-PENDENTES
             END-IF
             PERFORM UNTIL FIM-DA-ANTIGA
               READ REJEITOS-ANTIGA
                 AT END
                   MOVE "S" TO WRK-FIM-ANTIGA
                 NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE REG-REJEITO-ANTIGA TO REG-REJEITO-PENDENTE
                   MOVE "C"  TO RPEND-PAGADOR
                   MOVE ZERO TO RPEND-DESTINATARIO
                   MOVE ZERO TO RPEND-ONU
                   MOVE ZERO TO RPEND-COLETA
                   WRITE REG-REJEITO-PENDENTE
                   ADD 1 TO WRK-QTD-GRAVADOS
               END-READ
             END-PERFORM
             CLOSE REJEITOS-ANTIGA
             CLOSE REJEITOS-PENDENTES
             PERFORM 0009-TOTAIS-FILA
           END-IF.

       0003-CONVERTE-DUPLICATAS SECTION.

           MOVE "DUPLICATAS-PENDENTES" TO WRK-FILA
           MOVE "N"  TO WRK-FIM-ANTIGA
           MOVE ZERO TO WRK-QTD-LIDOS
           MOVE ZERO TO WRK-QTD-GRAVADOS
           OPEN INPUT DUPLICATAS-ANTIGA
           IF WRK-STATUS-ANTIGA EQUAL "35"
             DISPLAY "DUPLICATAS-PENDENTES-ANTIGA INEXISTENTE, NADA A "
                     "CONVERTER"
           ELSE
             OPEN EXTEND DUPLICATAS-PENDENTES
             IF WRK-STATUS-NOVA EQUAL "35"
               OPEN OUTPUT DUPLICATAS-PENDENTES
             END-IF
             PERFORM UNTIL FIM-DA-ANTIGA
               READ DUPLICATAS-ANTIGA
                 AT END
                   MOVE "S" TO WRK-FIM-ANTIGA
                 NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE REG-DUPLICATA-ANTIGA TO REG-DUPLICATA-PENDENTE
                   MOVE "C"  TO DPEND-PAGADOR
                   MOVE ZERO TO DPEND-DESTINATARIO
                   MOVE ZERO TO DPEND-ONU
                   MOVE ZERO TO DPEND-COLETA
                   WRITE REG-DUPLICATA-PENDENTE
                   ADD 1 TO WRK-QTD-GRAVADOS
               END-READ
             END-PERFORM
             CLOSE DUPLICATAS-ANTIGA
             CLOSE DUPLICATAS-PENDENTES
             PERFORM 0009-TOTAIS-FILA
           END-IF.

       0009-TOTAIS-FILA SECTION.

           DISPLAY "FILA " WRK-FILA
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           DISPLAY "  REGISTROS LIDOS......: " WRK-QTD-ED
           MOVE WRK-QTD-GRAVADOS TO WRK-QTD-ED
           DISPLAY "  REGISTROS GRAVADOS...: " WRK-QTD-ED
           IF WRK-QTD-LIDOS NOT EQUAL WRK-QTD-GRAVADOS
             DISPLAY "  CONVERSAO COM DIVERGENCIA, CONFERIR ANTES DO "
                     "CUTOVER"
             MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM CONVERTE-PENDENTES.
