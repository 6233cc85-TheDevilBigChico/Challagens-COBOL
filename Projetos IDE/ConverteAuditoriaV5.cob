       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-AUDITORIA-V5.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONVERSAO UNICA (CUTOVER) DA TRILHA DE AUDITORIA DE
      *==            FRETE DO LEIAUTE DE 139 BYTES (DATASET .V4) PARA O
      *==            LEIAUTE FRETE-AUDIT DE 145 BYTES, QUE GANHOU O
      *==            PAGADOR DO FRETE E O CODIGO DO DESTINATARIO NO FIM
      *==            DO REGISTRO. PELA MESMA REGRA DOS CUTOVERS
      *==            ANTERIORES, O ACERVO VAI PARA O DATASET NOVO (.V5):
      *==            LE O DATASET ANTIGO EM FRETE-AUDITORIA-ANTIGA E
      *==            ANEXA CADA REGISTRO AO FRETE-AUDITORIA NOVO COM
      *==            PAGADOR "C" E DESTINATARIO ZERADO (ATE AQUI TODO
      *==            FRETE ERA FATURADO AO REMETENTE).
      *== DATA: 15/10/2026
      *== OBS: RODAR UMA UNICA VEZ NO CUTOVER DO LEIAUTE.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-ANTIGA
               ASSIGN TO "FRETE-AUDITORIA-ANTIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANTIGA.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOVA.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-ANTIGA.
       01  REG-AUDITORIA-ANTIGA    PIC X(139).

       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-ANTIGA PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-NOVA  PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ANTIGA   PIC X(01)           VALUE "N".
           88 FIM-DA-ANTIGA                     VALUE "S".
       77  WRK-QTD-LIDOS    PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-GRAVADOS PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           OPEN INPUT AUDITORIA-ANTIGA
           IF WRK-STATUS-ANTIGA EQUAL "35"
             DISPLAY "FRETE-AUDITORIA-ANTIGA INEXISTENTE, NADA A "
                     "CONVERTER"
           ELSE
             OPEN EXTEND FRETE-AUDITORIA
             IF WRK-STATUS-NOVA EQUAL "35"
               OPEN OUTPUT FRETE-AUDITORIA
             END-IF

             PERFORM 0001-RECEBE
             PERFORM UNTIL FIM-DA-ANTIGA
               PERFORM 0002-CONVERTE
               PERFORM 0001-RECEBE
             END-PERFORM

             CLOSE AUDITORIA-ANTIGA
             CLOSE FRETE-AUDITORIA
           END-IF

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           DISPLAY "REGISTROS LIDOS......: " WRK-QTD-ED
           MOVE WRK-QTD-GRAVADOS TO WRK-QTD-ED
           DISPLAY "REGISTROS GRAVADOS...: " WRK-QTD-ED
           IF WRK-QTD-LIDOS NOT EQUAL WRK-QTD-GRAVADOS
             DISPLAY "CONVERSAO COM DIVERGENCIA, CONFERIR ANTES DO "
                     "CUTOVER"
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE SECTION.

           READ AUDITORIA-ANTIGA
             AT END
               MOVE "S" TO WRK-FIM-ANTIGA
             NOT AT END
               ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0002-CONVERTE SECTION.

      *    OS 139 BYTES ANTIGOS SAO OS MESMOS CAMPOS INICIAIS DO
      *    LEIAUTE NOVO; SO O PAGADOR E O DESTINATARIO SAO PREENCHIDOS.
           MOVE REG-AUDITORIA-ANTIGA TO REG-FRETE-AUDITORIA
           MOVE "C"   TO AUDIT-PAGADOR
           MOVE ZERO  TO AUDIT-DESTINATARIO
           WRITE REG-FRETE-AUDITORIA
           ADD 1 TO WRK-QTD-GRAVADOS.

       END PROGRAM CONVERTE-AUDITORIA-V5.
