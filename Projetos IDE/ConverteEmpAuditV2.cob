       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-EMP-AUDIT-V2.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONVERSAO UNICA (CUTOVER) DA TRILHA DE AUDITORIA DE
      *==            EMPREGADOS: AS IMAGENS ANTES/DEPOIS DO LEIAUTE
      *==            EMP-AUDIT CRESCERAM DE 48 PARA 50 BYTES JUNTO COM
      *==            O MESTRE (CODIGO DA EMPRESA NO LEIAUTE EMP-MASTER),
      *==            O QUE DESLOCA O CAMPO EAUD-DEPOIS. LE O DATASET
      *==            ANTIGO RENOMEADO (EMPLOYEE-AUDITORIA-ANTIGA,
      *==            IMAGENS DE 48 BYTES) E ANEXA CADA REGISTRO AO
      *==            EMPLOYEE-AUDITORIA VIVO COM AS IMAGENS COMPLETADAS
      *==            COM BRANCOS ATE 50 — EMPRESA EM BRANCO NA IMAGEM
      *==            VALE EMPRESA 01, COMO NO MESTRE. RODA UMA UNICA
      *==            VEZ, COMO CONVERTE-EMP-AUDIT NO CUTOVER ANTERIOR.
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
               ASSIGN TO "EMPLOYEE-AUDITORIA-ANTIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANTIGA.
           SELECT EMPLOYEE-AUDITORIA
               ASSIGN TO "EMPLOYEE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOVA.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-ANTIGA.
       01  REG-AUDITORIA-ANTIGA.
           05 ANT-DATA              PIC 9(08).
           05 ANT-HORA              PIC 9(08).
           05 ANT-OPERADOR          PIC X(10).
           05 ANT-ACAO              PIC X(08).
           05 ANT-ANTES             PIC X(48).
           05 ANT-DEPOIS            PIC X(48).

       FD  EMPLOYEE-AUDITORIA.
       01  REG-EMP-AUDITORIA.
           COPY EMP-AUDIT.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-ANTIGA PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-NOVA  PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ANTIGA   PIC X(01)            VALUE "N".
           88 FIM-DA-ANTIGA                      VALUE "S".
       77  WRK-QTD-LIDOS    PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-GRAVADOS PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           OPEN INPUT AUDITORIA-ANTIGA
           IF WRK-STATUS-ANTIGA EQUAL "35"
             DISPLAY "EMPLOYEE-AUDITORIA-ANTIGA INEXISTENTE, NADA A "
                     "CONVERTER"
           ELSE
             OPEN EXTEND EMPLOYEE-AUDITORIA
             IF WRK-STATUS-NOVA EQUAL "35"
               OPEN OUTPUT EMPLOYEE-AUDITORIA
             END-IF

             PERFORM 0001-RECEBE
             PERFORM UNTIL FIM-DA-ANTIGA
               PERFORM 0002-CONVERTE
               PERFORM 0001-RECEBE
             END-PERFORM

             CLOSE AUDITORIA-ANTIGA
             CLOSE EMPLOYEE-AUDITORIA
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

           MOVE ANT-DATA     TO EAUD-DATA
           MOVE ANT-HORA     TO EAUD-HORA
           MOVE ANT-OPERADOR TO EAUD-OPERADOR
           MOVE ANT-ACAO     TO EAUD-ACAO
      *    A IMAGEM ANTIGA E O REGISTRO DE 48 BYTES DO MESTRE; O MOVE
      *    COMPLETA COM BRANCOS ATE OS 50 DO LEIAUTE NOVO.
           MOVE ANT-ANTES    TO EAUD-ANTES
           MOVE ANT-DEPOIS   TO EAUD-DEPOIS
           WRITE REG-EMP-AUDITORIA
           ADD 1 TO WRK-QTD-GRAVADOS.

       END PROGRAM CONVERTE-EMP-AUDIT-V2.
