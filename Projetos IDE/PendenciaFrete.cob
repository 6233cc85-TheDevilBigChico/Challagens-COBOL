       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDENCIA-FRETE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONTROLE NOTURNO DAS ALTERACOES PENDENTES DAS
      *==            REFERENCIAS DE FRETE. LE FRETE-PENDENTES (LEIAUTE
      *==            FRETE-PEND, GRAVADO PELO MANUTENCAO-FRETE) E, PARA
      *==            CADA ALTERACAO AINDA SEM DECISAO DO SUPERVISOR HA
      *==            MAIS DE N DIAS (FRETE-PEND-PARAMETROS, PADRAO 3),
      *==            GRAVA UM AVISO NO ARQUIVO ALERTAS PARA A PAGINA DA
      *==            MANHA (ALERTAS-MANHA). TERMINA COM RETURN-CODE 4
      *==            QUANDO HA PENDENTE ATRASADA.
      *== DATA: 15/10/2026
      *== OBS:
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-PENDENTES ASSIGN TO "FRETE-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPEND.
           SELECT FRETE-PEND-PARAMETROS
               ASSIGN TO "FRETE-PEND-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-PENDENTES.
       01  REG-FRETE-PENDENTE.
           COPY FRETE-PEND.

       FD  FRETE-PEND-PARAMETROS.
       01  REG-FRETE-PEND-PARAMETRO.
           05 PARAM-DIAS-ALERTA-REG PIC 9(03).

       FD  ALERTAS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       WORKING-STORAGE SECTION.
      *====================== ALERTAS DA MANHA ===========================
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-ALERTA-SEV   PIC X(01)            VALUE "A".
       77  WRK-ALERTA-MSG   PIC X(60)            VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.

       77  WRK-STATUS-FPEND PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-FIM-FPEND    PIC X(01)            VALUE "N".
           88 FIM-DAS-PENDENTES                  VALUE "S".
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
       77  WRK-QTD-PENDENTES PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ATRASADAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
      *====================== ATRASO =====================================
       77  WRK-DIAS-ALERTA  PIC 9(03)            VALUE 3.
       77  WRK-IDX-DIA      PIC 9(03)            VALUE ZERO.
       01  WRK-DATA-CORTE-GRP.
           05 CORTE-ANO     PIC 9(04)            VALUE ZERO.
           05 CORTE-MES     PIC 9(02)            VALUE ZERO.
           05 CORTE-DIA     PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORTE REDEFINES WRK-DATA-CORTE-GRP
                            PIC 9(08).
       77  WRK-DIAS-NO-MES  PIC 9(02)            VALUE ZERO.
       77  WRK-BISSEXTO     PIC X(01)            VALUE "N".
           88 ANO-BISSEXTO                       VALUE "S".
       77  WRK-DIV-TMP      PIC 9(05)            VALUE ZERO.
       77  WRK-RESTO-4      PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-100    PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-400    PIC 9(04)            VALUE ZERO.
       01  WRK-DIAS-MES-LIT PIC X(24)            VALUE
           "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 0003-CARREGA-PARAMETROS
           PERFORM 0004-CALCULA-CORTE

           OPEN INPUT FRETE-PENDENTES
           IF WRK-STATUS-FPEND EQUAL "35"
             DISPLAY "FRETE-PENDENTES INEXISTENTE, NADA A VERIFICAR"
           ELSE
             PERFORM 0001-RECEBE
             PERFORM UNTIL FIM-DAS-PENDENTES
               PERFORM 0002-TRATA-PENDENTE
               PERFORM 0001-RECEBE
             END-PERFORM
             CLOSE FRETE-PENDENTES
           END-IF

           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
           DISPLAY "ALTERACOES PENDENTES..........: " WRK-QTD-ED
           MOVE WRK-QTD-ATRASADAS TO WRK-QTD-ED
           DISPLAY "PENDENTES HA MAIS DE " WRK-DIAS-ALERTA
                   " DIAS....: " WRK-QTD-ED

           IF WRK-QTD-ATRASADAS GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE SECTION.

           READ FRETE-PENDENTES
             AT END
               MOVE "S" TO WRK-FIM-FPEND
           END-READ.

       0002-TRATA-PENDENTE SECTION.

           IF FPEND-SITUACAO EQUAL "P"
             ADD 1 TO WRK-QTD-PENDENTES
             IF FPEND-DATA LESS WRK-DATA-CORTE
               ADD 1 TO WRK-QTD-ATRASADAS
               MOVE SPACE TO WRK-ALERTA-MSG
               STRING "PENDENTE DESDE " DELIMITED BY SIZE
                      FPEND-DATA        DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      FPEND-ARQUIVO     DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      FPEND-ACAO        DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      FPEND-OPERADOR    DELIMITED BY SIZE
                 INTO WRK-ALERTA-MSG
               END-STRING
               PERFORM 0005-GRAVA-ALERTA
             END-IF
           END-IF.

       0003-CARREGA-PARAMETROS SECTION.

           OPEN INPUT FRETE-PEND-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             READ FRETE-PEND-PARAMETROS
               NOT AT END
                 IF PARAM-DIAS-ALERTA-REG NUMERIC
                   AND PARAM-DIAS-ALERTA-REG GREATER ZERO
                   MOVE PARAM-DIAS-ALERTA-REG TO WRK-DIAS-ALERTA
                 END-IF
             END-READ
             CLOSE FRETE-PEND-PARAMETROS
           END-IF.

       0004-CALCULA-CORTE SECTION.

           MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA GREATER WRK-DIAS-ALERTA
             IF CORTE-DIA GREATER 1
               SUBTRACT 1 FROM CORTE-DIA
             ELSE
               IF CORTE-MES GREATER 1
                 SUBTRACT 1 FROM CORTE-MES
               ELSE
                 MOVE 12 TO CORTE-MES
                 SUBTRACT 1 FROM CORTE-ANO
               END-IF
               PERFORM 0006-DIAS-NO-MES-CORTE
               MOVE WRK-DIAS-NO-MES TO CORTE-DIA
             END-IF
           END-PERFORM.

       0006-DIAS-NO-MES-CORTE SECTION.

           MOVE DIAS-MES(CORTE-MES) TO WRK-DIAS-NO-MES
           MOVE "N" TO WRK-BISSEXTO
           IF CORTE-MES EQUAL 2
             DIVIDE CORTE-ANO BY 4   GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-4
             DIVIDE CORTE-ANO BY 100 GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-100
             DIVIDE CORTE-ANO BY 400 GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-400
             IF WRK-RESTO-4 EQUAL 0
               MOVE "S" TO WRK-BISSEXTO
               IF WRK-RESTO-100 EQUAL 0 AND WRK-RESTO-400 NOT EQUAL 0
                 MOVE "N" TO WRK-BISSEXTO
               END-IF
             END-IF
             IF ANO-BISSEXTO
               MOVE 29 TO WRK-DIAS-NO-MES
             END-IF
           END-IF.

       0005-GRAVA-ALERTA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE "PEND-FRETE"     TO ALR-JOB
           MOVE WRK-DATA-SISTEMA TO ALR-DATA
           MOVE WRK-HORA-SISTEMA TO ALR-HORA
           MOVE WRK-ALERTA-SEV   TO ALR-SEVERIDADE
           MOVE WRK-ALERTA-MSG   TO ALR-MENSAGEM

           OPEN EXTEND ALERTAS
           IF WRK-STATUS-ALERTAS EQUAL "35"
             OPEN OUTPUT ALERTAS
           END-IF
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       END PROGRAM PENDENCIA-FRETE.
