       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-BANCO-HORAS.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: EXTRATO INDIVIDUAL DO BANCO DE HORAS. PARA CADA
      *==            EMPREGADO DO MESTRE COM MOVIMENTO EM BANCO-HORAS
      *==            (GRAVADO PELA FOLHA-MENSAL), LISTA MES A MES AS
      *==            HORAS EXTRAS E FALTAS QUE FORAM PARA O BANCO, O
      *==            CREDITO E O DEBITO EM HORAS DE BANCO, AS HORAS
      *==            VENCIDAS PAGAS OU DESCONTADAS COM O VALOR, E O
      *==            SALDO AO FIM DO MES; FECHA COM OS LOTES AINDA EM
      *==            ABERTO E A COMPETENCIA EM QUE CADA UM VENCE (PRAZO
      *==            DO ACORDO EM FOLHA-PARAMETROS, PADRAO 6 MESES),
      *==            PARA O EMPREGADO E O GESTOR COMBINAREM A FOLGA OU
      *==            A COMPENSACAO ANTES DO VENCIMENTO.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, O CODIGO DO EMPREGADO (EM BRANCO = TODOS OS
      *==      EMPREGADOS COM MOVIMENTO). EMPREGADO SEM MOVIMENTO NO
      *==      BANCO DEVOLVE RC 4.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO BANCO-HORAS-EXTRATO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT BANCO-HORAS ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BH.
           SELECT FOLHA-PARAMETROS ASSIGN TO "FOLHA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPARAM.
           SELECT BANCO-HORAS-EXTRATO
               ASSIGN TO "BANCO-HORAS-EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  BANCO-HORAS.
       01  REG-BANCO-HORAS.
           COPY BANCO-HORAS.

       FD  FOLHA-PARAMETROS.
       01  REG-FOLHA-PARAMETRO.
           05 FPARAM-VALOR-DEP-REG PIC 9(04)V99.
           05 FPARAM-IDADE-DEP-REG PIC 9(02).
           05 FPARAM-PATRONAL-REG  PIC 9V9999.
           05 FPARAM-PISO-REG      PIC 9V9999.
           05 FPARAM-BH-CREDITO-REG PIC 9(03)V9.
           05 FPARAM-BH-DEBITO-REG PIC 9(03)V9.
           05 FPARAM-BH-PRAZO-REG  PIC 9(02).
           05 FPARAM-BH-JORNADA-REG PIC 9(02)V9.

       FD  BANCO-HORAS-EXTRATO.
       01  REG-EXTRATO             PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-BH    PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-FPARAM PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-CODIGO-X     PIC X(04)            VALUE SPACE.
       77  WRK-CODIGO-PEDIDO PIC 9(04)           VALUE ZERO.
       77  WRK-TODOS        PIC X(01)            VALUE "S".
       77  WRK-BH-PRAZO     PIC 9(02)            VALUE 6.
      *====================== MOVIMENTOS DO BANCO ========================
       77  WRK-QTD-BH       PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-BH       PIC 9(04)            VALUE ZERO.
       01  TAB-BANCO-HORAS.
           05 BHT-ITEM OCCURS 9999 TIMES
                        INDEXED BY IDX-BHT.
              10 BHT-CODIGO      PIC 9(04).
              10 BHT-LINHA       PIC X(63).
       01  WRK-BH-REG.
           COPY BANCO-HORAS REPLACING LEADING ==BH== BY ==WBH==.
      *====================== LOTES EM ABERTO ============================
      *    DO MAIS NOVO (1) PARA O MAIS ANTIGO (WRK-QTD-LOTES).
       77  WRK-QTD-LOTES    PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-LOTE     PIC 9(02)            VALUE ZERO.
       77  WRK-BH-SINAL-ANT PIC X(01)            VALUE SPACE.
       77  WRK-BH-RESTANTE  PIC 9(05)V9          VALUE ZERO.
       77  WRK-BH-ACHOU-ULT PIC X(01)            VALUE "N".
       77  WRK-BH-ORIGEM    PIC 9(06)            VALUE ZERO.
       77  WRK-BH-ORIGEM-MIN PIC 9(06)           VALUE ZERO.
       77  WRK-BH-MOVIMENTO PIC S9(05)V9         VALUE ZERO.
       77  WRK-BH-MOV-HORAS PIC 9(05)V9          VALUE ZERO.
       77  WRK-BH-ANO       PIC 9(04)            VALUE ZERO.
       77  WRK-BH-MES       PIC 9(02)            VALUE ZERO.
       77  WRK-BH-VENCE     PIC 9(06)            VALUE ZERO.
       01  TAB-LOTES.
           05 LOTE-ITEM OCCURS 24 TIMES
                         INDEXED BY IDX-LOTE.
              10 LOTE-ORIGEM     PIC 9(06).
              10 LOTE-HORAS      PIC 9(05)V9.
      *====================== EXTRATO ====================================
       77  WRK-TEM-MOVIMENTO PIC X(01)           VALUE "N".
       77  WRK-QTD-EXTRATOS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-MESES    PIC 9(05)            VALUE ZERO.
       77  WRK-HE50-ED      PIC ZZ9,9.
       77  WRK-HE100-ED     PIC ZZ9,9.
       77  WRK-FALTAS-ED    PIC Z9.
       77  WRK-CREDITO-ED   PIC Z.ZZ9,9.
       77  WRK-DEBITO-ED    PIC Z.ZZ9,9.
       77  WRK-VENCIDAS-ED  PIC Z.ZZ9,9.
       77  WRK-SALDO-ED     PIC ZZ.ZZ9,9.
       77  WRK-LOTE-ED      PIC ZZ.ZZ9,9.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-TIPO-VENCIDO PIC X(12)            VALUE SPACE.
       77  WRK-TRACO        PIC X(132)           VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "CODIGO DO EMPREGADO (BRANCO = TODOS) "
             ACCEPT WRK-CODIGO-X
           IF WRK-CODIGO-X NUMERIC
             MOVE WRK-CODIGO-X TO WRK-CODIGO-PEDIDO
             MOVE "N" TO WRK-TODOS
           ELSE
             IF WRK-CODIGO-X NOT EQUAL SPACE
               DISPLAY "CODIGO INVALIDO, EMITINDO PARA TODOS"
             END-IF
           END-IF

           PERFORM 0001-CARREGA-PARAMETROS
           PERFORM 0002-CARREGA-BANCO-HORAS

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, EXTRATO NAO EMITIDO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT BANCO-HORAS-EXTRATO

           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ EMPLOYEE-MASTER
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF WRK-TODOS EQUAL "S"
                   OR EMP-CODIGO-REG EQUAL WRK-CODIGO-PEDIDO
                   PERFORM 0003-EXTRATO-EMPREGADO
                 END-IF
             END-READ
           END-PERFORM

           CLOSE EMPLOYEE-MASTER
           CLOSE BANCO-HORAS-EXTRATO
           PERFORM 0009-REGISTRA-RELATORIO

           DISPLAY "EXTRATOS EMITIDOS: " WRK-QTD-EXTRATOS
           IF WRK-QTD-EXTRATOS EQUAL ZERO
             IF WRK-TODOS EQUAL "S"
               DISPLAY "NENHUM MOVIMENTO NO BANCO DE HORAS"
             ELSE
               DISPLAY "EMPREGADO " WRK-CODIGO-PEDIDO
                       " SEM MOVIMENTO NO BANCO DE HORAS"
             END-IF
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-PARAMETROS SECTION.

           OPEN INPUT FOLHA-PARAMETROS
           IF WRK-STATUS-FPARAM NOT EQUAL "35"
             READ FOLHA-PARAMETROS
               NOT AT END
                 IF FPARAM-BH-PRAZO-REG NUMERIC
                   AND FPARAM-BH-PRAZO-REG GREATER ZERO
                   AND FPARAM-BH-PRAZO-REG NOT GREATER 12
                   MOVE FPARAM-BH-PRAZO-REG TO WRK-BH-PRAZO
                 END-IF
             END-READ
             CLOSE FOLHA-PARAMETROS
           END-IF.

       0002-CARREGA-BANCO-HORAS SECTION.

           OPEN INPUT BANCO-HORAS
           IF WRK-STATUS-BH NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ BANCO-HORAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-TODOS EQUAL "S"
                     OR BH-CODIGO EQUAL WRK-CODIGO-PEDIDO
                     IF WRK-QTD-BH NOT LESS 9999
                       DISPLAY "TAB-BANCO-HORAS CHEIA, MOVIMENTOS "
                               "RESTANTES FORA DO EXTRATO"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-BH
                       MOVE BH-CODIGO TO BHT-CODIGO(WRK-QTD-BH)
                       MOVE REG-BANCO-HORAS TO BHT-LINHA(WRK-QTD-BH)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BANCO-HORAS
           END-IF.

       0003-EXTRATO-EMPREGADO SECTION.

           MOVE "N" TO WRK-TEM-MOVIMENTO
           PERFORM VARYING WRK-IDX-BH FROM 1 BY 1
                     UNTIL WRK-IDX-BH > WRK-QTD-BH
             IF BHT-CODIGO(WRK-IDX-BH) EQUAL EMP-CODIGO-REG
               MOVE "S" TO WRK-TEM-MOVIMENTO
               MOVE WRK-QTD-BH TO WRK-IDX-BH
             END-IF
           END-PERFORM

           IF WRK-TEM-MOVIMENTO EQUAL "S"
             ADD 1 TO WRK-QTD-EXTRATOS
             PERFORM 0004-CABECALHO
             MOVE ZERO TO WRK-QTD-MESES
             PERFORM VARYING WRK-IDX-BH FROM 1 BY 1
                       UNTIL WRK-IDX-BH > WRK-QTD-BH
               IF BHT-CODIGO(WRK-IDX-BH) EQUAL EMP-CODIGO-REG
                 MOVE BHT-LINHA(WRK-IDX-BH) TO WRK-BH-REG
                 PERFORM 0005-LINHA-MES
               END-IF
             END-PERFORM
             PERFORM 0006-MONTA-LOTES
             PERFORM 0007-LISTA-LOTES
           END-IF.

       0004-CABECALHO SECTION.

           MOVE WRK-TRACO TO REG-EXTRATO
           WRITE REG-EXTRATO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EXTRATO DO BANCO DE HORAS - EMPREGADO "
                    DELIMITED BY SIZE
                  EMP-CODIGO-REG       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  EMP-NOME-REG         DELIMITED BY SIZE
                  " DEPTO "            DELIMITED BY SIZE
                  EMP-DEPARTAMENTO-REG DELIMITED BY SIZE
                  " - EMITIDO EM "     DELIMITED BY SIZE
                  WRK-DATA-SISTEMA     DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-EXTRATO
           WRITE REG-EXTRATO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "COMPET.  HE50  HE100 FALTAS  CREDITO   DEBITO  "
                    DELIMITED BY SIZE
                  " VENCIDAS               VALOR      SALDO"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-EXTRATO
           WRITE REG-EXTRATO.

       0005-LINHA-MES SECTION.

           ADD 1 TO WRK-QTD-MESES
           MOVE WBH-HE50-BANCO   TO WRK-HE50-ED
           MOVE WBH-HE100-BANCO  TO WRK-HE100-ED
           MOVE WBH-FALTAS-BANCO TO WRK-FALTAS-ED
           MOVE WBH-CREDITO      TO WRK-CREDITO-ED
           MOVE WBH-DEBITO       TO WRK-DEBITO-ED
           MOVE WBH-SALDO-HORAS  TO WRK-SALDO-ED
           EVALUATE TRUE
             WHEN WBH-HORAS-PAGAS GREATER ZERO
               MOVE WBH-HORAS-PAGAS TO WRK-VENCIDAS-ED
               MOVE WBH-VALOR-PAGO  TO WRK-VALOR-ED
               MOVE "PAGAS"         TO WRK-TIPO-VENCIDO
             WHEN WBH-HORAS-DESCONTADAS GREATER ZERO
               MOVE WBH-HORAS-DESCONTADAS TO WRK-VENCIDAS-ED
               MOVE WBH-VALOR-DESCONTADO  TO WRK-VALOR-ED
               MOVE "DESCONTADAS"   TO WRK-TIPO-VENCIDO
             WHEN OTHER
               MOVE ZERO            TO WRK-VENCIDAS-ED
               MOVE ZERO            TO WRK-VALOR-ED
               MOVE SPACE           TO WRK-TIPO-VENCIDO
           END-EVALUATE

           MOVE SPACE TO WRK-LINHA-REL
           STRING WBH-COMPETENCIA  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-HE50-ED      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-HE100-ED     DELIMITED BY SIZE
                  "     "          DELIMITED BY SIZE
                  WRK-FALTAS-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-CREDITO-ED   DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-DEBITO-ED    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-VENCIDAS-ED  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-TIPO-VENCIDO DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WBH-SALDO-SINAL  DELIMITED BY SIZE
                  WRK-SALDO-ED     DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-EXTRATO
           WRITE REG-EXTRATO.

       0006-MONTA-LOTES SECTION.

      *    COMO A FOLHA-MENSAL COMPENSA E VENCE SEMPRE O LOTE MAIS
      *    ANTIGO, O SALDO DO ULTIMO MES E FORMADO PELOS MOVIMENTOS MAIS
      *    RECENTES DE MESMO SINAL: A TABELA E LIDA DE TRAS PARA A
      *    FRENTE ATE COBRIR O SALDO (MESMA REGRA DA FOLHA).
           MOVE ZERO  TO WRK-QTD-LOTES
                         WRK-BH-RESTANTE
                         WRK-BH-ORIGEM-MIN
           MOVE SPACE TO WRK-BH-SINAL-ANT
           MOVE "N"   TO WRK-BH-ACHOU-ULT
           PERFORM VARYING WRK-IDX-BH FROM WRK-QTD-BH BY -1
                     UNTIL WRK-IDX-BH LESS 1
             IF BHT-CODIGO(WRK-IDX-BH) EQUAL EMP-CODIGO-REG
               MOVE BHT-LINHA(WRK-IDX-BH) TO WRK-BH-REG
               IF WRK-BH-ACHOU-ULT EQUAL "N"
                 MOVE "S" TO WRK-BH-ACHOU-ULT
                 MOVE WBH-SALDO-SINAL TO WRK-BH-SINAL-ANT
                 MOVE WBH-SALDO-HORAS TO WRK-BH-RESTANTE
               END-IF
               MOVE WBH-COMPETENCIA TO WRK-BH-ORIGEM-MIN
               IF WRK-BH-RESTANTE GREATER ZERO
                 COMPUTE WRK-BH-MOVIMENTO = WBH-CREDITO - WBH-DEBITO
                 MOVE ZERO TO WRK-BH-MOV-HORAS
                 IF WRK-BH-SINAL-ANT EQUAL "+"
                   AND WRK-BH-MOVIMENTO GREATER ZERO
                   MOVE WRK-BH-MOVIMENTO TO WRK-BH-MOV-HORAS
                 END-IF
                 IF WRK-BH-SINAL-ANT EQUAL "-"
                   AND WRK-BH-MOVIMENTO LESS ZERO
                   COMPUTE WRK-BH-MOV-HORAS = 0 - WRK-BH-MOVIMENTO
                 END-IF
                 IF WRK-BH-MOV-HORAS GREATER ZERO
                   IF WRK-BH-MOV-HORAS GREATER WRK-BH-RESTANTE
                     MOVE WRK-BH-RESTANTE TO WRK-BH-MOV-HORAS
                   END-IF
                   SUBTRACT WRK-BH-MOV-HORAS FROM WRK-BH-RESTANTE
                   MOVE WBH-COMPETENCIA TO WRK-BH-ORIGEM
                   PERFORM 0008-INCLUI-LOTE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF WRK-BH-RESTANTE GREATER ZERO
             MOVE WRK-BH-RESTANTE   TO WRK-BH-MOV-HORAS
             MOVE WRK-BH-ORIGEM-MIN TO WRK-BH-ORIGEM
             PERFORM 0008-INCLUI-LOTE
           END-IF.

       0007-LISTA-LOTES SECTION.

           IF WRK-QTD-LOTES EQUAL ZERO
             MOVE "SEM SALDO EM ABERTO NO BANCO DE HORAS"
               TO REG-EXTRATO
             WRITE REG-EXTRATO
           ELSE
             MOVE SPACE TO WRK-LINHA-REL
             IF WRK-BH-SINAL-ANT EQUAL "+"
               STRING "LOTES EM ABERTO A FAVOR DO EMPREGADO - O QUE "
                        DELIMITED BY SIZE
                      "NAO FOR COMPENSADO E PAGO NA FOLHA DO "
                        DELIMITED BY SIZE
                      "VENCIMENTO:"
                        DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             ELSE
               STRING "LOTES EM ABERTO DEVIDOS PELO EMPREGADO - O QUE "
                        DELIMITED BY SIZE
                      "NAO FOR COMPENSADO E DESCONTADO NA FOLHA DO "
                        DELIMITED BY SIZE
                      "VENCIMENTO:"
                        DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             END-IF
             MOVE WRK-LINHA-REL TO REG-EXTRATO
             WRITE REG-EXTRATO
      *      DO MAIS ANTIGO (PRIMEIRO A VENCER) PARA O MAIS NOVO.
             PERFORM VARYING WRK-IDX-LOTE FROM WRK-QTD-LOTES BY -1
                       UNTIL WRK-IDX-LOTE LESS 1
               DIVIDE LOTE-ORIGEM(WRK-IDX-LOTE) BY 100
                 GIVING WRK-BH-ANO REMAINDER WRK-BH-MES
               ADD WRK-BH-PRAZO TO WRK-BH-MES
               IF WRK-BH-MES GREATER 12
                 SUBTRACT 12 FROM WRK-BH-MES
                 ADD 1 TO WRK-BH-ANO
               END-IF
               COMPUTE WRK-BH-VENCE = WRK-BH-ANO * 100 + WRK-BH-MES
               MOVE LOTE-HORAS(WRK-IDX-LOTE) TO WRK-LOTE-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "  LOTE DE "                DELIMITED BY SIZE
                      LOTE-ORIGEM(WRK-IDX-LOTE)   DELIMITED BY SIZE
                      ": "                        DELIMITED BY SIZE
                      WRK-LOTE-ED                 DELIMITED BY SIZE
                      " H - VENCE NA FOLHA DE "   DELIMITED BY SIZE
                      WRK-BH-VENCE                DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-EXTRATO
               WRITE REG-EXTRATO
             END-PERFORM
           END-IF
           MOVE SPACE TO REG-EXTRATO
           WRITE REG-EXTRATO.

       0008-INCLUI-LOTE SECTION.

           IF WRK-QTD-LOTES LESS 24
             ADD 1 TO WRK-QTD-LOTES
             MOVE WRK-BH-ORIGEM    TO LOTE-ORIGEM(WRK-QTD-LOTES)
             MOVE WRK-BH-MOV-HORAS TO LOTE-HORAS(WRK-QTD-LOTES)
           ELSE
             MOVE WRK-BH-ORIGEM    TO LOTE-ORIGEM(WRK-QTD-LOTES)
             ADD WRK-BH-MOV-HORAS  TO LOTE-HORAS(WRK-QTD-LOTES)
           END-IF.

       0009-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "BANCO-HORAS"         TO RPED-JOB
           MOVE "BANCO-HORAS-EXTRATO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM EXTRATO-BANCO-HORAS.
