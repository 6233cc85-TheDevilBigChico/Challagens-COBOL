       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMS-MENSAL.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: APURACAO MENSAL DO ICMS DE FRETE PARA O FISCAL, QUE
      *==            FAZIA A CONTA A MAO EM PLANILHA SOBRE FRETE-SAIDA.
      *==            LE FRETE-AUDITORIA DA COMPETENCIA INFORMADA
      *==            (ESTORNO ABATIDO, COTACAO INTERATIVA FORA) E
      *==            TOTALIZA POR PAR DE UFS ORIGEM/DESTINO A QUANTIDADE
      *==            DE EMBARQUES, A BASE (FRETE + SEGURO) E O ICMS
      *==            DESTACADO, SEPARANDO ISENTOS E EMBARQUES SEM
      *==            ALIQUOTA CADASTRADA; NO FIM, O TOTAL POR UF DE
      *==            ORIGEM (UF EM QUE O SERVICO DE TRANSPORTE COMECA E
      *==            O IMPOSTO E RECOLHIDO), EM ICMS-RELATORIO.
      *== DATA: 15/10/2026
      *== OBS: REGISTROS ANTERIORES AO ICMS (CONVERTIDOS SEM UF) ENTRAM
      *==      COMO SEM ALIQUOTA, NA UF EM BRANCO, PARA O FISCAL VER O
      *==      QUE FICOU DE FORA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO ICMS-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *== 15/10/2026 FA  O EMBARQUE ENTRA NA APURACAO PELA COMPETENCIA
      *==                 DE LANCAMENTO (AUDIT-COMPETENCIA), COMO NO
      *==                 FATURA-FRETE; SO O REGISTRO ANTIGO, SEM ELA,
      *==                 AINDA VAI PELO MES DE AUDIT-DATA.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT ICMS-RELATORIO ASSIGN TO "ICMS-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  ICMS-RELATORIO.
       01  REG-ICMS-RELATORIO      PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-FIM-AUDITORIA PIC X(01)           VALUE "N".
           88 FIM-DA-AUDITORIA                   VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-AUDIT-COMPET PIC 9(06)            VALUE ZERO.
      *====================== APURACAO DO EMBARQUE =======================
       77  WRK-SINAL        PIC S9(01)           VALUE ZERO.
       77  WRK-BASE         PIC S9(09)V99        VALUE ZERO.
       77  WRK-ICMS         PIC S9(09)V99        VALUE ZERO.
       77  WRK-SITUACAO     PIC X(01)            VALUE SPACE.
           88 SIT-TRIBUTADO                      VALUE "T".
           88 SIT-ISENTO                         VALUE "I".
      *====================== TOTAIS POR PAR DE UFS ======================
       77  WRK-QTD-PAR      PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-PAR      PIC 9(03)            VALUE ZERO.
       77  WRK-POS-PAR      PIC 9(03)            VALUE ZERO.
       01  TAB-PARES.
           05 PAR-ITEM OCCURS 800 TIMES
                        INDEXED BY IDX-PAR.
              10 PAR-UF-ORIGEM    PIC X(02).
              10 PAR-UF-DESTINO   PIC X(02).
              10 PAR-QTD          PIC S9(07).
              10 PAR-BASE         PIC S9(11)V99.
              10 PAR-ICMS         PIC S9(11)V99.
              10 PAR-QTD-ISENTOS  PIC S9(07).
              10 PAR-BASE-ISENTA  PIC S9(11)V99.
              10 PAR-QTD-SEM-ALIQ PIC S9(07).
      *====================== TOTAIS POR UF DE ORIGEM ====================
       77  WRK-QTD-UF       PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-UF       PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-UF     PIC X(01)            VALUE "N".
       01  TAB-UFS.
           05 UF-ITEM OCCURS 30 TIMES
                       INDEXED BY IDX-UF.
              10 UF-SIGLA         PIC X(02).
              10 UF-BASE          PIC S9(11)V99.
              10 UF-ICMS          PIC S9(11)V99.
      *====================== TOTAIS GERAIS ==============================
       77  WRK-TOTAL-BASE   PIC S9(11)V99        VALUE ZERO.
       77  WRK-TOTAL-ICMS   PIC S9(11)V99        VALUE ZERO.
       77  WRK-TOTAL-SEM-ALIQ PIC S9(07)         VALUE ZERO.
      *====================== EDICAO =====================================
       77  WRK-BASE-ED      COPY CURRENCY-ED-SIGNED.
       77  WRK-ISENTA-ED    COPY CURRENCY-ED-SIGNED.
       77  WRK-ICMS-ED      COPY CURRENCY-ED-SIGNED.
       77  WRK-QTD-ED       PIC -ZZZZZ9.
       77  WRK-QTD-ISENTOS-ED PIC -ZZZZZ9.
       77  WRK-QTD-SEM-ED   PIC -ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "COMPETENCIA A APURAR (AAAAMM) "
             ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA NUMERIC
             MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-NUM
           ELSE
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
             COMPUTE WRK-COMPETENCIA-NUM = WRK-DATA-SISTEMA / 100
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA-NUM
           END-IF

           OPEN OUTPUT ICMS-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ICMS SOBRE FRETE - COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA-NUM DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ICMS-RELATORIO
           WRITE REG-ICMS-RELATORIO

           OPEN INPUT FRETE-AUDITORIA
           IF WRK-STATUS-AUDITORIA EQUAL "35"
             DISPLAY "FRETE-AUDITORIA INEXISTENTE, NADA A APURAR"
           ELSE
             PERFORM 0001-RECEBE
             PERFORM UNTIL FIM-DA-AUDITORIA
               PERFORM 0002-APURA-EMBARQUE
               PERFORM 0001-RECEBE
             END-PERFORM
             CLOSE FRETE-AUDITORIA
           END-IF

           PERFORM 0003-IMPRIME-PARES
           PERFORM 0004-IMPRIME-UFS
           CLOSE ICMS-RELATORIO
           PERFORM 0007-REGISTRA-RELATORIO

           GOBACK.

       0001-RECEBE SECTION.

           READ FRETE-AUDITORIA
             AT END
               MOVE "S" TO WRK-FIM-AUDITORIA
           END-READ.

       0002-APURA-EMBARQUE SECTION.

           IF AUDIT-DATA NUMERIC
             AND AUDIT-SEQ NUMERIC
             AND AUDIT-FRETE NUMERIC
             AND AUDIT-SEQ GREATER ZERO
             IF AUDIT-COMPETENCIA NUMERIC
               AND AUDIT-COMPETENCIA GREATER ZERO
               MOVE AUDIT-COMPETENCIA TO WRK-AUDIT-COMPET
             ELSE
               COMPUTE WRK-AUDIT-COMPET = AUDIT-DATA / 100
             END-IF
             IF WRK-AUDIT-COMPET EQUAL WRK-COMPETENCIA-NUM
               IF AUDIT-TIPO EQUAL "E"
                 MOVE -1 TO WRK-SINAL
               ELSE
                 MOVE 1 TO WRK-SINAL
               END-IF
               MOVE AUDIT-FRETE TO WRK-BASE
               IF AUDIT-SEGURO NUMERIC
                 ADD AUDIT-SEGURO TO WRK-BASE
               END-IF
               COMPUTE WRK-BASE = WRK-BASE * WRK-SINAL
               MOVE ZERO TO WRK-ICMS
               IF AUDIT-ICMS NUMERIC
                 COMPUTE WRK-ICMS = AUDIT-ICMS * WRK-SINAL
               END-IF
               MOVE AUDIT-ICMS-SITUACAO TO WRK-SITUACAO
               PERFORM 0005-ACUMULA-PAR
               IF SIT-TRIBUTADO
                 PERFORM 0006-ACUMULA-UF
               END-IF
             END-IF
           END-IF.

       0005-ACUMULA-PAR SECTION.

           MOVE ZERO TO WRK-POS-PAR
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                     UNTIL WRK-IDX-PAR > WRK-QTD-PAR
             IF PAR-UF-ORIGEM(WRK-IDX-PAR) EQUAL AUDIT-UF-ORIGEM
               AND PAR-UF-DESTINO(WRK-IDX-PAR) EQUAL AUDIT-UF-DESTINO
               MOVE WRK-IDX-PAR TO WRK-POS-PAR
               MOVE WRK-QTD-PAR TO WRK-IDX-PAR
             END-IF
           END-PERFORM
           IF WRK-POS-PAR EQUAL ZERO
             IF WRK-QTD-PAR NOT LESS 800
               DISPLAY "TAB-PARES CHEIA, PAR DE UFS FORA DO "
                       "RELATORIO: " AUDIT-UF-ORIGEM "/"
                       AUDIT-UF-DESTINO
             ELSE
               ADD 1 TO WRK-QTD-PAR
               MOVE WRK-QTD-PAR TO WRK-POS-PAR
               MOVE AUDIT-UF-ORIGEM  TO PAR-UF-ORIGEM(WRK-POS-PAR)
               MOVE AUDIT-UF-DESTINO TO PAR-UF-DESTINO(WRK-POS-PAR)
               MOVE ZERO TO PAR-QTD(WRK-POS-PAR)
               MOVE ZERO TO PAR-BASE(WRK-POS-PAR)
               MOVE ZERO TO PAR-ICMS(WRK-POS-PAR)
               MOVE ZERO TO PAR-QTD-ISENTOS(WRK-POS-PAR)
               MOVE ZERO TO PAR-BASE-ISENTA(WRK-POS-PAR)
               MOVE ZERO TO PAR-QTD-SEM-ALIQ(WRK-POS-PAR)
             END-IF
           END-IF

           IF WRK-POS-PAR GREATER ZERO
             EVALUATE TRUE
               WHEN SIT-TRIBUTADO
                 ADD WRK-SINAL TO PAR-QTD(WRK-POS-PAR)
                 ADD WRK-BASE  TO PAR-BASE(WRK-POS-PAR)
                 ADD WRK-ICMS  TO PAR-ICMS(WRK-POS-PAR)
               WHEN SIT-ISENTO
                 ADD WRK-SINAL TO PAR-QTD-ISENTOS(WRK-POS-PAR)
                 ADD WRK-BASE  TO PAR-BASE-ISENTA(WRK-POS-PAR)
               WHEN OTHER
                 ADD WRK-SINAL TO PAR-QTD-SEM-ALIQ(WRK-POS-PAR)
             END-EVALUATE
           END-IF
           IF NOT SIT-TRIBUTADO
             AND NOT SIT-ISENTO
             ADD WRK-SINAL TO WRK-TOTAL-SEM-ALIQ
           END-IF.

       0006-ACUMULA-UF SECTION.

           MOVE "N" TO WRK-ACHOU-UF
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                     UNTIL WRK-IDX-UF > WRK-QTD-UF
             IF UF-SIGLA(WRK-IDX-UF) EQUAL AUDIT-UF-ORIGEM
               ADD WRK-BASE TO UF-BASE(WRK-IDX-UF)
               ADD WRK-ICMS TO UF-ICMS(WRK-IDX-UF)
               MOVE "S" TO WRK-ACHOU-UF
               MOVE WRK-QTD-UF TO WRK-IDX-UF
             END-IF
           END-PERFORM
           IF WRK-ACHOU-UF EQUAL "N"
             IF WRK-QTD-UF NOT LESS 30
               DISPLAY "TAB-UFS CHEIA, UF FORA DO TOTAL: "
                       AUDIT-UF-ORIGEM
             ELSE
               ADD 1 TO WRK-QTD-UF
               MOVE AUDIT-UF-ORIGEM TO UF-SIGLA(WRK-QTD-UF)
               MOVE WRK-BASE        TO UF-BASE(WRK-QTD-UF)
               MOVE WRK-ICMS        TO UF-ICMS(WRK-QTD-UF)
             END-IF
           END-IF
           ADD WRK-BASE TO WRK-TOTAL-BASE
           ADD WRK-ICMS TO WRK-TOTAL-ICMS.

       0003-IMPRIME-PARES SECTION.

           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                     UNTIL WRK-IDX-PAR > WRK-QTD-PAR
             MOVE PAR-QTD(WRK-IDX-PAR)          TO WRK-QTD-ED
             MOVE PAR-BASE(WRK-IDX-PAR)         TO WRK-BASE-ED
             MOVE PAR-ICMS(WRK-IDX-PAR)         TO WRK-ICMS-ED
             MOVE PAR-QTD-ISENTOS(WRK-IDX-PAR)  TO WRK-QTD-ISENTOS-ED
             MOVE PAR-BASE-ISENTA(WRK-IDX-PAR)  TO WRK-ISENTA-ED
             MOVE PAR-QTD-SEM-ALIQ(WRK-IDX-PAR) TO WRK-QTD-SEM-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "UF " DELIMITED BY SIZE
                    PAR-UF-ORIGEM(WRK-IDX-PAR) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    PAR-UF-DESTINO(WRK-IDX-PAR) DELIMITED BY SIZE
                    " EMB: " DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " BASE: " DELIMITED BY SIZE
                    WRK-BASE-ED DELIMITED BY SIZE
                    " ICMS: " DELIMITED BY SIZE
                    WRK-ICMS-ED DELIMITED BY SIZE
                    " ISENTOS: " DELIMITED BY SIZE
                    WRK-QTD-ISENTOS-ED DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-ISENTA-ED DELIMITED BY SIZE
                    " SEM ALIQ: " DELIMITED BY SIZE
                    WRK-QTD-SEM-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ICMS-RELATORIO
             WRITE REG-ICMS-RELATORIO
           END-PERFORM.

       0004-IMPRIME-UFS SECTION.

           MOVE "TOTAL A RECOLHER POR UF DE ORIGEM"
             TO REG-ICMS-RELATORIO
           WRITE REG-ICMS-RELATORIO
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                     UNTIL WRK-IDX-UF > WRK-QTD-UF
             MOVE UF-BASE(WRK-IDX-UF) TO WRK-BASE-ED
             MOVE UF-ICMS(WRK-IDX-UF) TO WRK-ICMS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  UF " DELIMITED BY SIZE
                    UF-SIGLA(WRK-IDX-UF) DELIMITED BY SIZE
                    " BASE: " DELIMITED BY SIZE
                    WRK-BASE-ED DELIMITED BY SIZE
                    " ICMS: " DELIMITED BY SIZE
                    WRK-ICMS-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ICMS-RELATORIO
             WRITE REG-ICMS-RELATORIO
           END-PERFORM

           MOVE WRK-TOTAL-BASE TO WRK-BASE-ED
           MOVE WRK-TOTAL-ICMS TO WRK-ICMS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL GERAL BASE: " DELIMITED BY SIZE
                  WRK-BASE-ED DELIMITED BY SIZE
                  " ICMS: " DELIMITED BY SIZE
                  WRK-ICMS-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ICMS-RELATORIO
           WRITE REG-ICMS-RELATORIO

           IF WRK-TOTAL-SEM-ALIQ NOT EQUAL ZERO
             MOVE WRK-TOTAL-SEM-ALIQ TO WRK-QTD-SEM-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "*** EMBARQUES SEM ALIQUOTA CADASTRADA: "
                      DELIMITED BY SIZE
                    WRK-QTD-SEM-ED DELIMITED BY SIZE
                    " - CONFERIR ICMS-ALIQUOTAS" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ICMS-RELATORIO
             WRITE REG-ICMS-RELATORIO
           END-IF.

       0007-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ICMS-MENSAL"      TO RPED-JOB
           MOVE "ICMS-RELATORIO"   TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ICMS-MENSAL.
