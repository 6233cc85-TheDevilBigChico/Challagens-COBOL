      *==            SER DISPARADO DE NOVO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  REGRA DE EXECUCAO POR JOB: CADA ENTRADA DE
      *==                 DEPENDENCIAS PASSA A TRAZER A REGRA (D OU
      *==                 BRANCO-TODO DIA, U-DIAS UTEIS, N-N-ESIMO DIA
      *==                 UTIL DO MES, L-ULTIMO DIA UTIL DO MES,
      *==                 S-SEMANAL NO DIA DA SEMANA INFORMADO, E-DATA
      *==                 ESPECIFICA) E O PARAMETRO DELA, AVALIADA
      *==                 CONTRA O ARQUIVO CALENDARIO (GERA-CALENDARIO).
      *==                 JOB FORA DO DIA NAO E DISPARADO: GRAVA EM
      *==                 JOB-STATUS O REGISTRO "N" (NAO AGENDADO), QUE
      *==                 O MONITOR-JOBS E O RESUMO-OPERACIONAL NAO
      *==                 COBRAM, E CONTA COMO OK PARA OS DEPENDENTES.
      *==                 OS JOBS MENSAIS (FATURA-FRETE, FOLHA-MENSAL
      *==                 ETC.) DEIXAM DE SER DISPARADOS A MAO. REGRA
      *==                 INVALIDA, OU REGRA DE CALENDARIO SEM A DATA DE
      *==                 HOJE NO CALENDARIO, DEIXA O JOB "NAO
      *==                 EXECUTADO" COM ALERTA.
      *== 15/10/2026 FA  EMISSAO DO DISPARA-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-JOBSTAT.
           SELECT DISPARA-RELATORIO ASSIGN TO "DISPARA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT CALENDARIO ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
           05 DEP-PRED2-REG        PIC X(12).
           05 DEP-PRED3-REG        PIC X(12).
           05 DEP-RC-REG           PIC 9(02).
           05 DEP-REGRA-REG        PIC X(01).
           05 DEP-REGRA-PARAM-REG  PIC X(08).

       FD  JOB-STATUS.
       01  REG-JOB-STATUS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-DATA             PIC 9(08).
           05 CAL-DIA-SEMANA       PIC X(12).
           05 CAL-DIA-UTIL         PIC X(01).
           05 CAL-FERIADO-NOME     PIC X(20).
           05 CAL-SEQ-UTIL-MES     PIC 9(02).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-SALVO     PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-DEP   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-JOBSTAT PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
              10 JOB-PROGRAMA    PIC X(20).
              10 JOB-PRED        PIC X(12) OCCURS 3 TIMES.
              10 JOB-RC-MAX      PIC 9(02).
              10 JOB-REGRA       PIC X(01).
              10 JOB-REGRA-PARAM PIC X(08).
              10 JOB-ESTADO      PIC X(01).
      *          P-PENDENTE O-OK F-FALHOU N-NAO EXECUTADO
      *          A-NAO AGENDADO HOJE (CONTA COMO OK PARA DEPENDENTES)
      *====================== CONTROLE DO LACO ===========================
       77  WRK-HOUVE-PROGRESSO PIC X(01)         VALUE "S".
       77  WRK-PODE-RODAR   PIC X(01)            VALUE "S".
      *====================== ALERTAS ====================================
       77  WRK-ALERTA-SEV   PIC X(01)            VALUE "I".
       77  WRK-ALERTA-MSG   PIC X(60)            VALUE SPACE.
      *====================== CALENDARIO DE HOJE =========================
       77  WRK-STATUS-CALENDARIO PIC X(02)       VALUE SPACE.
       77  WRK-FIM-CALENDARIO PIC X(01)          VALUE "N".
       77  WRK-CAL-HOJE     PIC X(01)            VALUE "N".
       77  WRK-HOJE-UTIL    PIC X(01)            VALUE "N".
       77  WRK-HOJE-SEQ-UTIL PIC 9(02)           VALUE ZERO.
       77  WRK-HOJE-SEMANA  PIC X(12)            VALUE SPACE.
       77  WRK-HOJE-ULTIMO-UTIL PIC X(01)        VALUE "S".
       77  WRK-MES-HOJE     PIC 9(06)            VALUE ZERO.
       77  WRK-MES-CAL      PIC 9(06)            VALUE ZERO.
      *====================== REGRA DE EXECUCAO ==========================
       77  WRK-DEVIDO       PIC X(01)            VALUE "S".
      *          S-RODA HOJE N-NAO AGENDADO I-REGRA NAO AVALIADA
       77  WRK-REGRA-SEMANA PIC X(12)            VALUE SPACE.
       77  WRK-REGRA-NUM    PIC 9(02)            VALUE ZERO.
       77  WRK-MOTIVO-REGRA PIC X(30)            VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
           END-IF

           PERFORM 0006-MARCA-JA-EXECUTADOS
           PERFORM 0008-CARREGA-CALENDARIO

           OPEN OUTPUT DISPARA-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           MOVE WRK-LINHA-REL TO REG-DISPARA
           WRITE REG-DISPARA

      *    ANTES DAS PASSADAS, A REGRA DE EXECUCAO TIRA DA NOITE OS
      *    JOBS QUE NAO SAO DE HOJE.
           PERFORM VARYING WRK-IDX-JOB FROM 1 BY 1
                     UNTIL WRK-IDX-JOB > WRK-QTD-JOBS
             IF JOB-ESTADO(WRK-IDX-JOB) EQUAL "P"
               PERFORM 0009-AVALIA-REGRA
             END-IF
           END-PERFORM

      *    PASSADAS SUCESSIVAS: CADA PASSADA DISPARA OS JOBS CUJOS
      *    PREDECESSORES JA TERMINARAM OK; SEM PROGRESSO, O QUE
      *    SOBROU OU DEPENDE DE FALHA OU DE CICLO NA TABELA.

           PERFORM 0004-FECHA-PENDENTES
           CLOSE DISPARA-RELATORIO
           PERFORM 0011-REGISTRA-RELATORIO

           GOBACK.

               PERFORM 0002-ESTADO-DO-PRED
               EVALUATE WRK-ESTADO-PRED
                 WHEN "O"
                 WHEN "A"
                   CONTINUE
                 WHEN "F"
                 WHEN "N"
       0006-MARCA-JA-EXECUTADOS SECTION.

      *    JOB COM INICIO E FIM EM JOB-STATUS NA DATA DE HOJE CONTA
      *    COMO OK E NAO E DISPARADO DE NOVO (RETOMADA DA NOITE); O
      *    JA MARCADO HOJE COMO NAO AGENDADO NAO E MARCADO DE NOVO.
           OPEN INPUT JOB-STATUS
           IF WRK-STATUS-JOBSTAT NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-JOBSTAT EQUAL "S"
                 AT END
                   MOVE "S" TO WRK-FIM-JOBSTAT
                 NOT AT END
                   IF (JSTAT-TIPO EQUAL "F" OR JSTAT-TIPO EQUAL "N")
                     AND JSTAT-DATA EQUAL WRK-DATA-HOJE
                     PERFORM VARYING WRK-IDX-JOB FROM 1 BY 1
                               UNTIL WRK-IDX-JOB > WRK-QTD-JOBS
                       IF JOB-NOME(WRK-IDX-JOB) EQUAL JSTAT-JOB
                         IF JSTAT-TIPO EQUAL "F"
                           MOVE "O" TO JOB-ESTADO(WRK-IDX-JOB)
                         ELSE
                           MOVE "A" TO JOB-ESTADO(WRK-IDX-JOB)
                         END-IF
                         MOVE WRK-QTD-JOBS TO WRK-IDX-JOB
                       END-IF
                     END-PERFORM
                     ELSE
                       MOVE ZERO TO JOB-RC-MAX(WRK-QTD-JOBS)
                     END-IF
                     MOVE DEP-REGRA-REG
                       TO JOB-REGRA(WRK-QTD-JOBS)
                     MOVE DEP-REGRA-PARAM-REG
                       TO JOB-REGRA-PARAM(WRK-QTD-JOBS)
                     MOVE "P" TO JOB-ESTADO(WRK-QTD-JOBS)
                   END-IF
               END-READ
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0008-CARREGA-CALENDARIO SECTION.

      *    DO CALENDARIO SAI O DIA DE HOJE (UTIL, ORDEM DO DIA UTIL NO
      *    MES E DIA DA SEMANA) E SE HA OUTRO DIA UTIL DEPOIS DE HOJE
      *    NO MESMO MES (SENAO HOJE E O ULTIMO DIA UTIL).
           COMPUTE WRK-MES-HOJE = WRK-DATA-HOJE / 100
           OPEN INPUT CALENDARIO
           IF WRK-STATUS-CALENDARIO NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-CALENDARIO EQUAL "S"
               READ CALENDARIO
                 AT END
                   MOVE "S" TO WRK-FIM-CALENDARIO
                 NOT AT END
                   COMPUTE WRK-MES-CAL = CAL-DATA / 100
                   IF CAL-DATA EQUAL WRK-DATA-HOJE
                     MOVE "S"              TO WRK-CAL-HOJE
                     MOVE CAL-DIA-UTIL     TO WRK-HOJE-UTIL
                     MOVE CAL-SEQ-UTIL-MES TO WRK-HOJE-SEQ-UTIL
                     MOVE CAL-DIA-SEMANA   TO WRK-HOJE-SEMANA
                   END-IF
                   IF WRK-MES-CAL EQUAL WRK-MES-HOJE
                     AND CAL-DATA GREATER WRK-DATA-HOJE
                     AND CAL-DIA-UTIL EQUAL "S"
                     MOVE "N" TO WRK-HOJE-ULTIMO-UTIL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CALENDARIO
           END-IF
           IF WRK-CAL-HOJE EQUAL "N"
             DISPLAY "CALENDARIO SEM A DATA DE HOJE, REGRAS DE "
                     "CALENDARIO NAO AVALIADAS"
           END-IF.

       0009-AVALIA-REGRA SECTION.

           MOVE "S"   TO WRK-DEVIDO
           MOVE SPACE TO WRK-MOTIVO-REGRA
           EVALUATE TRUE
             WHEN JOB-REGRA(WRK-IDX-JOB) EQUAL SPACE
             WHEN JOB-REGRA(WRK-IDX-JOB) EQUAL "D"
               CONTINUE
             WHEN JOB-REGRA(WRK-IDX-JOB) EQUAL "E"
               IF JOB-REGRA-PARAM(WRK-IDX-JOB) NOT NUMERIC
                 MOVE "I" TO WRK-DEVIDO
                 MOVE "DATA DA REGRA INVALIDA" TO WRK-MOTIVO-REGRA
               ELSE
                 IF JOB-REGRA-PARAM(WRK-IDX-JOB)
                      NOT EQUAL WRK-DATA-HOJE
                   MOVE "N" TO WRK-DEVIDO
                 END-IF
               END-IF
             WHEN JOB-REGRA(WRK-IDX-JOB) NOT EQUAL "U"
               AND JOB-REGRA(WRK-IDX-JOB) NOT EQUAL "N"
               AND JOB-REGRA(WRK-IDX-JOB) NOT EQUAL "L"
               AND JOB-REGRA(WRK-IDX-JOB) NOT EQUAL "S"
               MOVE "I" TO WRK-DEVIDO
               MOVE "REGRA DESCONHECIDA" TO WRK-MOTIVO-REGRA
             WHEN WRK-CAL-HOJE EQUAL "N"
               MOVE "I" TO WRK-DEVIDO
               MOVE "HOJE FORA DO CALENDARIO" TO WRK-MOTIVO-REGRA
             WHEN JOB-REGRA(WRK-IDX-JOB) EQUAL "U"
               IF WRK-HOJE-UTIL NOT EQUAL "S"
                 MOVE "N" TO WRK-DEVIDO
               END-IF
             WHEN JOB-REGRA(WRK-IDX-JOB) EQUAL "N"
               IF JOB-REGRA-PARAM(WRK-IDX-JOB)(1:2) NOT NUMERIC
                 MOVE "I" TO WRK-DEVIDO
                 MOVE "DIA UTIL DA REGRA INVALIDO"
                   TO WRK-MOTIVO-REGRA
               ELSE
                 MOVE JOB-REGRA-PARAM(WRK-IDX-JOB)(1:2)
                   TO WRK-REGRA-NUM
                 IF WRK-HOJE-UTIL NOT EQUAL "S"
                   OR WRK-HOJE-SEQ-UTIL NOT EQUAL WRK-REGRA-NUM
                   MOVE "N" TO WRK-DEVIDO
                 END-IF
               END-IF
             WHEN JOB-REGRA(WRK-IDX-JOB) EQUAL "L"
               IF WRK-HOJE-UTIL NOT EQUAL "S"
                 OR WRK-HOJE-ULTIMO-UTIL NOT EQUAL "S"
                 MOVE "N" TO WRK-DEVIDO
               END-IF
             WHEN OTHER
      *        SEMANAL: O PARAMETRO E O DIA DA SEMANA COMO O
      *        CALENDARIO O GRAVA (SEGUNDA, TERCA ... DOMINGO).
               MOVE JOB-REGRA-PARAM(WRK-IDX-JOB) TO WRK-REGRA-SEMANA
               IF WRK-REGRA-SEMANA NOT EQUAL WRK-HOJE-SEMANA
                 MOVE "N" TO WRK-DEVIDO
               END-IF
           END-EVALUATE

           EVALUATE WRK-DEVIDO
             WHEN "N"
               MOVE "A" TO JOB-ESTADO(WRK-IDX-JOB)
               MOVE SPACE TO WRK-LINHA-REL
               STRING "NAO AGENDADO HOJE: " DELIMITED BY SIZE
                      JOB-NOME(WRK-IDX-JOB) DELIMITED BY SIZE
                      " (REGRA " DELIMITED BY SIZE
                      JOB-REGRA(WRK-IDX-JOB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      JOB-REGRA-PARAM(WRK-IDX-JOB) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-DISPARA
               WRITE REG-DISPARA
               PERFORM 0010-GRAVA-NAO-AGENDADO
             WHEN "I"
               MOVE "N" TO JOB-ESTADO(WRK-IDX-JOB)
               MOVE SPACE TO WRK-LINHA-REL
               STRING "NAO EXECUTADO (" DELIMITED BY SIZE
                      WRK-MOTIVO-REGRA DELIMITED BY "  "
                      "): " DELIMITED BY SIZE
                      JOB-NOME(WRK-IDX-JOB) DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-DISPARA
               WRITE REG-DISPARA
               MOVE "E" TO WRK-ALERTA-SEV
               MOVE SPACE TO WRK-ALERTA-MSG
               STRING "REGRA NAO AVALIADA, JOB NAO EXECUTADO: "
                        DELIMITED BY SIZE
                      JOB-NOME(WRK-IDX-JOB) DELIMITED BY SIZE
                 INTO WRK-ALERTA-MSG
               END-STRING
               PERFORM 0007-GRAVA-ALERTA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0010-GRAVA-NAO-AGENDADO SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE JOB-NOME(WRK-IDX-JOB) TO JSTAT-JOB
           MOVE "N"              TO JSTAT-TIPO
           MOVE WRK-DATA-HOJE    TO JSTAT-DATA
           MOVE WRK-HORA-SISTEMA TO JSTAT-HORA
           MOVE ZERO             TO JSTAT-QTD

           OPEN EXTEND JOB-STATUS
           IF WRK-STATUS-JOBSTAT EQUAL "35"
             OPEN OUTPUT JOB-STATUS
           END-IF
           WRITE REG-JOB-STATUS
           CLOSE JOB-STATUS.

       0011-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "DISPARA-NOTU"      TO RPED-JOB
           MOVE "DISPARA-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-SALVO
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       END PROGRAM DISPARA-NOTURNO.
