      *==            TERMINA COM RETURN-CODE 4 QUANDO HA JOB SEM FIM.
      *== DATA: 22/08/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO "N" (NAO AGENDADO) DO
      *==                 DISPARA-NOTURNO NAO FECHA MAIS UM INICIO
      *==                 ABERTO; OS JOBS NAO AGENDADOS HOJE SAEM
      *==                 LISTADOS SO PARA INFORMACAO, SEM CONTAR COMO
      *==                 PROBLEMA.
      *== 15/10/2026 FA  EMISSAO DO MONITOR-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-JOBSTAT.
           SELECT MONITOR-RELATORIO ASSIGN TO "MONITOR-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
       FD  MONITOR-RELATORIO.
       01  REG-MONITOR-RELATORIO   PIC X(100).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-JOBSTAT PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-IDX-ABERTO   PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-ABERTO PIC X(01)            VALUE "N".
       77  WRK-QTD-SEM-FIM  PIC 9(02)            VALUE ZERO.
       77  WRK-QTD-NAO-AGENDADOS PIC 9(02)       VALUE ZERO.
       77  WRK-IDX-NAO-AGENDADO PIC 9(02)        VALUE ZERO.
       01  TAB-NAO-AGENDADOS.
           05 NAO-AGENDADO-JOB  PIC X(12) OCCURS 50 TIMES.
       01  TAB-ABERTOS.
           05 ABERTO-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-ABERTO.
             PERFORM 0003-LISTA-SEM-FIM
           END-IF
           CLOSE MONITOR-RELATORIO
           PERFORM 0007-REGISTRA-RELATORIO

           IF WRK-QTD-SEM-FIM GREATER ZERO
             MOVE "E" TO WRK-ALERTA-SEV

       0002-PAREIA SECTION.

           EVALUATE JSTAT-TIPO
             WHEN "I"
               PERFORM 0004-REGISTRA-INICIO
             WHEN "N"
               IF JSTAT-DATA EQUAL WRK-DATA-HOJE
                 AND WRK-QTD-NAO-AGENDADOS LESS 50
                 ADD 1 TO WRK-QTD-NAO-AGENDADOS
                 MOVE JSTAT-JOB
                   TO NAO-AGENDADO-JOB(WRK-QTD-NAO-AGENDADOS)
               END-IF
             WHEN OTHER
               PERFORM 0005-FECHA-INICIO
           END-EVALUATE.

       0004-REGISTRA-INICIO SECTION.

             MOVE "TODOS OS JOBS COM INICIO TEM FIM"
               TO REG-MONITOR-RELATORIO
             WRITE REG-MONITOR-RELATORIO
           END-IF

           PERFORM VARYING WRK-IDX-NAO-AGENDADO FROM 1 BY 1
                     UNTIL WRK-IDX-NAO-AGENDADO > WRK-QTD-NAO-AGENDADOS
             MOVE SPACE TO WRK-LINHA-REL
             STRING "NAO AGENDADO HOJE (INFORMATIVO): "
                      DELIMITED BY SIZE
                    NAO-AGENDADO-JOB(WRK-IDX-NAO-AGENDADO)
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-MONITOR-RELATORIO
             WRITE REG-MONITOR-RELATORIO
           END-PERFORM.

       0006-GRAVA-ALERTA SECTION.

           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0007-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "MONITOR-JOBS"      TO RPED-JOB
           MOVE "MONITOR-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM MONITOR-JOBS.
