      *==                 DIVERGENCIA DE CONTROLE, PARA PEGAR A NOITE
      *==                 EM QUE O MOVIMENTO CHEGOU VAZIO E O CONTROLE
      *==                 INTERNO AINDA FECHAVA OK.
      *== 15/10/2026 FA  JOB QUE O DISPARA-NOTURNO MARCOU EM JOB-STATUS
      *==                 COMO NAO AGENDADO HOJE (REGISTRO "N", PELA
      *==                 REGRA DE EXECUCAO DE DEPENDENCIAS) NAO E MAIS
      *==                 COBRADO COMO "JOB AUSENTE": SAI UMA LINHA
      *==                 INFORMATIVA E A NOITE NAO FICA DIVERGENTE.
      *== 15/10/2026 FA  EMISSAO DO RESUMO-NOTURNO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT RESUMO-NOTURNO ASSIGN TO "RESUMO-NOTURNO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBS-PREVISTOS ASSIGN TO "JOBS-PREVISTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PREVISTOS.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT JOB-STATUS ASSIGN TO "JOB-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JOBSTAT.

       DATA DIVISION.
       FILE SECTION.
           05 JOB-QTD-MIN-REG      PIC 9(07).
           05 JOB-QTD-MAX-REG      PIC 9(07).

       FD  JOB-STATUS.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-RESUMO  PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO    PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                       VALUE "S".
              10 PREV-DIAS.
                 15 PREV-DIA-FLAG PIC X(01) OCCURS 7 TIMES.
              10 PREV-PRESENTE    PIC X(01).
      *             S-DEIXOU REGISTRO N-AUSENTE A-NAO AGENDADO HOJE
              10 PREV-QTD-MIN     PIC 9(07).
              10 PREV-QTD-MAX     PIC 9(07).
       77  WRK-QTD-FORA-FAIXA PIC 9(02)            VALUE ZERO.
       77  WRK-QTD-FORA-ED  PIC Z9.
       77  WRK-STATUS-JOBSTAT PIC X(02)            VALUE SPACE.
       77  WRK-FIM-JOBSTAT  PIC X(01)              VALUE "N".
      *====================== ALERTAS DA MANHA ===========================
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-ALERTA-SEV   PIC X(01)            VALUE "I".

           PERFORM 0005-CARREGA-PREVISTOS
           PERFORM 0006-DIA-DA-SEMANA-HOJE
           PERFORM 0016-MARCA-NAO-AGENDADOS
           PERFORM 0008-CARREGA-TENDENCIA

           OPEN INPUT  OPERACOES-RESUMO
           CLOSE OPERACOES-RESUMO-NOVA
           CLOSE OPERACOES-HISTORICO
           CLOSE RESUMO-NOTURNO
           PERFORM 0017-REGISTRA-RELATORIO

           PERFORM 0011-REGRAVA-RESUMO


           PERFORM VARYING WRK-IDX-PREVISTO FROM 1 BY 1
                     UNTIL WRK-IDX-PREVISTO > WRK-QTD-PREVISTOS
             IF PREV-DIA-FLAG(WRK-IDX-PREVISTO, WRK-DIA-SEMANA-IDX)
                  EQUAL "S"
               AND PREV-PRESENTE(WRK-IDX-PREVISTO) EQUAL "A"
               MOVE SPACE TO WRK-LINHA-REL
               STRING "NAO AGENDADO HOJE: " DELIMITED BY SIZE
                      PREV-NOME(WRK-IDX-PREVISTO) DELIMITED BY SIZE
                      " (REGRA DO DISPARADOR)" DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-RESUMO-NOTURNO
               WRITE REG-RESUMO-NOTURNO
             END-IF
             IF PREV-DIA-FLAG(WRK-IDX-PREVISTO, WRK-DIA-SEMANA-IDX)
                  EQUAL "S"
               AND PREV-PRESENTE(WRK-IDX-PREVISTO) EQUAL "N"
           MOVE WRK-LINHA-REL TO REG-RESUMO-NOTURNO
           WRITE REG-RESUMO-NOTURNO.

       0016-MARCA-NAO-AGENDADOS SECTION.

      *    O REGISTRO "N" DE HOJE EM JOB-STATUS E O DISPARADOR
      *    DIZENDO QUE O JOB NAO ERA DO DIA PELA REGRA DE EXECUCAO.
           OPEN INPUT JOB-STATUS
           IF WRK-STATUS-JOBSTAT NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-JOBSTAT EQUAL "S"
               READ JOB-STATUS
                 AT END
                   MOVE "S" TO WRK-FIM-JOBSTAT
                 NOT AT END
                   IF JSTAT-TIPO EQUAL "N"
                     AND JSTAT-DATA EQUAL WRK-HOJE
                     PERFORM VARYING WRK-IDX-PREVISTO FROM 1 BY 1
                               UNTIL WRK-IDX-PREVISTO
                                     > WRK-QTD-PREVISTOS
                       IF PREV-NOME(WRK-IDX-PREVISTO) EQUAL JSTAT-JOB
                         MOVE "A" TO PREV-PRESENTE(WRK-IDX-PREVISTO)
                         MOVE WRK-QTD-PREVISTOS TO WRK-IDX-PREVISTO
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOB-STATUS
           END-IF.

       0015-GRAVA-ALERTA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0017-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "OPERACIONAL"      TO RPED-JOB
           MOVE "RESUMO-NOTURNO"   TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM RESUMO-OPERACIONAL.
