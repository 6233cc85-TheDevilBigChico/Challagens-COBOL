      *==            NUNCA OLHA.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO DE FRETE-REF-LOG GANHA O CAMPO DO
      *==                 SUPERVISOR QUE APROVOU A ALTERACAO; A REVISAO
      *==                 CONTINUA CREDITANDO A ALTERACAO A QUEM A
      *==                 DIGITOU (LOG-OPERADOR).
      *== 15/10/2026 FA  EMISSAO DO REVISAO-SEMANAL REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-NOTAS.
           SELECT REVISAO-SEMANAL ASSIGN TO "REVISAO-SEMANAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 LOG-ACAO             PIC X(08).
           05 LOG-ANTES            PIC X(40).
           05 LOG-DEPOIS           PIC X(40).
           05 LOG-APROVADOR        PIC X(10).

       FD  EMPLOYEE-AUDITORIA.
       01  REG-EMPLOYEE-AUDITORIA.
       FD  REVISAO-SEMANAL.
       01  REG-REVISAO             PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-SEG   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SESSOES PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-REF   PIC X(02)            VALUE SPACE.
             TO REG-REVISAO
           WRITE REG-REVISAO
           CLOSE REVISAO-SEMANAL
           PERFORM 0061-REGISTRA-RELATORIO

           GOBACK.

             END-IF
           END-IF.

       0061-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "REVISAO-OPER"    TO RPED-JOB
           MOVE "REVISAO-SEMANAL" TO RPED-RELATORIO
      *    A SEMANA REVISADA VAI NA COMPETENCIA DA DATA DE CORTE.
           COMPUTE RPED-COMPETENCIA = WRK-DATA-CORTE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM REVISAO-OPERADOR.
