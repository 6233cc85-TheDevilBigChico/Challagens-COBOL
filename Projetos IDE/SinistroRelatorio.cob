      *==            SINISTROS-RELATORIO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO SINISTROS-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SINISTROS-RELATORIO
               ASSIGN TO "SINISTROS-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SINISTROS-RELATORIO.
       01  REG-SINISTRO-REL        PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-SINISTROS PIC X(02)        VALUE SPACE.
       77  WRK-FIM-SINISTROS PIC X(01)           VALUE "N".
           88 FIM-DOS-SINISTROS                  VALUE "S".
           OPEN OUTPUT SINISTROS-RELATORIO
           PERFORM 0003-IMPRIME
           CLOSE SINISTROS-RELATORIO
           PERFORM 0005-REGISTRA-RELATORIO

           GOBACK.

             WRITE REG-SINISTRO-REL
           END-PERFORM.

       0005-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "SINISTROS"        TO RPED-JOB
           MOVE "SINISTROS-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM SINISTRO-RELATORIO.
