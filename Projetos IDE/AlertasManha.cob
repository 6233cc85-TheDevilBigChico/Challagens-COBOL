      *==            PREOCUPAR.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO ALERTAS-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT ALERTAS-RELATORIO ASSIGN TO "ALERTAS-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FD  ALERTAS-RELATORIO.
       01  REG-ALERTAS-REL         PIC X(100).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ALERTAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
             WRITE REG-ALERTAS-REL
           END-IF
           CLOSE ALERTAS-RELATORIO
           PERFORM 0003-REGISTRA-RELATORIO

           GOBACK.

             END-RETURN
           END-PERFORM.

       0003-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ALERTAS-MANH"      TO RPED-JOB
           MOVE "ALERTAS-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ALERTAS-MANHA.
