      *==            RESPONDER AOS PAIS.
      *== DATA: 22/08/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO HISTORICO-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HISTORICO-RELATORIO
               ASSIGN TO "HISTORICO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FD  HISTORICO-RELATORIO.
       01  REG-HISTORICO           PIC X(100).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-GRADES PIC X(02)          VALUE SPACE.
       77  WRK-FIM-GRADES   PIC X(01)           VALUE "N".
       77  WRK-FIM-SORT     PIC X(01)           VALUE "N".
             PERFORM 0005-FECHA-ALUNO
           END-IF
           CLOSE HISTORICO-RELATORIO
           PERFORM 0008-REGISTRA-RELATORIO

           GOBACK.

           MOVE WRK-LINHA-REL TO REG-HISTORICO
           WRITE REG-HISTORICO
           MOVE "N" TO WRK-TEM-ALUNO.

       0008-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "HIST-ALUNO"          TO RPED-JOB
           MOVE "HISTORICO-RELATORIO" TO RPED-RELATORIO
      *    HISTORICO ESCOLAR NAO TEM COMPETENCIA.
           MOVE ZERO TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM HISTORICO-ALUNO.
