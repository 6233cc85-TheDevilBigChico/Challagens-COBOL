      *==            OPERACOES-RESUMO COMO OS DEMAIS JOBS NOTURNOS.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO FUNIL-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNIL-RELATORIO ASSIGN TO "FUNIL-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERACOES-RESUMO ASSIGN TO "OPERACOES-RESUMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)         VALUE ZERO.
       77  WRK-STATUS-COTACOES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-RESUMO PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-JOBSTAT PIC X(02)          VALUE SPACE.
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FUNIL
           WRITE REG-FUNIL
           CLOSE FUNIL-RELATORIO
           PERFORM 0009-REGISTRA-RELATORIO.

       0006-GRAVA-RESUMO SECTION.

           WRITE REG-JOB-STATUS
           CLOSE JOB-STATUS.

       0009-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "COTACAO-FUNI"    TO RPED-JOB
           MOVE "FUNIL-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM COTACAO-FUNIL.
