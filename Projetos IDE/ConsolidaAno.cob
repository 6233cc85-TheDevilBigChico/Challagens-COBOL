      *==            MATRICULAS DO ANO SEGUINTE.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO CONSOLIDA-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONSOLIDA-RELATORIO
               ASSIGN TO "CONSOLIDA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FD  CONSOLIDA-RELATORIO.
       01  REG-CONSOLIDA           PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-GRADES PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-CADASTRO PIC X(02)        VALUE SPACE.
       77  WRK-FIM-GRADES   PIC X(01)           VALUE "N".
           PERFORM 0006-RESUMO-TURMAS
           CLOSE RESULTADO-ANUAL
           CLOSE CONSOLIDA-RELATORIO
           PERFORM 0013-REGISTRA-RELATORIO

           GOBACK.

             CLOSE ALUNOS-CADASTRO
           END-IF.

       0013-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "CONSOLIDA"        TO RPED-JOB
           MOVE "CONSOLIDA-RELATORIO" TO RPED-RELATORIO
      *    O ANO LETIVO VAI NA COMPETENCIA COM O MES ZERADO.
           COMPUTE RPED-COMPETENCIA = WRK-ANO-NUM * 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM CONSOLIDA-ANO.
