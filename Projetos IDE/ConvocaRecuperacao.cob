      *== DATA: 02/09/2026
      *== OBS: SEM O CALENDARIO DO ANO, A DATA DA PROVA SAI ZERADA E A
      *==      CARTA AVISA "DATA A CONFIRMAR".
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO CONVOCACOES-CARTAS REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONVOCACOES-CARTAS
               ASSIGN TO "CONVOCACOES-CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVOCACOES-LOG ASSIGN TO "CONVOCACOES-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           05 CLOG-RESPONSAVEL     PIC X(25).
           05 CLOG-DATA-PROVA      PIC 9(08).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-RECUP PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-CALENDARIO PIC X(02)       VALUE SPACE.
               PERFORM 0001-RECEBE
             END-PERFORM
             CLOSE CONVOCACOES-CARTAS
             PERFORM 0010-REGISTRA-RELATORIO
             CLOSE RECUP-WORKLIST
           END-IF

             CLOSE ALUNOS-CADASTRO
           END-IF.

       0010-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "CONVOCA-RECU"       TO RPED-JOB
           MOVE "CONVOCACOES-CARTAS" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM CONVOCA-RECUPERACAO.
