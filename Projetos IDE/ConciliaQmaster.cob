      *==            PASSOS DE CONTROLE DA SUITE.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO CONCILIA-QMASTER-REL REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONCILIA-QMASTER-REL
               ASSIGN TO "CONCILIA-QMASTER-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
       FD  CONCILIA-QMASTER-REL.
       01  REG-CONCILIA-REL        PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-QMASTER PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-HIST  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
           PERFORM 0040-TOTAIS-FINAIS

           CLOSE CONCILIA-QMASTER-REL
           PERFORM 0051-REGISTRA-RELATORIO

           IF CONCILIACAO-DIVERGENTE
             DISPLAY "CONCILIACAO DO QUOTE-MASTER COM DIVERGENCIAS"
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0051-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "CONCILIA-QMA"         TO RPED-JOB
           MOVE "CONCILIA-QMASTER-REL" TO RPED-RELATORIO
      *    A DATA DE CORTE E A DO EXPURGO; A COMPETENCIA E A DO DIA.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM CONCILIA-QMASTER.
