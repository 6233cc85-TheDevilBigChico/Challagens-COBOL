      *==            REPROVACAO POR FALTA, NAO JUNTO COM ELA.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO FREQUENCIA-RISCO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT FREQUENCIA-RISCO ASSIGN TO "FREQUENCIA-RISCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-FREQ  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
             END-IF
           END-PERFORM
           CLOSE FREQUENCIA-RISCO
           PERFORM 0021-REGISTRA-RELATORIO
           DISPLAY "LISTA DE RISCO GRAVADA EM FREQUENCIA-RISCO".

       0005-CARREGA-PARAMETROS SECTION.
             CLOSE FREQUENCIA
           END-IF.

       0021-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "LANCA-FREQ"       TO RPED-JOB
           MOVE "FREQUENCIA-RISCO" TO RPED-RELATORIO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM LANCA-FREQUENCIA.
