      *==            ZERADA) FICA FORA, COMO NO FATURAMENTO.
      *== DATA: 22/08/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO FRETE-ESTATISTICA REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT FRETE-ESTATISTICA ASSIGN TO "FRETE-ESTATISTICA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-ESTATISTICA.
       01  REG-FRETE-ESTATISTICA   PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB           PIC 9(04)       VALUE ZERO.
       77  WRK-STATUS-AUDITORIA PIC X(02)       VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)           VALUE "N".
           88 FIM-DO-ARQUIVO                    VALUE "S".

           PERFORM 0004-RELATORIO
           CLOSE FRETE-ESTATISTICA
           PERFORM 0007-REGISTRA-RELATORIO

           GOBACK.

             END-IF
           END-PERFORM.

       0007-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ESTATIST-FRT"      TO RPED-JOB
           MOVE "FRETE-ESTATISTICA" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ESTATISTICA-FRETE.
