      *==            RETURN-CODE 4 QUANDO ENCONTRA QUALQUER PROBLEMA.
      *== DATA: 22/08/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO CEPS-VERIFICACAO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT CEPS-VERIFICACAO ASSIGN TO "CEPS-VERIFICACAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.
       77  WRK-RC-JOB         PIC 9(04)        VALUE ZERO.
      *====================== ALERTAS DA MANHA ===========================
       77  WRK-STATUS-ALERTAS PIC X(02)        VALUE SPACE.
       77  WRK-ALERTA-SEV   PIC X(01)          VALUE "I".
           END-IF

           CLOSE CEPS-VERIFICACAO
           PERFORM 0007-REGISTRA-RELATORIO

           IF WRK-QTD-INVERTIDAS GREATER ZERO
             OR WRK-QTD-SOBREPOSTAS GREATER ZERO
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0007-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "VERIFICA-CEP"     TO RPED-JOB
           MOVE "CEPS-VERIFICACAO" TO RPED-RELATORIO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM VERIFICA-CEPS.
