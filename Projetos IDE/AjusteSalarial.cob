      *==                 QUANDO HA UM INICIO SEM FIM, ATE O OPERADOR
      *==                 DECIDIR ENTRE RESTAURAR (RESTORE-EMPREGADO) E
      *==                 CONTINUAR DE ONDE PAROU.
      *== 15/10/2026 FA  IMAGENS ANTES/DEPOIS DA AUDITORIA PASSAM A 50
      *==                 BYTES (CODIGO DA EMPRESA NO MESTRE).
      *== 15/10/2026 FA  EMISSAO DO AJUSTE-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-AJUSTES.
           SELECT AJUSTE-RELATORIO ASSIGN TO "AJUSTE-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-AUDITORIA ASSIGN TO "EMPLOYEE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMP-AUD.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-AJUSTES PIC X(02)         VALUE SPACE.
       77  WRK-FIM-MASTER   PIC X(01)           VALUE "N".
       77  WRK-STATUS-EMP-AUD PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)          VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)           VALUE "AJUSTE-LOTE".
       77  WRK-IMAGEM-ANTES PIC X(50)           VALUE SPACE.
       77  WRK-IMAGEM-DEPOIS PIC X(50)          VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)           VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)           VALUE ZERO.
      *====================== CALCULO DO NOVO SALARIO ====================
             PERFORM 0004-TOTAIS-FINAIS
           END-IF
           CLOSE AJUSTE-RELATORIO
           PERFORM 0015-REGISTRA-RELATORIO

           MOVE "F" TO WRK-JSTAT-TIPO
           MOVE WRK-QTD-LIDOS TO WRK-JSTAT-QTD
             CLOSE AJUSTES-SALARIAIS
           END-IF.

       0015-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "AJUSTE-SALAR"     TO RPED-JOB
           MOVE "AJUSTE-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM AJUSTE-SALARIAL.
