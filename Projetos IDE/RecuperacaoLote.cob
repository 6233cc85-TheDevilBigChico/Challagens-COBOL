      *==                 EM BRANCO (ARQUIVO ANTIGO) SEGUE CASANDO SO
      *==                 PELA MATRICULA, COMO OS DEMAIS PROGRAMAS
      *==                 FAZEM COM LEIAUTES ANTIGOS.
      *== 15/10/2026 FA  EMISSAO DO RECUP-RESULTADO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-GRADES.
           SELECT RECUP-RESULTADO ASSIGN TO "RECUP-RESULTADO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-RECUP PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-NOTAS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-GRADES PIC X(02)          VALUE SPACE.
             CLOSE RECUP-WORKLIST
             CLOSE RECUP-WORKLIST-NOVA
             CLOSE RECUP-RESULTADO
             PERFORM 0009-REGISTRA-RELATORIO
             CLOSE STUDENT-GRADES

             PERFORM 0006-REGRAVA-WORKLIST
             END-IF
           END-PERFORM.

       0009-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "RECUP-LOTE"      TO RPED-JOB
           MOVE "RECUP-RESULTADO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM RECUPERACAO-LOTE.
