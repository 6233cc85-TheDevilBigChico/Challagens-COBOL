      *==                 NIVEL-REJEITOS E FICA FORA DOS TOTAIS. O NOME
      *==                 DO ALUNO PASSA A SAIR NO RELATORIO E NO CSV.
      *==                 SEM O MESTRE, O LOTE SEGUE COMO ANTES.
      *== 15/10/2026 FA  EMISSAO DO NIVEL-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NIVEL-RELATORIO ASSIGN TO "NIVEL-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NIVEL-CSV ASSIGN TO "NIVEL-CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
       FD  NIVEL-REJEITOS.
       01  REG-NIVEL-REJEITO    PIC X(80).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB     PIC 9(04)         VALUE ZERO.
       77  WRK-MATRICULA  PIC X(10)         VALUE  SPACE.
       77  WRK-NOTA1      PIC 99V99         VALUE  ZERO.
       77  WRK-NOTA2      PIC 99V99         VALUE  ZERO.

           CLOSE ALUNOS-NIVEL
           CLOSE NIVEL-RELATORIO
           PERFORM 0008-REGISTRA-RELATORIO
           CLOSE NIVEL-CSV
           CLOSE NIVEL-REJEITOS

           MOVE WRK-LINHA-REJ TO REG-NIVEL-REJEITO
           WRITE REG-NIVEL-REJEITO.

       0008-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "AVALIA-NIVEL"    TO RPED-JOB
           MOVE "NIVEL-RELATORIO" TO RPED-RELATORIO
      *    A MEDIA DA TURMA NAO TEM COMPETENCIA.
           MOVE ZERO TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM AVALIA-NIVEL-LOTE.
