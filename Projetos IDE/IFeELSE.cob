      *==                 DEIXAM DE DIVIDIR A MESMA REGUA). SEM O
      *==                 MESTRE, VALE O 7,00 DE SEMPRE E NADA E
      *==                 REJEITADO.
      *== 15/10/2026 FA  AGENDA DE AVALIACOES: COM O ARQUIVO
      *==                 AVALIACAO-AGENDA PRESENTE, TURMA/DISCIPLINA
      *==                 DO ROL SEM NENHUMA AVALIACAO AGENDADA ATE A
      *==                 DATA DO LOTE E APONTADA NO RESUMO E NA TELA
      *==                 (NOTA DE AVALIACAO NAO AGENDADA). SEM O
      *==                 ARQUIVO, NADA MUDA.
      *== 15/10/2026 FA  EMISSAO DO TURMA-RELATORIO (OU DA FILA DE
      *==                 IMPRESSAO DO TURMA-PARAMETROS) REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURMA-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURMA-PARAMETROS ASSIGN TO "TURMA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILA.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
           SELECT AVALIACAO-AGENDA ASSIGN TO "AVALIACAO-AGENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AGENDA.

       DATA DIVISION.
       FILE SECTION.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  AVALIACAO-AGENDA.
       01  REG-AVALIACAO-AGENDA.
           COPY AVALIACAO-AGD.

       FD  FREQUENCIA.
       01  REG-FREQUENCIA.
           05 FREQ-MATRICULA-REG   PIC X(10).
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB     PIC 9(04)         VALUE ZERO.
       77  WRK-MATRICULA  PIC X(10)         VALUE  SPACE.
       77  WRK-NOTA1      PIC 99V99         VALUE  ZERO.
       77  WRK-NOTA2      PIC 99V99         VALUE  ZERO.
       77  WRK-IDX-SEMP2    PIC 9(02)           VALUE ZERO.
       77  WRK-JA-APONTADO  PIC X(01)           VALUE "N".
       77  WRK-NOME-PROFESSOR PIC X(25)         VALUE SPACE.
      *====================== AGENDA DE AVALIACOES =======================
       77  WRK-STATUS-AGENDA PIC X(02)          VALUE SPACE.
       77  WRK-TEM-AGENDA   PIC X(01)           VALUE "N".
       77  WRK-FIM-AGENDA   PIC X(01)           VALUE "N".
       77  WRK-QTD-AGENDA   PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-AGENDA   PIC 9(04)           VALUE ZERO.
       77  WRK-ACHOU-AVAL   PIC X(01)           VALUE "N".
       01  TAB-AGENDA.
           05 AGD-ITEM OCCURS 3000 TIMES
                        INDEXED BY IDX-AGD.
              10 AGD-TURMA       PIC X(05).
              10 AGD-DISCIPLINA  PIC X(04).
              10 AGD-DATA        PIC 9(08).
       01  TAB-SEM-AVALIACAO.
           05 SEMA-ITEM OCCURS 50 TIMES
                         INDEXED BY IDX-SEMA.
              10 SEMA-TURMA      PIC X(05).
              10 SEMA-DISCIPLINA PIC X(04).
       77  WRK-QTD-SEM-AVAL PIC 9(02)           VALUE ZERO.
       77  WRK-IDX-SEMA2    PIC 9(02)           VALUE ZERO.
      *====================== PERIODOS LETIVOS ===========================
       77  WRK-STATUS-PERIODOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-SEG-LOG PIC X(02)         VALUE SPACE.
           PERFORM 0027-CARREGA-PERIODOS
           PERFORM 0030-CARREGA-PROFESSORES
           PERFORM 0036-CARREGA-DISCIPLINAS
           PERFORM 0040-CARREGA-AGENDA
           PERFORM 0013-CARREGA-CADASTRO
           PERFORM 0019-CARREGA-FREQUENCIA


           CLOSE ALUNOS-TURMA
           CLOSE TURMA-RELATORIO
           PERFORM 0043-REGISTRA-RELATORIO
           CLOSE RECUP-WORKLIST
           CLOSE TURMA-CSV
           CLOSE TURMA-REJEITOS
             WRITE REG-TURMA-RELATORIO
           END-PERFORM.

       0040-CARREGA-AGENDA SECTION.

           OPEN INPUT AVALIACAO-AGENDA
           IF WRK-STATUS-AGENDA NOT EQUAL "35"
             MOVE "S" TO WRK-TEM-AGENDA
             PERFORM UNTIL WRK-FIM-AGENDA EQUAL "S"
               READ AVALIACAO-AGENDA
                 AT END
                   MOVE "S" TO WRK-FIM-AGENDA
                 NOT AT END
                   IF WRK-QTD-AGENDA NOT LESS 3000
                     DISPLAY "TAB-AGENDA CHEIA, AVALIACOES "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-AGENDA
                   ELSE
                     ADD 1 TO WRK-QTD-AGENDA
                     MOVE AVA-TURMA-REG
                       TO AGD-TURMA(WRK-QTD-AGENDA)
                     MOVE AVA-DISCIPLINA-REG
                       TO AGD-DISCIPLINA(WRK-QTD-AGENDA)
                     MOVE AVA-DATA-REG
                       TO AGD-DATA(WRK-QTD-AGENDA)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AVALIACAO-AGENDA
           END-IF.

       0041-CONFERE-AVALIACAO SECTION.

      *    NOTA LANCADA SEM NENHUMA AVALIACAO DA TURMA/DISCIPLINA
      *    AGENDADA ATE HOJE: APONTA O PAR UMA VEZ SO.
           IF WRK-TEM-AGENDA EQUAL "S"
             MOVE "N" TO WRK-ACHOU-AVAL
             PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                       UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
               IF AGD-TURMA(WRK-IDX-AGENDA) EQUAL WRK-TURMA-ID
                 AND AGD-DISCIPLINA(WRK-IDX-AGENDA)
                     EQUAL WRK-DISCIPLINA
                 AND AGD-DATA(WRK-IDX-AGENDA)
                     NOT GREATER WRK-DATA-HOJE
                 MOVE "S" TO WRK-ACHOU-AVAL
                 MOVE WRK-QTD-AGENDA TO WRK-IDX-AGENDA
               END-IF
             END-PERFORM
             IF WRK-ACHOU-AVAL EQUAL "N"
               MOVE "N" TO WRK-JA-APONTADO
               PERFORM VARYING WRK-IDX-SEMA2 FROM 1 BY 1
                         UNTIL WRK-IDX-SEMA2 > WRK-QTD-SEM-AVAL
                 IF SEMA-TURMA(WRK-IDX-SEMA2) EQUAL WRK-TURMA-ID
                   AND SEMA-DISCIPLINA(WRK-IDX-SEMA2)
                       EQUAL WRK-DISCIPLINA
                   MOVE "S" TO WRK-JA-APONTADO
                   MOVE WRK-QTD-SEM-AVAL TO WRK-IDX-SEMA2
                 END-IF
               END-PERFORM
               IF WRK-JA-APONTADO EQUAL "N"
                 AND WRK-QTD-SEM-AVAL LESS 50
                 ADD 1 TO WRK-QTD-SEM-AVAL
                 MOVE WRK-TURMA-ID
                   TO SEMA-TURMA(WRK-QTD-SEM-AVAL)
                 MOVE WRK-DISCIPLINA
                   TO SEMA-DISCIPLINA(WRK-QTD-SEM-AVAL)
                 DISPLAY "ATENCAO: NOTA SEM AVALIACAO AGENDADA - "
                         "TURMA " WRK-TURMA-ID
                         " DISCIPLINA " WRK-DISCIPLINA
               END-IF
             END-IF
           END-IF.

       0042-AVALIACOES-NAO-AGENDADAS SECTION.

           PERFORM VARYING WRK-IDX-SEMA2 FROM 1 BY 1
                     UNTIL WRK-IDX-SEMA2 > WRK-QTD-SEM-AVAL
             MOVE SPACE TO WRK-LINHA-REL
             STRING "NOTAS SEM AVALIACAO AGENDADA: TURMA "
                      DELIMITED BY SIZE
                    SEMA-TURMA(WRK-IDX-SEMA2) DELIMITED BY SIZE
                    " DISCIPLINA " DELIMITED BY SIZE
                    SEMA-DISCIPLINA(WRK-IDX-SEMA2)
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-TURMA-RELATORIO
             WRITE REG-TURMA-RELATORIO
           END-PERFORM.

       0035-RESOLVE-PROFESSOR SECTION.

           MOVE SPACE TO WRK-NOME-PROFESSOR
           PERFORM 0016-ACUMULA-DISCIPLINA.
           PERFORM 0021-ACUMULA-TURMA.
           PERFORM 0031-ACUMULA-PROFESSOR.
           PERFORM 0041-CONFERE-AVALIACAO.

           MOVE SPACE TO WRK-LINHA-REL
           STRING WRK-MATRICULA DELIMITED BY SIZE
           END-PERFORM

           PERFORM 0032-COMPARATIVO-PROFESSORES
           PERFORM 0042-AVALIACOES-NAO-AGENDADAS

           PERFORM 0011-CALCULA-ESTATISTICAS

               PERFORM 0016-ACUMULA-DISCIPLINA
               PERFORM 0021-ACUMULA-TURMA
               PERFORM 0031-ACUMULA-PROFESSOR
               PERFORM 0041-CONFERE-AVALIACAO
             END-IF
           END-IF.

             END-RETURN
           END-PERFORM.

       0043-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "TURMA-LOTE"       TO RPED-JOB
           MOVE WRK-NOME-RELATORIO TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM TURMA-LOTE.
