       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABUADA-LANCA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LANCAMENTO DO PLACAR DO QUIZ DA TABUADA COMO
      *==            AVALIACAO. O PROFESSOR DE MATEMATICA COPIAVA O
      *==            PLACAR DE TABUADA-HISTORICO PARA O LANCAMENTO DE
      *==            NOTAS A MAO. PARA A TURMA E O PERIODO INFORMADOS,
      *==            SOMA OS ACERTOS E AS PERGUNTAS DAS SESSOES DE QUIZ
      *==            DE CADA ALUNO DA TURMA (ALUNOS-CADASTRO) NO
      *==            PERIODO E GRAVA A NOTA (ACERTOS SOBRE PERGUNTAS,
      *==            DE 0 A 10) EM STUDENT-GRADES COMO AVALIACAO NORMAL
      *==            (GRADE-TIPO N) NA DISCIPLINA DE MATEMATICA DE
      *==            TABUADA-PARAMETROS, COM A DATA DO FIM DO PERIODO.
      *==            A SITUACAO SEGUE A MEDIA DA DISCIPLINA NO MESTRE
      *==            DISCIPLINAS (SEM ELE, 7,00). CADA LANCAMENTO VAI
      *==            PARA TABUADA-LANCAMENTOS (TURMA, MATRICULA E
      *==            PERIODO): ALUNO COM PERIODO JA LANCADO QUE SE
      *==            SOBREPOE AO INFORMADO NAO E LANCADO DE NOVO. O
      *==            RESULTADO SAI EM TABUADA-LANCA-RELATORIO.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A TURMA, A DATA INICIAL E A DATA FINAL
      *==      (AAAAMMDD). ALUNO SEM SESSAO DE QUIZ NO PERIODO NAO
      *==      RECEBE NOTA ZERO: SAI LISTADO NO RELATORIO. PERIODO JA
      *==      LANCADO OU AVALIACAO JA EXISTENTE NA CHAVE TERMINAM COM
      *==      RETURN-CODE 4; PARAMETRO INVALIDO COM RETURN-CODE 8;
      *==      SEM TABUADA-PARAMETROS OU SEM ALUNOS-CADASTRO, 12.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABUADA-PARAMETROS ASSIGN TO "TABUADA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT TABUADA-HISTORICO ASSIGN TO "TABUADA-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT TABUADA-LANCAMENTOS
               ASSIGN TO "TABUADA-LANCAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-STATUS-GRADES.
           SELECT TABUADA-LANCA-RELATORIO
               ASSIGN TO "TABUADA-LANCA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TABUADA-PARAMETROS.
       01  REG-TABUADA-PARAMETRO.
           05 TPAR-DISCIPLINA-REG  PIC X(04).

      *    SESSAO DE QUIZ GRAVADA PELA TABUADA (0007-GRAVA-SESSAO-QUIZ).
       FD  TABUADA-HISTORICO.
       01  REG-TABUADA-HISTORICO   PIC X(80).
       01  REG-TABUADA-QUIZ.
           05 TQZ-DATA             PIC 9(08).
           05 FILLER               PIC X(10).
           05 TQZ-MARCA            PIC X(05).
           05 TQZ-ALUNO            PIC X(10).
           05 FILLER               PIC X(25).
           05 TQZ-ACERTOS          PIC ZZ9.
           05 FILLER               PIC X(04).
           05 TQZ-PERGUNTAS        PIC ZZ9.
           05 FILLER               PIC X(12).

       FD  TABUADA-LANCAMENTOS.
       01  REG-TABUADA-LANCAMENTO.
           05 TLAN-TURMA           PIC X(05).
           05 TLAN-MATRICULA       PIC X(10).
           05 TLAN-DATA-INICIAL    PIC 9(08).
           05 TLAN-DATA-FINAL      PIC 9(08).
           05 TLAN-DISCIPLINA      PIC X(04).
           05 TLAN-NOTA            PIC 99V99.
           05 TLAN-DATA-LANCAMENTO PIC 9(08).

       FD  ALUNOS-CADASTRO.
       01  REG-ALUNO-CADASTRO.
           COPY ALUNO-CAD.

       FD  DISCIPLINAS.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  STUDENT-GRADES.
       01  REG-STUDENT-GRADE.
           COPY STUDENT-GRD.

       FD  TABUADA-LANCA-RELATORIO.
       01  REG-TABUADA-LANCA-REL   PIC X(80).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-HIST  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-LANC  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-DISCIPLINAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-GRADES PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(80)            VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-TURMA        PIC X(05)            VALUE SPACE.
       77  WRK-DATA-INICIAL-X PIC X(08)          VALUE SPACE.
       77  WRK-DATA-FINAL-X PIC X(08)            VALUE SPACE.
       77  WRK-DATA-INICIAL PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-FINAL   PIC 9(08)            VALUE ZERO.
       77  WRK-DISCIPLINA   PIC X(04)            VALUE SPACE.
       77  WRK-MEDIA-MINIMA PIC 99V99            VALUE 7,00.
       77  WRK-ACHOU-DISC   PIC X(01)            VALUE "N".
      *====================== ALUNOS DA TURMA ============================
       77  WRK-QTD-ALUNOS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-ALUNO    PIC 9(03)            VALUE ZERO.
       01  TAB-ALUNOS.
           05 ALUNO-ITEM OCCURS 100 TIMES
                          INDEXED BY IDX-ALUNO.
              10 ALU-MATRICULA   PIC X(10).
              10 ALU-NOME        PIC X(25).
              10 ALU-SESSOES     PIC 9(04).
              10 ALU-ACERTOS     PIC 9(06).
              10 ALU-PERGUNTAS   PIC 9(06).
              10 ALU-JA-LANCADO  PIC X(01).
      *====================== PLACAR DA SESSAO ===========================
       77  WRK-ACERTOS      PIC 9(03)            VALUE ZERO.
       77  WRK-PERGUNTAS    PIC 9(03)            VALUE ZERO.
      *====================== LANCAMENTO =================================
       77  WRK-NOTA         PIC 99V99            VALUE ZERO.
       77  WRK-SITUACAO     PIC X(10)            VALUE SPACE.
       77  WRK-QTD-LANCADOS PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-SEM-QUIZ PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-JA-LANCADOS PIC 9(03)         VALUE ZERO.
       77  WRK-QTD-CHAVE-EXISTE PIC 9(03)        VALUE ZERO.
       77  WRK-NOTA-ED      COPY GRADE-ED.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-ACERTOS-ED   PIC ZZZZZ9.
       77  WRK-PERGUNTAS-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "TURMA "
             ACCEPT WRK-TURMA
           DISPLAY "DATA INICIAL (AAAAMMDD) "
             ACCEPT WRK-DATA-INICIAL-X
           DISPLAY "DATA FINAL (AAAAMMDD) "
             ACCEPT WRK-DATA-FINAL-X
           IF WRK-TURMA EQUAL SPACE
             OR WRK-DATA-INICIAL-X NOT NUMERIC
             OR WRK-DATA-FINAL-X NOT NUMERIC
             DISPLAY "TURMA OU PERIODO INVALIDO, NADA LANCADO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WRK-DATA-INICIAL-X TO WRK-DATA-INICIAL
           MOVE WRK-DATA-FINAL-X   TO WRK-DATA-FINAL
           IF WRK-DATA-INICIAL GREATER WRK-DATA-FINAL
             DISPLAY "DATA INICIAL DEPOIS DA FINAL, NADA LANCADO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0001-CARREGA-PARAMETROS
           IF WRK-DISCIPLINA EQUAL SPACE
             DISPLAY "TABUADA-PARAMETROS SEM A DISCIPLINA DE "
                     "MATEMATICA, NADA LANCADO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0002-CARREGA-DISCIPLINA
           IF WRK-ACHOU-DISC EQUAL "N"
             DISPLAY "DISCIPLINA " WRK-DISCIPLINA " NAO CADASTRADA EM "
                     "DISCIPLINAS, NADA LANCADO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0003-CARREGA-ALUNOS
           IF WRK-STATUS-CADASTRO EQUAL "35"
             DISPLAY "ALUNOS-CADASTRO INEXISTENTE, NADA LANCADO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0004-CONFERE-LANCADOS
           PERFORM 0005-SOMA-SESSOES

           OPEN OUTPUT TABUADA-LANCA-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PLACAR DA TABUADA - TURMA " DELIMITED BY SIZE
                  WRK-TURMA        DELIMITED BY SIZE
                  " DE "           DELIMITED BY SIZE
                  WRK-DATA-INICIAL DELIMITED BY SIZE
                  " A "            DELIMITED BY SIZE
                  WRK-DATA-FINAL   DELIMITED BY SIZE
                  " DISCIPLINA "   DELIMITED BY SIZE
                  WRK-DISCIPLINA   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL
           MOVE SPACE TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL

           OPEN I-O STUDENT-GRADES
           IF WRK-STATUS-GRADES EQUAL "35"
             OPEN OUTPUT STUDENT-GRADES
           END-IF
           OPEN EXTEND TABUADA-LANCAMENTOS
           IF WRK-STATUS-LANC EQUAL "35"
             OPEN OUTPUT TABUADA-LANCAMENTOS
           END-IF

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             PERFORM 0010-TRATA-ALUNO
           END-PERFORM

           CLOSE STUDENT-GRADES
           CLOSE TABUADA-LANCAMENTOS

           PERFORM 0011-TOTAIS-FINAIS
           CLOSE TABUADA-LANCA-RELATORIO

           DISPLAY "NOTAS DE TABUADA LANCADAS: " WRK-QTD-LANCADOS
           IF WRK-QTD-JA-LANCADOS GREATER ZERO
             OR WRK-QTD-CHAVE-EXISTE GREATER ZERO
             DISPLAY "HA ALUNOS NAO LANCADOS, VER "
                     "TABUADA-LANCA-RELATORIO"
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-PARAMETROS SECTION.

           OPEN INPUT TABUADA-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             READ TABUADA-PARAMETROS
               NOT AT END
                 MOVE TPAR-DISCIPLINA-REG TO WRK-DISCIPLINA
             END-READ
             CLOSE TABUADA-PARAMETROS
           END-IF.

       0002-CARREGA-DISCIPLINA SECTION.

      *    SEM O MESTRE DISCIPLINAS, A DISCIPLINA NAO E CONFERIDA E A
      *    MEDIA DE APROVACAO E A DE SEMPRE.
           MOVE 7,00 TO WRK-MEDIA-MINIMA
           OPEN INPUT DISCIPLINAS
           IF WRK-STATUS-DISCIPLINAS EQUAL "35"
             MOVE "S" TO WRK-ACHOU-DISC
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DISCIPLINAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DISC-CODIGO-REG EQUAL WRK-DISCIPLINA
                     MOVE "S" TO WRK-ACHOU-DISC
                     IF DISC-MEDIA-REG GREATER ZERO
                       MOVE DISC-MEDIA-REG TO WRK-MEDIA-MINIMA
                     END-IF
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DISCIPLINAS
           END-IF.

       0003-CARREGA-ALUNOS SECTION.

      *    ALUNOS ATIVOS DA TURMA; O CONCLUINTE JA SAIU DA ESCOLA.
           OPEN INPUT ALUNOS-CADASTRO
           IF WRK-STATUS-CADASTRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ALUNOS-CADASTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF ALUNO-TURMA-REG EQUAL WRK-TURMA
                     AND NOT ALUNO-CONCLUINTE
                     IF WRK-QTD-ALUNOS NOT LESS 100
                       DISPLAY "TAB-ALUNOS CHEIA, ALUNOS RESTANTES "
                               "DA TURMA NAO LANCADOS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE ALUNO-MATRICULA-REG
                         TO ALU-MATRICULA(WRK-QTD-ALUNOS)
                       MOVE ALUNO-NOME-REG
                         TO ALU-NOME(WRK-QTD-ALUNOS)
                       MOVE ZERO TO ALU-SESSOES(WRK-QTD-ALUNOS)
                                    ALU-ACERTOS(WRK-QTD-ALUNOS)
                                    ALU-PERGUNTAS(WRK-QTD-ALUNOS)
                       MOVE "N" TO ALU-JA-LANCADO(WRK-QTD-ALUNOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
           END-IF.

       0004-CONFERE-LANCADOS SECTION.

      *    PERIODO JA LANCADO PARA O ALUNO NA DISCIPLINA QUE TENHA
      *    ALGUM DIA EM COMUM COM O INFORMADO IMPEDE NOVO LANCAMENTO.
           OPEN INPUT TABUADA-LANCAMENTOS
           IF WRK-STATUS-LANC NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ TABUADA-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF TLAN-DISCIPLINA EQUAL WRK-DISCIPLINA
                     AND TLAN-DATA-INICIAL NOT GREATER WRK-DATA-FINAL
                     AND TLAN-DATA-FINAL NOT LESS WRK-DATA-INICIAL
                     PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                               UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
                       IF ALU-MATRICULA(WRK-IDX-ALUNO)
                            EQUAL TLAN-MATRICULA
                         MOVE "S" TO ALU-JA-LANCADO(WRK-IDX-ALUNO)
                         MOVE WRK-QTD-ALUNOS TO WRK-IDX-ALUNO
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TABUADA-LANCAMENTOS
           END-IF.

       0005-SOMA-SESSOES SECTION.

           OPEN INPUT TABUADA-HISTORICO
           IF WRK-STATUS-HIST EQUAL "35"
             DISPLAY "TABUADA-HISTORICO INEXISTENTE, NENHUMA SESSAO "
                     "DE QUIZ"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ TABUADA-HISTORICO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF TQZ-MARCA EQUAL "QUIZ "
                     AND TQZ-DATA NOT LESS WRK-DATA-INICIAL
                     AND TQZ-DATA NOT GREATER WRK-DATA-FINAL
                     PERFORM 0006-ACUMULA-SESSAO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TABUADA-HISTORICO
           END-IF.

       0006-ACUMULA-SESSAO SECTION.

           MOVE TQZ-ACERTOS   TO WRK-ACERTOS
           MOVE TQZ-PERGUNTAS TO WRK-PERGUNTAS
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             IF ALU-MATRICULA(WRK-IDX-ALUNO) EQUAL TQZ-ALUNO
               ADD 1 TO ALU-SESSOES(WRK-IDX-ALUNO)
               ADD WRK-ACERTOS   TO ALU-ACERTOS(WRK-IDX-ALUNO)
               ADD WRK-PERGUNTAS TO ALU-PERGUNTAS(WRK-IDX-ALUNO)
               MOVE WRK-QTD-ALUNOS TO WRK-IDX-ALUNO
             END-IF
           END-PERFORM.

       0010-TRATA-ALUNO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           EVALUATE TRUE
             WHEN ALU-JA-LANCADO(WRK-IDX-ALUNO) EQUAL "S"
               ADD 1 TO WRK-QTD-JA-LANCADOS
               STRING ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      ALU-NOME(WRK-IDX-ALUNO) DELIMITED BY SIZE
                      " PERIODO JA LANCADO, NAO LANCADO"
                        DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             WHEN ALU-PERGUNTAS(WRK-IDX-ALUNO) EQUAL ZERO
               ADD 1 TO WRK-QTD-SEM-QUIZ
               STRING ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      ALU-NOME(WRK-IDX-ALUNO) DELIMITED BY SIZE
                      " SEM QUIZ NO PERIODO" DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             WHEN OTHER
               PERFORM 0012-GRAVA-NOTA
           END-EVALUATE
           MOVE WRK-LINHA-REL TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL.

       0012-GRAVA-NOTA SECTION.

           COMPUTE WRK-NOTA ROUNDED =
               ALU-ACERTOS(WRK-IDX-ALUNO)
               / ALU-PERGUNTAS(WRK-IDX-ALUNO) * 10
           IF WRK-NOTA NOT LESS WRK-MEDIA-MINIMA
             MOVE "APROVADO"  TO WRK-SITUACAO
           ELSE
             MOVE "REPROVADO" TO WRK-SITUACAO
           END-IF

           MOVE ALU-MATRICULA(WRK-IDX-ALUNO) TO GRADE-MATRICULA
           MOVE ALU-NOME(WRK-IDX-ALUNO)      TO GRADE-NOME
           MOVE WRK-DISCIPLINA  TO GRADE-DISCIPLINA
           MOVE WRK-NOTA        TO GRADE-NOTA1
           MOVE WRK-NOTA        TO GRADE-NOTA2
           MOVE WRK-NOTA        TO GRADE-MEDIA
           MOVE WRK-SITUACAO    TO GRADE-SITUACAO
           MOVE WRK-DATA-FINAL  TO GRADE-DATA
           MOVE "N"             TO GRADE-TIPO
           MOVE ZERO            TO GRADE-DATA-ORIGINAL
           MOVE SPACE           TO GRADE-MOTIVO
           MOVE SPACE           TO GRADE-OPERADOR
           WRITE REG-STUDENT-GRADE

           MOVE WRK-NOTA TO WRK-NOTA-ED
           MOVE ALU-ACERTOS(WRK-IDX-ALUNO)   TO WRK-ACERTOS-ED
           MOVE ALU-PERGUNTAS(WRK-IDX-ALUNO) TO WRK-PERGUNTAS-ED
           IF WRK-STATUS-GRADES EQUAL "22"
             ADD 1 TO WRK-QTD-CHAVE-EXISTE
             STRING ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    ALU-NOME(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    " JA HA AVALIACAO NA DATA, NAO LANCADO"
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             ADD 1 TO WRK-QTD-LANCADOS
             MOVE WRK-TURMA        TO TLAN-TURMA
             MOVE ALU-MATRICULA(WRK-IDX-ALUNO) TO TLAN-MATRICULA
             MOVE WRK-DATA-INICIAL TO TLAN-DATA-INICIAL
             MOVE WRK-DATA-FINAL   TO TLAN-DATA-FINAL
             MOVE WRK-DISCIPLINA   TO TLAN-DISCIPLINA
             MOVE WRK-NOTA         TO TLAN-NOTA
             MOVE WRK-DATA-HOJE    TO TLAN-DATA-LANCAMENTO
             WRITE REG-TABUADA-LANCAMENTO
             STRING ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    ALU-NOME(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    WRK-ACERTOS-ED DELIMITED BY SIZE
                    "/"          DELIMITED BY SIZE
                    WRK-PERGUNTAS-ED DELIMITED BY SIZE
                    " NOTA "     DELIMITED BY SIZE
                    WRK-NOTA-ED  DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    WRK-SITUACAO DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF.

       0011-TOTAIS-FINAIS SECTION.

           MOVE SPACE TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL

           MOVE WRK-QTD-LANCADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "NOTAS LANCADAS............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL

           MOVE WRK-QTD-SEM-QUIZ TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ALUNOS SEM QUIZ NO PERIODO: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL

           MOVE WRK-QTD-JA-LANCADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PERIODO JA LANCADO........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL

           MOVE WRK-QTD-CHAVE-EXISTE TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "AVALIACAO JA EXISTENTE....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABUADA-LANCA-REL
           WRITE REG-TABUADA-LANCA-REL.

       END PROGRAM TABUADA-LANCA.
