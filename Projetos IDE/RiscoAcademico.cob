       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCO-ACADEMICO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: ALERTA ACADEMICO QUINZENAL POR TURMA. A
      *==            FREQUENCIA-RISCO SO OLHA A FREQUENCIA E A
      *==            RECUP-WORKLIST SO SAI COM O TERMO JA FECHADO,
      *==            TARDE DEMAIS PARA AJUDAR. ESTE JOB CRUZA, PARA
      *==            CADA ALUNO ATIVO DA TURMA (ALUNOS-CADASTRO):
      *==            - AS DISCIPLINAS COM A ULTIMA MEDIA DO ANO ABAIXO
      *==              DA MEDIA DE APROVACAO DO MESTRE DISCIPLINAS
      *==              (SEM ELE, 7,00);
      *==            - AS DISCIPLINAS EM QUEDA (ULTIMA MEDIA MENOR QUE A
      *==              DA AVALIACAO ANTERIOR) EM STUDENT-GRADES, COM AS
      *==              CORRECOES (GRADE-TIPO C) JA RESOLVIDAS;
      *==            - A FREQUENCIA (ARQUIVO FREQUENCIA) ABAIXO OU ATE 5
      *==              PONTOS ACIMA DO MINIMO DE TURMA-PARAMETROS
      *==              (PADRAO 75%), O MESMO CRITERIO DA
      *==              FREQUENCIA-RISCO.
      *==            CADA SINAL SOMA PONTOS (DISCIPLINA ABAIXO 3, EM
      *==            QUEDA 2, FREQUENCIA ABAIXO DO MINIMO 5, PROXIMA
      *==            DO MINIMO 3) E O ALUNO COM 3 PONTOS OU MAIS ENTRA
      *==            NA LISTA DO COORDENADOR EM RISCO-RELATORIO,
      *==            ORDENADA DO MAIOR PARA O MENOR PONTO. A PEDIDO,
      *==            GERA EM RISCO-CARTAS UMA CARTA POR ALUNO DA LISTA
      *==            AO RESPONSAVEL, NO FORMATO DA CONVOCA-RECUPERACAO.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A TURMA E S/N PARA AS CARTAS. SO CONTAM AS
      *==      AVALIACOES DO ANO CORRENTE. SEM ALUNOS-CADASTRO,
      *==      RETURN-CODE 12.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO RISCO-RELATORIO E DAS RISCO-CARTAS
      *==                 REGISTRADA NO REPOSITORIO DE RELATORIOS
      *==                 (REGISTRA-RELATORIO) PARA PESQUISA E
      *==                 REIMPRESSAO PELO CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-STATUS-GRADES.
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
           SELECT FREQUENCIA ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQ.
           SELECT TURMA-PARAMETROS ASSIGN TO "TURMA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT RISCO-RELATORIO ASSIGN TO "RISCO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISCO-CARTAS ASSIGN TO "RISCO-CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES.
       01  REG-STUDENT-GRADE.
           COPY STUDENT-GRD.

       FD  ALUNOS-CADASTRO.
       01  REG-ALUNO-CADASTRO.
           COPY ALUNO-CAD.

       FD  DISCIPLINAS.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  FREQUENCIA.
       01  REG-FREQUENCIA.
           05 FREQ-MATRICULA-REG   PIC X(10).
           05 FREQ-DADAS-REG       PIC 9(03).
           05 FREQ-ASSISTIDAS-REG  PIC 9(03).

       FD  TURMA-PARAMETROS.
       01  REG-TURMA-PARAMETRO.
           05 PARAM-FILA-REG       PIC X(05).
           05 PARAM-FREQ-MIN-REG   PIC 9(03).

       FD  RISCO-RELATORIO.
       01  REG-RISCO-RELATORIO     PIC X(132).

       FD  RISCO-CARTAS.
       01  REG-RISCO-CARTA         PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-PONTOS          PIC 9(03).
           05 SORT-MATRICULA       PIC X(10).
           05 SORT-IDX-ALUNO       PIC 9(03).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-GRADES PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-DISCIPLINAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-FREQ  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
       77  WRK-ANO-HOJE     PIC 9(04)            VALUE ZERO.
       77  WRK-ANO-GRADE    PIC 9(04)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-TURMA        PIC X(05)            VALUE SPACE.
       77  WRK-GERA-CARTAS  PIC X(01)            VALUE "N".
           88 GERA-CARTAS                        VALUE "S".
       77  WRK-FREQ-MINIMA  PIC 9(03)            VALUE 75.
       77  WRK-LIMITE-RISCO PIC 9(03)            VALUE ZERO.
      *====================== PONTUACAO DO RISCO =========================
       77  WRK-PESO-ABAIXO  PIC 9(02)            VALUE 3.
       77  WRK-PESO-QUEDA   PIC 9(02)            VALUE 2.
       77  WRK-PESO-FREQ-BAIXA PIC 9(02)         VALUE 5.
       77  WRK-PESO-FREQ-PROXIMA PIC 9(02)       VALUE 3.
       77  WRK-PONTOS-CORTE PIC 9(02)            VALUE 3.
      *====================== MESTRE DE DISCIPLINAS ======================
       77  WRK-QTD-DISC-CAD PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-DISC-CAD PIC 9(02)            VALUE ZERO.
       77  WRK-MEDIA-MINIMA PIC 99V99            VALUE 7,00.
       01  TAB-DISC-CAD.
           05 DISC-CAD-ITEM OCCURS 50 TIMES
                             INDEXED BY IDX-DISC-CAD.
              10 DISC-CAD-CODIGO PIC X(04).
              10 DISC-CAD-MEDIA  PIC 99V99.
      *====================== ALUNOS DA TURMA ============================
       77  WRK-QTD-ALUNOS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-ALUNO    PIC 9(03)            VALUE ZERO.
       01  TAB-ALUNOS.
           05 ALUNO-ITEM OCCURS 100 TIMES
                          INDEXED BY IDX-ALUNO.
              10 ALU-MATRICULA   PIC X(10).
              10 ALU-NOME        PIC X(25).
              10 ALU-RESPONSAVEL PIC X(25).
              10 ALU-CONTATO     PIC X(15).
              10 ALU-QTD-ABAIXO  PIC 9(02).
              10 ALU-QTD-QUEDA   PIC 9(02).
              10 ALU-ABAIXO-LISTA PIC X(30).
              10 ALU-PONTEIRO    PIC 9(02).
              10 ALU-TEM-FREQ    PIC X(01).
              10 ALU-PERC-FREQ   PIC 9(03)V99.
              10 ALU-PONTOS      PIC 9(03).
      *====================== CORRECOES (GRADE-TIPO C) ===================
       77  WRK-QTD-CORRECOES PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-CORR     PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-CORR   PIC 9(03)            VALUE ZERO.
       01  TAB-CORRECOES.
           05 CORR-ITEM OCCURS 200 TIMES
                         INDEXED BY IDX-CORR.
              10 CORR-MATRICULA     PIC X(10).
              10 CORR-DISCIPLINA    PIC X(04).
              10 CORR-DATA-ORIGINAL PIC 9(08).
              10 CORR-DATA-CORRECAO PIC 9(08).
              10 CORR-MEDIA         PIC 99V99.
      *====================== QUEBRA ALUNO/DISCIPLINA ====================
       77  WRK-TEM-GRUPO    PIC X(01)            VALUE "N".
       77  WRK-MATRICULA-ATUAL PIC X(10)         VALUE SPACE.
       77  WRK-DISCIPLINA-ATUAL PIC X(04)        VALUE SPACE.
       77  WRK-ALUNO-ATUAL  PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-AVALIACOES PIC 9(03)          VALUE ZERO.
       77  WRK-MEDIA-LIDA   PIC 99V99            VALUE ZERO.
       77  WRK-ULT-MEDIA    PIC 99V99            VALUE ZERO.
       77  WRK-ANT-MEDIA    PIC 99V99            VALUE ZERO.
      *====================== LISTA =====================================
       77  WRK-QTD-RISCO    PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-CARTAS   PIC 9(03)            VALUE ZERO.
       77  WRK-POSICAO      PIC 9(03)            VALUE ZERO.
       77  WRK-POSICAO-ED   PIC ZZ9.
       77  WRK-PONTOS-ED    PIC ZZ9.
       77  WRK-QTD-ABAIXO-ED PIC Z9.
       77  WRK-QTD-QUEDA-ED PIC Z9.
       77  WRK-PERC-ED      PIC ZZ9,99.
       77  WRK-FREQ-TEXTO   PIC X(07)            VALUE SPACE.
       77  WRK-FREQ-CARTA   PIC X(25)            VALUE SPACE.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WRK-ANO-HOJE = WRK-DATA-HOJE / 10000

           DISPLAY "TURMA "
             ACCEPT WRK-TURMA
           DISPLAY "GERAR CARTAS AOS RESPONSAVEIS (S/N) "
             ACCEPT WRK-GERA-CARTAS
           IF WRK-TURMA EQUAL SPACE
             DISPLAY "TURMA NAO INFORMADA, NADA A AVALIAR"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0001-CARREGA-ALUNOS
           IF WRK-STATUS-CADASTRO EQUAL "35"
             DISPLAY "ALUNOS-CADASTRO INEXISTENTE, NADA A AVALIAR"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0002-CARREGA-PARAMETROS
           PERFORM 0003-CARREGA-DISCIPLINAS
           PERFORM 0004-CARREGA-FREQUENCIA
           PERFORM 0005-GUARDA-CORRECOES
           PERFORM 0006-AVALIA-NOTAS
           PERFORM 0010-PONTUA-ALUNOS

           OPEN OUTPUT RISCO-RELATORIO
           IF GERA-CARTAS
             OPEN OUTPUT RISCO-CARTAS
           END-IF
           PERFORM 0020-CABECALHO

           SORT WRK-SORT
               DESCENDING KEY SORT-PONTOS
               ASCENDING KEY SORT-MATRICULA
               INPUT PROCEDURE 0021-SELECIONA-RISCO
               OUTPUT PROCEDURE 0022-LISTA-RISCO

           PERFORM 0025-TOTAIS-FINAIS
           CLOSE RISCO-RELATORIO
           IF GERA-CARTAS
             CLOSE RISCO-CARTAS
           END-IF
           PERFORM 0026-REGISTRA-RELATORIO

           MOVE WRK-QTD-RISCO TO WRK-QTD-ED
           DISPLAY "ALUNOS EM RISCO NA TURMA " WRK-TURMA ": "
                   WRK-QTD-ED
           IF GERA-CARTAS
             MOVE WRK-QTD-CARTAS TO WRK-QTD-ED
             DISPLAY "CARTAS AOS RESPONSAVEIS EM RISCO-CARTAS: "
                     WRK-QTD-ED
           END-IF

           GOBACK.

       0001-CARREGA-ALUNOS SECTION.

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
                               "DA TURMA NAO AVALIADOS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE ALUNO-MATRICULA-REG
                         TO ALU-MATRICULA(WRK-QTD-ALUNOS)
                       MOVE ALUNO-NOME-REG
                         TO ALU-NOME(WRK-QTD-ALUNOS)
                       MOVE ALUNO-RESPONSAVEL-REG
                         TO ALU-RESPONSAVEL(WRK-QTD-ALUNOS)
                       MOVE ALUNO-CONTATO-REG
                         TO ALU-CONTATO(WRK-QTD-ALUNOS)
                       MOVE ZERO  TO ALU-QTD-ABAIXO(WRK-QTD-ALUNOS)
                                     ALU-QTD-QUEDA(WRK-QTD-ALUNOS)
                                     ALU-PERC-FREQ(WRK-QTD-ALUNOS)
                                     ALU-PONTOS(WRK-QTD-ALUNOS)
                       MOVE SPACE TO ALU-ABAIXO-LISTA(WRK-QTD-ALUNOS)
                       MOVE 1     TO ALU-PONTEIRO(WRK-QTD-ALUNOS)
                       MOVE "N"   TO ALU-TEM-FREQ(WRK-QTD-ALUNOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
           END-IF.

       0002-CARREGA-PARAMETROS SECTION.

           OPEN INPUT TURMA-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             READ TURMA-PARAMETROS
               NOT AT END
                 IF PARAM-FREQ-MIN-REG NUMERIC
                   AND PARAM-FREQ-MIN-REG GREATER ZERO
                   MOVE PARAM-FREQ-MIN-REG TO WRK-FREQ-MINIMA
                 END-IF
             END-READ
             CLOSE TURMA-PARAMETROS
           END-IF
           COMPUTE WRK-LIMITE-RISCO = WRK-FREQ-MINIMA + 5.

       0003-CARREGA-DISCIPLINAS SECTION.

           OPEN INPUT DISCIPLINAS
           IF WRK-STATUS-DISCIPLINAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DISCIPLINAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-DISC-CAD NOT LESS 50
                     DISPLAY "TAB-DISC-CAD CHEIA, DISCIPLINAS "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-DISC-CAD
                     MOVE DISC-CODIGO-REG
                       TO DISC-CAD-CODIGO(WRK-QTD-DISC-CAD)
                     MOVE DISC-MEDIA-REG
                       TO DISC-CAD-MEDIA(WRK-QTD-DISC-CAD)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DISCIPLINAS
           END-IF.

       0004-CARREGA-FREQUENCIA SECTION.

           OPEN INPUT FREQUENCIA
           IF WRK-STATUS-FREQ EQUAL "35"
             DISPLAY "FREQUENCIA INEXISTENTE, RISCO SO PELAS NOTAS"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FREQUENCIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FREQ-DADAS-REG NUMERIC
                     AND FREQ-ASSISTIDAS-REG NUMERIC
                     AND FREQ-DADAS-REG GREATER ZERO
                     PERFORM 0007-RESOLVE-ALUNO-FREQ
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FREQUENCIA
           END-IF.

       0007-RESOLVE-ALUNO-FREQ SECTION.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             IF ALU-MATRICULA(WRK-IDX-ALUNO) EQUAL FREQ-MATRICULA-REG
               MOVE "S" TO ALU-TEM-FREQ(WRK-IDX-ALUNO)
               COMPUTE ALU-PERC-FREQ(WRK-IDX-ALUNO) ROUNDED =
                   FREQ-ASSISTIDAS-REG / FREQ-DADAS-REG * 100
               MOVE WRK-QTD-ALUNOS TO WRK-IDX-ALUNO
             END-IF
           END-PERFORM.

       0005-GUARDA-CORRECOES SECTION.

      *    PRIMEIRA PASSADA: GUARDA AS CORRECOES (GRADE-TIPO C), A
      *    MAIS RECENTE POR AVALIACAO ORIGINAL, COMO CONSOLIDA-ANO.
           OPEN INPUT STUDENT-GRADES
           IF WRK-STATUS-GRADES EQUAL "35"
             DISPLAY "STUDENT-GRADES INEXISTENTE, RISCO SO PELA "
                     "FREQUENCIA"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ STUDENT-GRADES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF GRADE-TIPO EQUAL "C"
                     PERFORM 0008-GUARDA-CORRECAO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STUDENT-GRADES
           END-IF.

       0008-GUARDA-CORRECAO SECTION.

           MOVE ZERO TO WRK-ACHOU-CORR
           PERFORM VARYING WRK-IDX-CORR FROM 1 BY 1
                     UNTIL WRK-IDX-CORR > WRK-QTD-CORRECOES
             IF CORR-MATRICULA(WRK-IDX-CORR) EQUAL GRADE-MATRICULA
               AND CORR-DISCIPLINA(WRK-IDX-CORR)
                   EQUAL GRADE-DISCIPLINA
               AND CORR-DATA-ORIGINAL(WRK-IDX-CORR)
                   EQUAL GRADE-DATA-ORIGINAL
               MOVE WRK-IDX-CORR TO WRK-ACHOU-CORR
               MOVE WRK-QTD-CORRECOES TO WRK-IDX-CORR
             END-IF
           END-PERFORM
           IF WRK-ACHOU-CORR EQUAL ZERO
             IF WRK-QTD-CORRECOES NOT LESS 200
               DISPLAY "TAB-CORRECOES CHEIA, CORRECAO IGNORADA: "
                       GRADE-MATRICULA " " GRADE-DISCIPLINA
             ELSE
               ADD 1 TO WRK-QTD-CORRECOES
               MOVE WRK-QTD-CORRECOES TO WRK-ACHOU-CORR
               MOVE GRADE-MATRICULA
                 TO CORR-MATRICULA(WRK-ACHOU-CORR)
               MOVE GRADE-DISCIPLINA
                 TO CORR-DISCIPLINA(WRK-ACHOU-CORR)
               MOVE GRADE-DATA-ORIGINAL
                 TO CORR-DATA-ORIGINAL(WRK-ACHOU-CORR)
               MOVE ZERO TO CORR-DATA-CORRECAO(WRK-ACHOU-CORR)
             END-IF
           END-IF
           IF WRK-ACHOU-CORR GREATER ZERO
             IF GRADE-DATA NOT LESS
                CORR-DATA-CORRECAO(WRK-ACHOU-CORR)
               MOVE GRADE-DATA  TO CORR-DATA-CORRECAO(WRK-ACHOU-CORR)
               MOVE GRADE-MEDIA TO CORR-MEDIA(WRK-ACHOU-CORR)
             END-IF
           END-IF.

       0006-AVALIA-NOTAS SECTION.

      *    SEGUNDA PASSADA: NA ORDEM DA CHAVE AS AVALIACOES DE CADA
      *    ALUNO E DISCIPLINA VEM JUNTAS E POR DATA; A QUEBRA FECHA
      *    A DISCIPLINA COM A ULTIMA E A PENULTIMA MEDIA DO ANO.
           IF WRK-STATUS-GRADES NOT EQUAL "35"
             OPEN INPUT STUDENT-GRADES
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ STUDENT-GRADES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   COMPUTE WRK-ANO-GRADE = GRADE-DATA / 10000
                   IF GRADE-TIPO NOT EQUAL "C"
                     AND WRK-ANO-GRADE EQUAL WRK-ANO-HOJE
                     PERFORM 0009-TRATA-AVALIACAO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STUDENT-GRADES
             IF WRK-TEM-GRUPO EQUAL "S"
               PERFORM 0011-FECHA-DISCIPLINA
             END-IF
           END-IF.

       0009-TRATA-AVALIACAO SECTION.

           IF GRADE-MATRICULA NOT EQUAL WRK-MATRICULA-ATUAL
             OR GRADE-DISCIPLINA NOT EQUAL WRK-DISCIPLINA-ATUAL
             OR WRK-TEM-GRUPO EQUAL "N"
             IF WRK-TEM-GRUPO EQUAL "S"
               PERFORM 0011-FECHA-DISCIPLINA
             END-IF
             IF GRADE-MATRICULA NOT EQUAL WRK-MATRICULA-ATUAL
               OR WRK-TEM-GRUPO EQUAL "N"
               PERFORM 0012-RESOLVE-ALUNO
             END-IF
             MOVE GRADE-MATRICULA  TO WRK-MATRICULA-ATUAL
             MOVE GRADE-DISCIPLINA TO WRK-DISCIPLINA-ATUAL
             MOVE "S"  TO WRK-TEM-GRUPO
             MOVE ZERO TO WRK-QTD-AVALIACOES
             MOVE ZERO TO WRK-ULT-MEDIA
             MOVE ZERO TO WRK-ANT-MEDIA
           END-IF

           IF WRK-ALUNO-ATUAL GREATER ZERO
             MOVE GRADE-MEDIA TO WRK-MEDIA-LIDA
             PERFORM VARYING WRK-IDX-CORR FROM 1 BY 1
                       UNTIL WRK-IDX-CORR > WRK-QTD-CORRECOES
               IF CORR-MATRICULA(WRK-IDX-CORR) EQUAL GRADE-MATRICULA
                 AND CORR-DISCIPLINA(WRK-IDX-CORR)
                     EQUAL GRADE-DISCIPLINA
                 AND CORR-DATA-ORIGINAL(WRK-IDX-CORR)
                     EQUAL GRADE-DATA
                 MOVE CORR-MEDIA(WRK-IDX-CORR) TO WRK-MEDIA-LIDA
                 MOVE WRK-QTD-CORRECOES TO WRK-IDX-CORR
               END-IF
             END-PERFORM
             ADD 1 TO WRK-QTD-AVALIACOES
             MOVE WRK-ULT-MEDIA  TO WRK-ANT-MEDIA
             MOVE WRK-MEDIA-LIDA TO WRK-ULT-MEDIA
           END-IF.

       0012-RESOLVE-ALUNO SECTION.

           MOVE ZERO TO WRK-ALUNO-ATUAL
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             IF ALU-MATRICULA(WRK-IDX-ALUNO) EQUAL GRADE-MATRICULA
               MOVE WRK-IDX-ALUNO  TO WRK-ALUNO-ATUAL
               MOVE WRK-QTD-ALUNOS TO WRK-IDX-ALUNO
             END-IF
           END-PERFORM.

       0011-FECHA-DISCIPLINA SECTION.

           IF WRK-ALUNO-ATUAL GREATER ZERO
             AND WRK-QTD-AVALIACOES GREATER ZERO
             PERFORM 0013-RESOLVE-MEDIA-MINIMA
             IF WRK-ULT-MEDIA LESS WRK-MEDIA-MINIMA
               ADD 1 TO ALU-QTD-ABAIXO(WRK-ALUNO-ATUAL)
               IF ALU-PONTEIRO(WRK-ALUNO-ATUAL) LESS 26
                 STRING WRK-DISCIPLINA-ATUAL DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                   INTO ALU-ABAIXO-LISTA(WRK-ALUNO-ATUAL)
                   WITH POINTER ALU-PONTEIRO(WRK-ALUNO-ATUAL)
                 END-STRING
               END-IF
             END-IF
             IF WRK-QTD-AVALIACOES GREATER 1
               AND WRK-ULT-MEDIA LESS WRK-ANT-MEDIA
               ADD 1 TO ALU-QTD-QUEDA(WRK-ALUNO-ATUAL)
             END-IF
           END-IF.

       0013-RESOLVE-MEDIA-MINIMA SECTION.

           MOVE 7,00 TO WRK-MEDIA-MINIMA
           PERFORM VARYING WRK-IDX-DISC-CAD FROM 1 BY 1
                     UNTIL WRK-IDX-DISC-CAD > WRK-QTD-DISC-CAD
             IF DISC-CAD-CODIGO(WRK-IDX-DISC-CAD)
                  EQUAL WRK-DISCIPLINA-ATUAL
               IF DISC-CAD-MEDIA(WRK-IDX-DISC-CAD) GREATER ZERO
                 MOVE DISC-CAD-MEDIA(WRK-IDX-DISC-CAD)
                   TO WRK-MEDIA-MINIMA
               END-IF
               MOVE WRK-QTD-DISC-CAD TO WRK-IDX-DISC-CAD
             END-IF
           END-PERFORM.

       0010-PONTUA-ALUNOS SECTION.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             COMPUTE ALU-PONTOS(WRK-IDX-ALUNO) =
                 ALU-QTD-ABAIXO(WRK-IDX-ALUNO) * WRK-PESO-ABAIXO
               + ALU-QTD-QUEDA(WRK-IDX-ALUNO) * WRK-PESO-QUEDA
             IF ALU-TEM-FREQ(WRK-IDX-ALUNO) EQUAL "S"
               IF ALU-PERC-FREQ(WRK-IDX-ALUNO) LESS WRK-FREQ-MINIMA
                 ADD WRK-PESO-FREQ-BAIXA TO ALU-PONTOS(WRK-IDX-ALUNO)
               ELSE
                 IF ALU-PERC-FREQ(WRK-IDX-ALUNO)
                      LESS WRK-LIMITE-RISCO
                   ADD WRK-PESO-FREQ-PROXIMA
                     TO ALU-PONTOS(WRK-IDX-ALUNO)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       0020-CABECALHO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "ALERTA ACADEMICO - TURMA " DELIMITED BY SIZE
                  WRK-TURMA      DELIMITED BY SIZE
                  " EM "         DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  " (FREQUENCIA MINIMA " DELIMITED BY SIZE
                  WRK-FREQ-MINIMA DELIMITED BY SIZE
                  "%)"           DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-RELATORIO
           WRITE REG-RISCO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "POS MATRICULA  NOME                      PONTOS "
                    DELIMITED BY SIZE
                  "ABAIXO QUEDA FREQ(%)  DISCIPLINAS ABAIXO DA MEDIA"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-RELATORIO
           WRITE REG-RISCO-RELATORIO.

       0021-SELECIONA-RISCO SECTION.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             IF ALU-PONTOS(WRK-IDX-ALUNO) NOT LESS WRK-PONTOS-CORTE
               MOVE ALU-PONTOS(WRK-IDX-ALUNO)    TO SORT-PONTOS
               MOVE ALU-MATRICULA(WRK-IDX-ALUNO) TO SORT-MATRICULA
               MOVE WRK-IDX-ALUNO                TO SORT-IDX-ALUNO
               RELEASE REG-SORT
             END-IF
           END-PERFORM.

       0022-LISTA-RISCO SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 MOVE SORT-IDX-ALUNO TO WRK-IDX-ALUNO
                 PERFORM 0023-LINHA-ALUNO
                 IF GERA-CARTAS
                   PERFORM 0024-GERA-CARTA
                 END-IF
             END-RETURN
           END-PERFORM.

       0023-LINHA-ALUNO SECTION.

           ADD 1 TO WRK-QTD-RISCO
           MOVE WRK-QTD-RISCO TO WRK-POSICAO-ED
           MOVE ALU-PONTOS(WRK-IDX-ALUNO)     TO WRK-PONTOS-ED
           MOVE ALU-QTD-ABAIXO(WRK-IDX-ALUNO) TO WRK-QTD-ABAIXO-ED
           MOVE ALU-QTD-QUEDA(WRK-IDX-ALUNO)  TO WRK-QTD-QUEDA-ED
           IF ALU-TEM-FREQ(WRK-IDX-ALUNO) EQUAL "S"
             MOVE ALU-PERC-FREQ(WRK-IDX-ALUNO) TO WRK-PERC-ED
             MOVE WRK-PERC-ED TO WRK-FREQ-TEXTO
             MOVE SPACE TO WRK-FREQ-CARTA
             STRING "FREQUENCIA " DELIMITED BY SIZE
                    WRK-PERC-ED   DELIMITED BY SIZE
                    "%"           DELIMITED BY SIZE
               INTO WRK-FREQ-CARTA
             END-STRING
           ELSE
             MOVE "  S/REG" TO WRK-FREQ-TEXTO
             MOVE "SEM FREQUENCIA LANCADA" TO WRK-FREQ-CARTA
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING WRK-POSICAO-ED DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ALU-NOME(WRK-IDX-ALUNO) DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  WRK-PONTOS-ED  DELIMITED BY SIZE
                  "     "        DELIMITED BY SIZE
                  WRK-QTD-ABAIXO-ED DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  WRK-QTD-QUEDA-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WRK-FREQ-TEXTO DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  ALU-ABAIXO-LISTA(WRK-IDX-ALUNO) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-RELATORIO
           WRITE REG-RISCO-RELATORIO.

       0024-GERA-CARTA SECTION.

      *    MESMO FORMATO DA CONVOCA-RECUPERACAO: RESPONSAVEL, SITUACAO
      *    DO ALUNO (AQUI EM DUAS LINHAS), ORIENTACAO E LINHA EM
      *    BRANCO.
           MOVE SPACE TO WRK-LINHA-REL
           IF ALU-RESPONSAVEL(WRK-IDX-ALUNO) EQUAL SPACE
             STRING "AO RESPONSAVEL " DELIMITED BY SIZE
                    "RESPONSAVEL NAO CADASTRADO" DELIMITED BY SIZE
                    " (CONTATO " DELIMITED BY SIZE
                    ALU-CONTATO(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    ")"          DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "AO RESPONSAVEL " DELIMITED BY SIZE
                    ALU-RESPONSAVEL(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    " (CONTATO " DELIMITED BY SIZE
                    ALU-CONTATO(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    ")"          DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-RISCO-CARTA
           WRITE REG-RISCO-CARTA

           MOVE SPACE TO WRK-LINHA-REL
           STRING "O ALUNO " DELIMITED BY SIZE
                  ALU-NOME(WRK-IDX-ALUNO) DELIMITED BY SIZE
                  " (MATRICULA " DELIMITED BY SIZE
                  ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                  ") ESTA EM RISCO ACADEMICO:" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-CARTA
           WRITE REG-RISCO-CARTA

           MOVE SPACE TO WRK-LINHA-REL
           STRING WRK-QTD-ABAIXO-ED DELIMITED BY SIZE
                  " DISCIPLINA(S) ABAIXO DA MEDIA, " DELIMITED BY SIZE
                  WRK-QTD-QUEDA-ED DELIMITED BY SIZE
                  " EM QUEDA, " DELIMITED BY SIZE
                  WRK-FREQ-CARTA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-CARTA
           WRITE REG-RISCO-CARTA

           MOVE SPACE TO WRK-LINHA-REL
           STRING "PEDIMOS O COMPARECIMENTO A ESCOLA PARA CONVERSAR "
                    DELIMITED BY SIZE
                  "COM A COORDENACAO PEDAGOGICA" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-CARTA
           WRITE REG-RISCO-CARTA

           MOVE SPACE TO REG-RISCO-CARTA
           WRITE REG-RISCO-CARTA

           ADD 1 TO WRK-QTD-CARTAS.

       0025-TOTAIS-FINAIS SECTION.

           MOVE SPACE TO REG-RISCO-RELATORIO
           WRITE REG-RISCO-RELATORIO
           MOVE WRK-QTD-ALUNOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ALUNOS AVALIADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-RELATORIO
           WRITE REG-RISCO-RELATORIO
           MOVE WRK-QTD-RISCO TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ALUNOS EM RISCO.: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RISCO-RELATORIO
           WRITE REG-RISCO-RELATORIO.

       0026-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "RISCO-ACAD"      TO RPED-JOB
           MOVE "RISCO-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE
           IF GERA-CARTAS
             OPEN OUTPUT RELATORIO-PEDIDO
             MOVE "RISCO-ACAD"      TO RPED-JOB
             MOVE "RISCO-CARTAS"    TO RPED-RELATORIO
             COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
             MOVE SPACE TO RPED-FILIAL
             WRITE REG-RELATORIO-PEDIDO
             CLOSE RELATORIO-PEDIDO
             CALL "REGISTRA-RELATORIO"
             MOVE WRK-RC-JOB TO RETURN-CODE
           END-IF.

       END PROGRAM RISCO-ACADEMICO.
