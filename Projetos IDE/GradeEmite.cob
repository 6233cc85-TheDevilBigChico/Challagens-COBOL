       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-EMITE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: EMISSAO DA GRADE HORARIA SEMANAL MANTIDA PELO
      *==            GRADE-HORARIA: UM QUADRO POR TURMA (DISCIPLINA E
      *==            PROFESSOR EM CADA DIA/PERIODO) EM GRADE-TURMAS E UM
      *==            QUADRO POR PROFESSOR (TURMA E DISCIPLINA) EM
      *==            GRADE-PROFESSORES, NA ORDEM DE CODIGO. A
      *==            CONFERENCIA EM GRADE-CONFERENCIA APONTA: CADA
      *==            TURMA/DISCIPLINA DE PROFESSOR-TURMAS CUJAS AULAS
      *==            NA SEMANA NAO BATEM COM A CARGA (DISC-CARGA-REG, EM
      *==            AULAS POR SEMANA); AULA DE DISCIPLINA SEM
      *==            ATRIBUICAO OU COM PROFESSOR DIFERENTE DO ATRIBUIDO;
      *==            E TURMA OU PROFESSOR COM DUAS AULAS NO MESMO
      *==            HORARIO (ARQUIVO ALTERADO FORA DO GRADE-HORARIA).
      *==            HAVENDO APONTAMENTO, O JOB TERMINA COM RETURN-CODE
      *==            4.
      *== DATA: 15/10/2026
      *== OBS: SEM O MESTRE PROFESSORES O QUADRO DO PROFESSOR SAI SEM
      *==      O NOME; SEM O MESTRE DISCIPLINAS A CARGA NAO E
      *==      CONFERIDA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DA GRADE-TURMAS, DA GRADE-PROFESSORES E
      *==                 DA GRADE-CONFERENCIA REGISTRADA NO REPOSITORIO
      *==                 DE RELATORIOS (REGISTRA-RELATORIO) PARA
      *==                 PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HORARIA ASSIGN TO "GRADE-HORARIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADE.
           SELECT PROFESSOR-TURMAS ASSIGN TO "PROFESSOR-TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROF-TURMAS.
           SELECT PROFESSORES ASSIGN TO "PROFESSORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROFESSORES.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
           SELECT GRADE-TURMAS ASSIGN TO "GRADE-TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-PROFESSORES ASSIGN TO "GRADE-PROFESSORES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-CONFERENCIA ASSIGN TO "GRADE-CONFERENCIA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HORARIA.
       01  REG-GRADE-HORARIA.
           COPY HORARIO-AULA.

       FD  PROFESSOR-TURMAS.
       01  REG-PROFESSOR-TURMA.
           05 PTU-PROFESSOR-REG    PIC X(04).
           05 PTU-TURMA-REG        PIC X(05).
           05 PTU-DISCIPLINA-REG   PIC X(04).

       FD  PROFESSORES.
       01  REG-PROFESSOR.
           05 PROF-CODIGO-REG      PIC X(04).
           05 PROF-NOME-REG        PIC X(25).

       FD  DISCIPLINAS.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  GRADE-TURMAS.
       01  REG-GRADE-TURMAS        PIC X(100).

       FD  GRADE-PROFESSORES.
       01  REG-GRADE-PROFESSORES   PIC X(100).

       FD  GRADE-CONFERENCIA.
       01  REG-GRADE-CONFERENCIA   PIC X(100).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-GRADE PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PROF-TURMAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-PROFESSORES PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-DISCIPLINAS PIC X(02)      VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(100)           VALUE SPACE.
       77  WRK-TRACO        PIC X(100)           VALUE ALL "-".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-RETORNO      PIC 9(02)            VALUE ZERO.
       01  WRK-DIAS-LIT     PIC X(60)            VALUE
           "SEGUNDA   TERCA     QUARTA    QUINTA    SEXTA     SABADO".
       01  TAB-DIAS REDEFINES WRK-DIAS-LIT.
           05 DIA-NOME      PIC X(10)  OCCURS 6 TIMES.
      *====================== GRADE CARREGADA ============================
       77  WRK-QTD-GRADE    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-GRADE    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-OUTRA    PIC 9(04)            VALUE ZERO.
       01  TAB-GRADE.
           05 GRD-ITEM OCCURS 5000 TIMES
                        INDEXED BY IDX-GRD.
              10 GRD-TURMA        PIC X(05).
              10 GRD-DIA          PIC 9(01).
              10 GRD-PERIODO      PIC 9(01).
              10 GRD-DISCIPLINA   PIC X(04).
              10 GRD-PROFESSOR    PIC X(04).
      *====================== ATRIBUICOES, PROFESSORES, DISCIPLINAS =====
       77  WRK-QTD-ATRIB    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-ATRIB    PIC 9(04)            VALUE ZERO.
       77  WRK-POS-ATRIB    PIC 9(04)            VALUE ZERO.
       01  TAB-ATRIBUICOES.
           05 ATR-ITEM OCCURS 2000 TIMES
                        INDEXED BY IDX-ATR.
              10 ATR-PROFESSOR    PIC X(04).
              10 ATR-TURMA        PIC X(05).
              10 ATR-DISCIPLINA   PIC X(04).
       77  WRK-QTD-PROFESSORES PIC 9(03)         VALUE ZERO.
       77  WRK-IDX-PROFESSOR PIC 9(03)           VALUE ZERO.
       77  WRK-NOME-PROFESSOR PIC X(25)          VALUE SPACE.
       01  TAB-PROFESSORES.
           05 PRF-ITEM OCCURS 300 TIMES
                        INDEXED BY IDX-PRF.
              10 PRF-CODIGO       PIC X(04).
              10 PRF-NOME         PIC X(25).
       77  WRK-QTD-DISC     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-DISC     PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-DISC   PIC X(01)            VALUE "N".
       77  WRK-CARGA        PIC 9(03)            VALUE ZERO.
       01  TAB-DISC.
           05 DSC-ITEM OCCURS 200 TIMES
                        INDEXED BY IDX-DSC.
              10 DSC-CODIGO       PIC X(04).
              10 DSC-CARGA        PIC 9(03).
      *====================== CHAVES DOS QUADROS =========================
      *    TURMAS E PROFESSORES DA GRADE, MANTIDOS EM ORDEM CRESCENTE.
       77  WRK-CHAVE        PIC X(05)            VALUE SPACE.
       77  WRK-QTD-CHAVES   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-CHAVE    PIC 9(04)            VALUE ZERO.
       77  WRK-POS-CHAVE    PIC 9(04)            VALUE ZERO.
       01  TAB-CHAVES.
           05 CHV-ITEM OCCURS 1000 TIMES
                        INDEXED BY IDX-CHV.
              10 CHV-CODIGO       PIC X(05).
       77  WRK-QUADRO-TURMA PIC X(01)            VALUE "S".
      *====================== QUADRO DA SEMANA ===========================
       77  WRK-DIA          PIC 9(02)            VALUE ZERO.
       77  WRK-PERIODO      PIC 9(02)            VALUE ZERO.
       77  WRK-MAIOR-PERIODO PIC 9(02)           VALUE ZERO.
       77  WRK-AULAS-QUADRO PIC 9(03)            VALUE ZERO.
       01  TAB-QUADRO.
           05 QDR-PERIODO OCCURS 9 TIMES.
              10 QDR-CELULA      PIC X(10)  OCCURS 6 TIMES.
       01  WRK-LINHA-QUADRO.
           05 LQ-PERIODO        PIC X(06).
           05 LQ-CELULA OCCURS 6 TIMES.
              10 LQ-TEXTO       PIC X(10).
              10 FILLER         PIC X(02).
           05 FILLER            PIC X(22).
       01  WRK-CELULA.
           05 CEL-PRIMEIRO      PIC X(05).
           05 FILLER            PIC X(01).
           05 CEL-SEGUNDO       PIC X(04).
      *====================== CONFERENCIA ================================
       77  WRK-QTD-AULAS    PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-APONTAMENTOS PIC 9(05)        VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZ.ZZ9.
       77  WRK-AULAS-ED     PIC ZZ9.
       77  WRK-CARGA-ED     PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT GRADE-HORARIA
           IF WRK-STATUS-GRADE EQUAL "35"
             DISPLAY "GRADE-HORARIA INEXISTENTE, NADA A EMITIR"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0001-CARREGA-GRADE
           CLOSE GRADE-HORARIA

           PERFORM 0002-CARREGA-ATRIBUICOES
           PERFORM 0003-CARREGA-PROFESSORES
           PERFORM 0004-CARREGA-DISCIPLINAS

           OPEN OUTPUT GRADE-TURMAS
           MOVE "S" TO WRK-QUADRO-TURMA
           PERFORM 0010-MONTA-CHAVES
           PERFORM VARYING WRK-IDX-CHAVE FROM 1 BY 1
                     UNTIL WRK-IDX-CHAVE > WRK-QTD-CHAVES
             PERFORM 0012-EMITE-QUADRO
           END-PERFORM
           CLOSE GRADE-TURMAS

           OPEN OUTPUT GRADE-PROFESSORES
           MOVE "N" TO WRK-QUADRO-TURMA
           PERFORM 0010-MONTA-CHAVES
           PERFORM VARYING WRK-IDX-CHAVE FROM 1 BY 1
                     UNTIL WRK-IDX-CHAVE > WRK-QTD-CHAVES
             PERFORM 0012-EMITE-QUADRO
           END-PERFORM
           CLOSE GRADE-PROFESSORES

           OPEN OUTPUT GRADE-CONFERENCIA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONFERENCIA DA GRADE HORARIA - " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-GRADE-CONFERENCIA
           WRITE REG-GRADE-CONFERENCIA
           MOVE WRK-TRACO TO REG-GRADE-CONFERENCIA
           WRITE REG-GRADE-CONFERENCIA
           PERFORM 0020-CONFERE-CARGA
           PERFORM 0021-CONFERE-AULAS
           PERFORM 0022-CONFERE-CONFLITOS
           MOVE WRK-TRACO TO REG-GRADE-CONFERENCIA
           WRITE REG-GRADE-CONFERENCIA
           MOVE WRK-QTD-APONTAMENTOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "APONTAMENTOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-GRADE-CONFERENCIA
           WRITE REG-GRADE-CONFERENCIA
           CLOSE GRADE-CONFERENCIA
           PERFORM 0024-REGISTRA-RELATORIO

           DISPLAY "GRADE EMITIDA EM GRADE-TURMAS E GRADE-PROFESSORES"
           IF WRK-QTD-APONTAMENTOS GREATER ZERO
             DISPLAY "GRADE COM APONTAMENTOS (VER GRADE-CONFERENCIA): "
                     WRK-QTD-ED
             MOVE 4 TO WRK-RETORNO
           END-IF
           MOVE WRK-RETORNO TO RETURN-CODE

           GOBACK.

       0001-CARREGA-GRADE SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ GRADE-HORARIA
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF HOR-DIA-REG NOT NUMERIC
                   OR HOR-DIA-REG LESS 1
                   OR HOR-DIA-REG GREATER 6
                   OR HOR-PERIODO-REG NOT NUMERIC
                   OR HOR-PERIODO-REG EQUAL ZERO
                   DISPLAY "AULA COM DIA/PERIODO INVALIDO IGNORADA: "
                           REG-GRADE-HORARIA
                   MOVE 4 TO WRK-RETORNO
                 ELSE
                   IF WRK-QTD-GRADE NOT LESS 5000
                     DISPLAY "TAB-GRADE CHEIA, AULAS RESTANTES NAO "
                             "EMITIDAS"
                     MOVE 4 TO WRK-RETORNO
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-GRADE
                     MOVE HOR-TURMA-REG TO GRD-TURMA(WRK-QTD-GRADE)
                     MOVE HOR-DIA-REG TO GRD-DIA(WRK-QTD-GRADE)
                     MOVE HOR-PERIODO-REG
                       TO GRD-PERIODO(WRK-QTD-GRADE)
                     MOVE HOR-DISCIPLINA-REG
                       TO GRD-DISCIPLINA(WRK-QTD-GRADE)
                     MOVE HOR-PROFESSOR-REG
                       TO GRD-PROFESSOR(WRK-QTD-GRADE)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       0002-CARREGA-ATRIBUICOES SECTION.

           OPEN INPUT PROFESSOR-TURMAS
           IF WRK-STATUS-PROF-TURMAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROFESSOR-TURMAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-ATRIB NOT LESS 2000
                     DISPLAY "TAB-ATRIBUICOES CHEIA, ATRIBUICOES "
                             "RESTANTES NAO CONFERIDAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-ATRIB
                     MOVE PTU-PROFESSOR-REG
                       TO ATR-PROFESSOR(WRK-QTD-ATRIB)
                     MOVE PTU-TURMA-REG TO ATR-TURMA(WRK-QTD-ATRIB)
                     MOVE PTU-DISCIPLINA-REG
                       TO ATR-DISCIPLINA(WRK-QTD-ATRIB)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PROFESSOR-TURMAS
           END-IF.

       0003-CARREGA-PROFESSORES SECTION.

           OPEN INPUT PROFESSORES
           IF WRK-STATUS-PROFESSORES NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROFESSORES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-PROFESSORES NOT LESS 300
                     DISPLAY "TAB-PROFESSORES CHEIA, PROFESSORES "
                             "RESTANTES SEM NOME NA GRADE"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-PROFESSORES
                     MOVE PROF-CODIGO-REG
                       TO PRF-CODIGO(WRK-QTD-PROFESSORES)
                     MOVE PROF-NOME-REG
                       TO PRF-NOME(WRK-QTD-PROFESSORES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PROFESSORES
           END-IF.

       0004-CARREGA-DISCIPLINAS SECTION.

           OPEN INPUT DISCIPLINAS
           IF WRK-STATUS-DISCIPLINAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DISCIPLINAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-DISC NOT LESS 200
                     DISPLAY "TAB-DISC CHEIA, DISCIPLINAS RESTANTES "
                             "SEM CONFERENCIA DE CARGA"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-DISC
                     MOVE DISC-CODIGO-REG TO DSC-CODIGO(WRK-QTD-DISC)
                     IF DISC-CARGA-REG NUMERIC
                       MOVE DISC-CARGA-REG TO DSC-CARGA(WRK-QTD-DISC)
                     ELSE
                       MOVE ZERO TO DSC-CARGA(WRK-QTD-DISC)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DISCIPLINAS
           END-IF.

       0010-MONTA-CHAVES SECTION.

      *    TURMAS (WRK-QUADRO-TURMA = S) OU PROFESSORES DA GRADE, SEM
      *    REPETICAO E EM ORDEM CRESCENTE (INSERCAO NA POSICAO).
           MOVE ZERO TO WRK-QTD-CHAVES
           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                     UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
             IF WRK-QUADRO-TURMA EQUAL "S"
               MOVE GRD-TURMA(WRK-IDX-GRADE) TO WRK-CHAVE
             ELSE
               MOVE GRD-PROFESSOR(WRK-IDX-GRADE) TO WRK-CHAVE
             END-IF
             PERFORM 0011-INCLUI-CHAVE
           END-PERFORM.

       0011-INCLUI-CHAVE SECTION.

           MOVE ZERO TO WRK-POS-CHAVE
           PERFORM VARYING WRK-IDX-CHAVE FROM 1 BY 1
                     UNTIL WRK-IDX-CHAVE > WRK-QTD-CHAVES
             IF CHV-CODIGO(WRK-IDX-CHAVE) NOT LESS WRK-CHAVE
               MOVE WRK-IDX-CHAVE TO WRK-POS-CHAVE
               MOVE WRK-QTD-CHAVES TO WRK-IDX-CHAVE
             END-IF
           END-PERFORM
           IF WRK-POS-CHAVE EQUAL ZERO
             IF WRK-QTD-CHAVES NOT LESS 1000
               DISPLAY "TAB-CHAVES CHEIA, QUADRO DE " WRK-CHAVE
                       " NAO EMITIDO"
               MOVE 4 TO WRK-RETORNO
             ELSE
               ADD 1 TO WRK-QTD-CHAVES
               MOVE WRK-CHAVE TO CHV-CODIGO(WRK-QTD-CHAVES)
             END-IF
           ELSE
             IF CHV-CODIGO(WRK-POS-CHAVE) NOT EQUAL WRK-CHAVE
               IF WRK-QTD-CHAVES NOT LESS 1000
                 DISPLAY "TAB-CHAVES CHEIA, QUADRO DE " WRK-CHAVE
                         " NAO EMITIDO"
                 MOVE 4 TO WRK-RETORNO
               ELSE
                 PERFORM VARYING WRK-IDX-CHAVE FROM WRK-QTD-CHAVES
                           BY -1 UNTIL WRK-IDX-CHAVE < WRK-POS-CHAVE
                   MOVE CHV-CODIGO(WRK-IDX-CHAVE)
                     TO CHV-CODIGO(WRK-IDX-CHAVE + 1)
                 END-PERFORM
                 MOVE WRK-CHAVE TO CHV-CODIGO(WRK-POS-CHAVE)
                 ADD 1 TO WRK-QTD-CHAVES
               END-IF
             END-IF
           END-IF.

       0012-EMITE-QUADRO SECTION.

      *    QUADRO DA TURMA: DISCIPLINA E PROFESSOR EM CADA CELULA;
      *    QUADRO DO PROFESSOR: TURMA E DISCIPLINA. SO SAEM AS LINHAS
      *    ATE O ULTIMO PERIODO USADO.
           MOVE CHV-CODIGO(WRK-IDX-CHAVE) TO WRK-CHAVE
           MOVE SPACE TO TAB-QUADRO
           MOVE ZERO TO WRK-MAIOR-PERIODO
           MOVE ZERO TO WRK-AULAS-QUADRO
           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                     UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
             MOVE SPACE TO WRK-CELULA
             IF WRK-QUADRO-TURMA EQUAL "S"
               AND GRD-TURMA(WRK-IDX-GRADE) EQUAL WRK-CHAVE
               MOVE GRD-DISCIPLINA(WRK-IDX-GRADE) TO CEL-PRIMEIRO
               MOVE GRD-PROFESSOR(WRK-IDX-GRADE) TO CEL-SEGUNDO
             END-IF
             IF WRK-QUADRO-TURMA EQUAL "N"
               AND GRD-PROFESSOR(WRK-IDX-GRADE) EQUAL WRK-CHAVE
               MOVE GRD-TURMA(WRK-IDX-GRADE) TO CEL-PRIMEIRO
               MOVE GRD-DISCIPLINA(WRK-IDX-GRADE) TO CEL-SEGUNDO
             END-IF
             IF WRK-CELULA NOT EQUAL SPACE
               MOVE GRD-DIA(WRK-IDX-GRADE) TO WRK-DIA
               MOVE GRD-PERIODO(WRK-IDX-GRADE) TO WRK-PERIODO
               MOVE WRK-CELULA TO QDR-CELULA(WRK-PERIODO, WRK-DIA)
               ADD 1 TO WRK-AULAS-QUADRO
               IF WRK-PERIODO GREATER WRK-MAIOR-PERIODO
                 MOVE WRK-PERIODO TO WRK-MAIOR-PERIODO
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-QUADRO-TURMA EQUAL "S"
             STRING "GRADE HORARIA DA TURMA " DELIMITED BY SIZE
                    WRK-CHAVE DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WRK-DATA-SISTEMA DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             MOVE SPACE TO WRK-NOME-PROFESSOR
             PERFORM VARYING WRK-IDX-PROFESSOR FROM 1 BY 1
                       UNTIL WRK-IDX-PROFESSOR > WRK-QTD-PROFESSORES
               IF PRF-CODIGO(WRK-IDX-PROFESSOR) EQUAL WRK-CHAVE
                 MOVE PRF-NOME(WRK-IDX-PROFESSOR) TO WRK-NOME-PROFESSOR
                 MOVE WRK-QTD-PROFESSORES TO WRK-IDX-PROFESSOR
               END-IF
             END-PERFORM
             STRING "GRADE HORARIA DO PROFESSOR " DELIMITED BY SIZE
                    WRK-CHAVE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-NOME-PROFESSOR DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WRK-DATA-SISTEMA DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           PERFORM 0013-GRAVA-LINHA

           MOVE SPACE TO WRK-LINHA-QUADRO
           MOVE "PER." TO LQ-PERIODO
           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6
             MOVE DIA-NOME(WRK-DIA) TO LQ-TEXTO(WRK-DIA)
           END-PERFORM
           MOVE WRK-LINHA-QUADRO TO WRK-LINHA-REL
           PERFORM 0013-GRAVA-LINHA
           MOVE WRK-TRACO TO WRK-LINHA-REL
           PERFORM 0013-GRAVA-LINHA
           PERFORM VARYING WRK-PERIODO FROM 1 BY 1
                     UNTIL WRK-PERIODO > WRK-MAIOR-PERIODO
             MOVE SPACE TO WRK-LINHA-QUADRO
             MOVE WRK-PERIODO TO LQ-PERIODO
             PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6
               MOVE QDR-CELULA(WRK-PERIODO, WRK-DIA)
                 TO LQ-TEXTO(WRK-DIA)
             END-PERFORM
             MOVE WRK-LINHA-QUADRO TO WRK-LINHA-REL
             PERFORM 0013-GRAVA-LINHA
           END-PERFORM
           MOVE WRK-TRACO TO WRK-LINHA-REL
           PERFORM 0013-GRAVA-LINHA
           MOVE WRK-AULAS-QUADRO TO WRK-AULAS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "AULAS NA SEMANA: " DELIMITED BY SIZE
                  WRK-AULAS-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0013-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0013-GRAVA-LINHA.

       0013-GRAVA-LINHA SECTION.

           IF WRK-QUADRO-TURMA EQUAL "S"
             MOVE WRK-LINHA-REL TO REG-GRADE-TURMAS
             WRITE REG-GRADE-TURMAS
           ELSE
             MOVE WRK-LINHA-REL TO REG-GRADE-PROFESSORES
             WRITE REG-GRADE-PROFESSORES
           END-IF.

       0020-CONFERE-CARGA SECTION.

      *    CADA TURMA/DISCIPLINA ATRIBUIDA: AULAS NA SEMANA CONTRA A
      *    CARGA DO MESTRE DISCIPLINAS.
           IF WRK-QTD-DISC GREATER ZERO
             PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                       UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIB
               MOVE "N" TO WRK-ACHOU-DISC
               MOVE ZERO TO WRK-CARGA
               PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                         UNTIL WRK-IDX-DISC > WRK-QTD-DISC
                 IF DSC-CODIGO(WRK-IDX-DISC)
                      EQUAL ATR-DISCIPLINA(WRK-IDX-ATRIB)
                   MOVE "S" TO WRK-ACHOU-DISC
                   MOVE DSC-CARGA(WRK-IDX-DISC) TO WRK-CARGA
                   MOVE WRK-QTD-DISC TO WRK-IDX-DISC
                 END-IF
               END-PERFORM
               MOVE ZERO TO WRK-QTD-AULAS
               PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                         UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
                 IF GRD-TURMA(WRK-IDX-GRADE)
                      EQUAL ATR-TURMA(WRK-IDX-ATRIB)
                   AND GRD-DISCIPLINA(WRK-IDX-GRADE)
                      EQUAL ATR-DISCIPLINA(WRK-IDX-ATRIB)
                   ADD 1 TO WRK-QTD-AULAS
                 END-IF
               END-PERFORM
               IF WRK-ACHOU-DISC EQUAL "S"
                 AND WRK-QTD-AULAS NOT EQUAL WRK-CARGA
                 MOVE WRK-QTD-AULAS TO WRK-AULAS-ED
                 MOVE WRK-CARGA TO WRK-CARGA-ED
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "TURMA " DELIMITED BY SIZE
                        ATR-TURMA(WRK-IDX-ATRIB) DELIMITED BY SIZE
                        " DISCIPLINA " DELIMITED BY SIZE
                        ATR-DISCIPLINA(WRK-IDX-ATRIB) DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        WRK-AULAS-ED DELIMITED BY SIZE
                        " AULAS NA SEMANA, CARGA " DELIMITED BY SIZE
                        WRK-CARGA-ED DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0023-GRAVA-APONTAMENTO
               END-IF
             END-PERFORM
           END-IF.

       0021-CONFERE-AULAS SECTION.

      *    AULA SEM TURMA/DISCIPLINA EM PROFESSOR-TURMAS, OU COM
      *    PROFESSOR QUE NAO E MAIS O ATRIBUIDO.
           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                     UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
             MOVE ZERO TO WRK-POS-ATRIB
             PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                       UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIB
               IF ATR-TURMA(WRK-IDX-ATRIB)
                    EQUAL GRD-TURMA(WRK-IDX-GRADE)
                 AND ATR-DISCIPLINA(WRK-IDX-ATRIB)
                    EQUAL GRD-DISCIPLINA(WRK-IDX-GRADE)
                 MOVE WRK-IDX-ATRIB TO WRK-POS-ATRIB
                 MOVE WRK-QTD-ATRIB TO WRK-IDX-ATRIB
               END-IF
             END-PERFORM
             MOVE GRD-DIA(WRK-IDX-GRADE) TO WRK-DIA
             MOVE SPACE TO WRK-LINHA-REL
             IF WRK-POS-ATRIB EQUAL ZERO
               STRING "TURMA " DELIMITED BY SIZE
                      GRD-TURMA(WRK-IDX-GRADE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DIA-NOME(WRK-DIA) DELIMITED BY SPACE
                      " PERIODO " DELIMITED BY SIZE
                      GRD-PERIODO(WRK-IDX-GRADE) DELIMITED BY SIZE
                      ": DISCIPLINA " DELIMITED BY SIZE
                      GRD-DISCIPLINA(WRK-IDX-GRADE) DELIMITED BY SIZE
                      " SEM ATRIBUICAO EM PROFESSOR-TURMAS"
                        DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0023-GRAVA-APONTAMENTO
             ELSE
               IF ATR-PROFESSOR(WRK-POS-ATRIB)
                    NOT EQUAL GRD-PROFESSOR(WRK-IDX-GRADE)
                 STRING "TURMA " DELIMITED BY SIZE
                        GRD-TURMA(WRK-IDX-GRADE) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        DIA-NOME(WRK-DIA) DELIMITED BY SPACE
                        " PERIODO " DELIMITED BY SIZE
                        GRD-PERIODO(WRK-IDX-GRADE) DELIMITED BY SIZE
                        ": PROFESSOR " DELIMITED BY SIZE
                        GRD-PROFESSOR(WRK-IDX-GRADE) DELIMITED BY SIZE
                        " NA GRADE, ATRIBUIDO " DELIMITED BY SIZE
                        ATR-PROFESSOR(WRK-POS-ATRIB) DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0023-GRAVA-APONTAMENTO
               END-IF
             END-IF
           END-PERFORM.

       0022-CONFERE-CONFLITOS SECTION.

      *    CADA PAR DE AULAS NO MESMO DIA E PERIODO COM A MESMA TURMA
      *    OU O MESMO PROFESSOR SAI UMA VEZ.
           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                     UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
             PERFORM VARYING WRK-IDX-OUTRA FROM WRK-IDX-GRADE BY 1
                       UNTIL WRK-IDX-OUTRA NOT LESS WRK-QTD-GRADE
               IF GRD-DIA(WRK-IDX-OUTRA + 1)
                    EQUAL GRD-DIA(WRK-IDX-GRADE)
                 AND GRD-PERIODO(WRK-IDX-OUTRA + 1)
                    EQUAL GRD-PERIODO(WRK-IDX-GRADE)
                 MOVE GRD-DIA(WRK-IDX-GRADE) TO WRK-DIA
                 IF GRD-TURMA(WRK-IDX-OUTRA + 1)
                      EQUAL GRD-TURMA(WRK-IDX-GRADE)
                   MOVE SPACE TO WRK-LINHA-REL
                   STRING "TURMA " DELIMITED BY SIZE
                          GRD-TURMA(WRK-IDX-GRADE) DELIMITED BY SIZE
                          " COM DUAS AULAS NA " DELIMITED BY SIZE
                          DIA-NOME(WRK-DIA) DELIMITED BY SPACE
                          " PERIODO " DELIMITED BY SIZE
                          GRD-PERIODO(WRK-IDX-GRADE) DELIMITED BY SIZE
                     INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0023-GRAVA-APONTAMENTO
                 END-IF
                 IF GRD-PROFESSOR(WRK-IDX-OUTRA + 1)
                      EQUAL GRD-PROFESSOR(WRK-IDX-GRADE)
                   MOVE SPACE TO WRK-LINHA-REL
                   STRING "PROFESSOR " DELIMITED BY SIZE
                          GRD-PROFESSOR(WRK-IDX-GRADE) DELIMITED BY SIZE
                          " EM DUAS AULAS NA " DELIMITED BY SIZE
                          DIA-NOME(WRK-DIA) DELIMITED BY SPACE
                          " PERIODO " DELIMITED BY SIZE
                          GRD-PERIODO(WRK-IDX-GRADE) DELIMITED BY SIZE
                          " (TURMAS " DELIMITED BY SIZE
                          GRD-TURMA(WRK-IDX-GRADE) DELIMITED BY SIZE
                          " E " DELIMITED BY SIZE
                          GRD-TURMA(WRK-IDX-OUTRA + 1)
                            DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                     INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0023-GRAVA-APONTAMENTO
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

       0023-GRAVA-APONTAMENTO SECTION.

           MOVE WRK-LINHA-REL TO REG-GRADE-CONFERENCIA
           WRITE REG-GRADE-CONFERENCIA
           ADD 1 TO WRK-QTD-APONTAMENTOS.

       0024-REGISTRA-RELATORIO SECTION.

      *    OS TRES QUADROS SAO REGISTRADOS NO REPOSITORIO DE
      *    RELATORIOS, UM PEDIDO POR ARQUIVO; O RETURN-CODE DO JOB E
      *    PRESERVADO EM TORNO DAS CHAMADAS.
           MOVE RETURN-CODE TO WRK-RC-JOB
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "GRADE-EMITE" TO RPED-JOB
           MOVE "GRADE-TURMAS" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO"
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "GRADE-EMITE" TO RPED-JOB
           MOVE "GRADE-PROFESSORES" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO"
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "GRADE-EMITE" TO RPED-JOB
           MOVE "GRADE-CONFERENCIA" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM GRADE-EMITE.
