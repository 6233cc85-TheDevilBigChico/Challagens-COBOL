       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-HORARIA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: MANUTENCAO DA GRADE HORARIA SEMANAL POR TURMA, QUE
      *==            ERA DESENHADA NO PAPEL E VIVIA COM O MESMO
      *==            PROFESSOR EM DUAS SALAS. PARA A TURMA INFORMADA,
      *==            INCLUI E EXCLUI AULAS (DIA DA SEMANA, PERIODO E
      *==            DISCIPLINA) NO ARQUIVO GRADE-HORARIA (LEIAUTE
      *==            HORARIO-AULA). O PROFESSOR DA AULA E O ATRIBUIDO A
      *==            TURMA/DISCIPLINA EM PROFESSOR-TURMAS; A DISCIPLINA
      *==            E CRITICADA CONTRA O MESTRE DISCIPLINAS. E RECUSADA
      *==            A AULA QUE OCUPE HORARIO JA USADO PELA TURMA OU
      *==            PELO PROFESSOR (EM QUALQUER TURMA). CADA INCLUSAO E
      *==            EXCLUSAO VAI PARA GRADE-HORARIA-LOG COM O OPERADOR
      *==            DA SESSAO. AO ENCERRAR, MOSTRA AS AULAS SEMANAIS DE
      *==            CADA DISCIPLINA DA TURMA CONTRA A CARGA
      *==            (DISC-CARGA-REG, EM AULAS POR SEMANA).
      *== DATA: 15/10/2026
      *== OBS: A GRADE DE TODAS AS TURMAS E DE CADA PROFESSOR, COM A
      *==      CONFERENCIA COMPLETA DA CARGA, SAI PELO GRADE-EMITE.
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
           SELECT GRADE-HORARIA-LOG ASSIGN TO "GRADE-HORARIA-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT PROFESSOR-TURMAS ASSIGN TO "PROFESSOR-TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROF-TURMAS.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HORARIA.
       01  REG-GRADE-HORARIA.
           COPY HORARIO-AULA.

       FD  GRADE-HORARIA-LOG.
       01  REG-GRADE-LOG.
           05 GLOG-DATA            PIC 9(08).
           05 GLOG-HORA            PIC 9(08).
           05 GLOG-OPERADOR        PIC X(10).
           05 GLOG-ACAO            PIC X(08).
           05 GLOG-TURMA           PIC X(05).
           05 GLOG-DIA             PIC 9(01).
           05 GLOG-PERIODO         PIC 9(01).
           05 GLOG-DISCIPLINA      PIC X(04).
           05 GLOG-PROFESSOR       PIC X(04).

       FD  PROFESSOR-TURMAS.
       01  REG-PROFESSOR-TURMA.
           05 PTU-PROFESSOR-REG    PIC X(04).
           05 PTU-TURMA-REG        PIC X(05).
           05 PTU-DISCIPLINA-REG   PIC X(04).

       FD  DISCIPLINAS.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-GRADE PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PROF-TURMAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-DISCIPLINAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== AULA DIGITADA =============================
       77  WRK-TURMA        PIC X(05)            VALUE SPACE.
       77  WRK-OPERACAO     PIC X(01)            VALUE SPACE.
       77  WRK-DIA-X        PIC X(01)            VALUE SPACE.
       77  WRK-DIA          PIC 9(01)            VALUE ZERO.
       77  WRK-PERIODO-X    PIC X(01)            VALUE SPACE.
       77  WRK-PERIODO      PIC 9(01)            VALUE ZERO.
       77  WRK-IDX-PERIODO  PIC 9(02)            VALUE ZERO.
       77  WRK-DISCIPLINA   PIC X(04)            VALUE SPACE.
       77  WRK-PROFESSOR    PIC X(04)            VALUE SPACE.
       77  WRK-RECUSADO     PIC X(01)            VALUE "N".
       77  WRK-QTD-ALTERACOES PIC 9(04)          VALUE ZERO.
       77  WRK-ACAO-LOG     PIC X(08)            VALUE SPACE.
       01  WRK-DIAS-LIT     PIC X(18)            VALUE
           "SEGTERQUAQUISEXSAB".
       01  TAB-DIAS REDEFINES WRK-DIAS-LIT.
           05 DIA-NOME      PIC X(03)  OCCURS 6 TIMES.
      *====================== GRADE CARREGADA ============================
       77  WRK-QTD-GRADE    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-GRADE    PIC 9(04)            VALUE ZERO.
       77  WRK-POS-GRADE    PIC 9(04)            VALUE ZERO.
       77  WRK-GRADE-TRUNC  PIC X(01)            VALUE "N".
           88 CARGA-GRADE-TRUNCADA               VALUE "S".
       01  TAB-GRADE.
           05 GRD-ITEM OCCURS 5000 TIMES
                        INDEXED BY IDX-GRD.
              10 GRD-TURMA        PIC X(05).
              10 GRD-DIA          PIC 9(01).
              10 GRD-PERIODO      PIC 9(01).
              10 GRD-DISCIPLINA   PIC X(04).
              10 GRD-PROFESSOR    PIC X(04).
      *====================== ATRIBUICOES E DISCIPLINAS ==================
       77  WRK-QTD-ATRIB    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-ATRIB    PIC 9(04)            VALUE ZERO.
       77  WRK-ATRIB-TURMA  PIC 9(04)            VALUE ZERO.
       01  TAB-ATRIBUICOES.
           05 ATR-ITEM OCCURS 2000 TIMES
                        INDEXED BY IDX-ATR.
              10 ATR-PROFESSOR    PIC X(04).
              10 ATR-TURMA        PIC X(05).
              10 ATR-DISCIPLINA   PIC X(04).
       77  WRK-QTD-DISC     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-DISC     PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-DISC   PIC X(01)            VALUE "N".
       77  WRK-CARGA        PIC 9(03)            VALUE ZERO.
       01  TAB-DISC.
           05 DSC-ITEM OCCURS 200 TIMES
                        INDEXED BY IDX-DSC.
              10 DSC-CODIGO       PIC X(04).
              10 DSC-NOME         PIC X(20).
              10 DSC-CARGA        PIC 9(03).
      *====================== CONFERENCIA DA CARGA =======================
       77  WRK-QTD-AULAS    PIC 9(03)            VALUE ZERO.
       77  WRK-DIFERENCA    PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZ9.
       77  WRK-CARGA-ED     PIC ZZ9.
       77  WRK-AULAS-ED     PIC ZZ9.
       77  WRK-DIF-ED       PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           OPEN INPUT SESSAO-OPERADOR
           IF WRK-STATUS-SESSAO NOT EQUAL "35"
             READ SESSAO-OPERADOR
               NOT AT END
                 MOVE SESSAO-OPERADOR-REG TO WRK-OPERADOR
             END-READ
             CLOSE SESSAO-OPERADOR
           END-IF
           IF WRK-OPERADOR EQUAL SPACE
             DISPLAY "CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR
           END-IF

           PERFORM 0005-CARREGA-DISCIPLINAS
           PERFORM 0006-CARREGA-ATRIBUICOES
           PERFORM 0007-CARREGA-GRADE

           DISPLAY "TURMA "
             ACCEPT WRK-TURMA
           IF WRK-TURMA EQUAL SPACE
             GOBACK
           END-IF

           MOVE ZERO TO WRK-ATRIB-TURMA
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                     UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIB
             IF ATR-TURMA(WRK-IDX-ATRIB) EQUAL WRK-TURMA
               ADD 1 TO WRK-ATRIB-TURMA
             END-IF
           END-PERFORM
           IF WRK-ATRIB-TURMA EQUAL ZERO
             DISPLAY "TURMA SEM DISCIPLINA ATRIBUIDA EM "
                     "PROFESSOR-TURMAS, NENHUMA AULA PODE SER INCLUIDA"
           END-IF

           PERFORM 0010-LE-OPERACAO
           PERFORM UNTIL WRK-OPERACAO EQUAL SPACE
             EVALUATE WRK-OPERACAO
               WHEN "I"
                 PERFORM 0011-INCLUI-AULA
               WHEN "E"
                 PERFORM 0012-EXCLUI-AULA
               WHEN "L"
                 PERFORM 0013-LISTA-TURMA
               WHEN OTHER
                 DISPLAY "OPERACAO INVALIDA"
             END-EVALUATE
             PERFORM 0010-LE-OPERACAO
           END-PERFORM

           IF WRK-QTD-ALTERACOES GREATER ZERO
             PERFORM 0008-REGRAVA-GRADE
           END-IF
           PERFORM 0014-CONFERE-CARGA

           MOVE WRK-QTD-ALTERACOES TO WRK-QTD-ED
           DISPLAY "ALTERACOES NA GRADE DA TURMA: " WRK-QTD-ED

           GOBACK.

       0010-LE-OPERACAO SECTION.

           DISPLAY "OPERACAO (I=INCLUIR E=EXCLUIR L=LISTAR, EM BRANCO "
                   "PARA ENCERRAR) "
             ACCEPT WRK-OPERACAO.

       0011-INCLUI-AULA SECTION.

           MOVE "N" TO WRK-RECUSADO
           IF CARGA-GRADE-TRUNCADA
             DISPLAY "GRADE-HORARIA MAIOR QUE A TABELA, SO CONSULTA"
             MOVE "S" TO WRK-RECUSADO
           ELSE
             PERFORM 0015-LE-HORARIO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             DISPLAY "DISCIPLINA "
               ACCEPT WRK-DISCIPLINA
             PERFORM 0020-BUSCA-DISCIPLINA
             IF WRK-ACHOU-DISC EQUAL "N"
               DISPLAY "DISCIPLINA NAO CADASTRADA EM DISCIPLINAS, "
                       "AULA RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0021-BUSCA-PROFESSOR
             IF WRK-PROFESSOR EQUAL SPACE
               DISPLAY "DISCIPLINA SEM PROFESSOR ATRIBUIDO A TURMA EM "
                       "PROFESSOR-TURMAS, AULA RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0022-VERIFICA-CONFLITO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             IF WRK-QTD-GRADE NOT LESS 5000
               DISPLAY "TAB-GRADE CHEIA, AULA RECUSADA"
             ELSE
               ADD 1 TO WRK-QTD-GRADE
               MOVE WRK-TURMA      TO GRD-TURMA(WRK-QTD-GRADE)
               MOVE WRK-DIA        TO GRD-DIA(WRK-QTD-GRADE)
               MOVE WRK-PERIODO    TO GRD-PERIODO(WRK-QTD-GRADE)
               MOVE WRK-DISCIPLINA TO GRD-DISCIPLINA(WRK-QTD-GRADE)
               MOVE WRK-PROFESSOR  TO GRD-PROFESSOR(WRK-QTD-GRADE)
               MOVE "INCLUIR" TO WRK-ACAO-LOG
               PERFORM 0016-GRAVA-LOG
               ADD 1 TO WRK-QTD-ALTERACOES
               DISPLAY "AULA INCLUIDA - " DIA-NOME(WRK-DIA)
                       " PERIODO " WRK-PERIODO " " WRK-DISCIPLINA
                       " PROFESSOR " WRK-PROFESSOR
               PERFORM 0023-CONTA-AULAS
               IF WRK-QTD-AULAS GREATER WRK-CARGA
                 MOVE WRK-QTD-AULAS TO WRK-AULAS-ED
                 MOVE WRK-CARGA TO WRK-CARGA-ED
                 DISPLAY "ATENCAO: " WRK-DISCIPLINA " JA TEM "
                         WRK-AULAS-ED " AULAS NA SEMANA, CARGA "
                         WRK-CARGA-ED
               END-IF
             END-IF
           END-IF.

       0012-EXCLUI-AULA SECTION.

           MOVE "N" TO WRK-RECUSADO
           IF CARGA-GRADE-TRUNCADA
             DISPLAY "GRADE-HORARIA MAIOR QUE A TABELA, SO CONSULTA"
             MOVE "S" TO WRK-RECUSADO
           ELSE
             PERFORM 0015-LE-HORARIO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             MOVE ZERO TO WRK-POS-GRADE
             PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                       UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
               IF GRD-TURMA(WRK-IDX-GRADE) EQUAL WRK-TURMA
                 AND GRD-DIA(WRK-IDX-GRADE) EQUAL WRK-DIA
                 AND GRD-PERIODO(WRK-IDX-GRADE) EQUAL WRK-PERIODO
                 MOVE WRK-IDX-GRADE TO WRK-POS-GRADE
                 MOVE WRK-QTD-GRADE TO WRK-IDX-GRADE
               END-IF
             END-PERFORM
             IF WRK-POS-GRADE EQUAL ZERO
               DISPLAY "NAO HA AULA DA TURMA NESTE HORARIO"
             ELSE
               MOVE GRD-DISCIPLINA(WRK-POS-GRADE) TO WRK-DISCIPLINA
               MOVE GRD-PROFESSOR(WRK-POS-GRADE) TO WRK-PROFESSOR
               MOVE "EXCLUIR" TO WRK-ACAO-LOG
               PERFORM 0016-GRAVA-LOG
               PERFORM VARYING WRK-IDX-GRADE FROM WRK-POS-GRADE BY 1
                         UNTIL WRK-IDX-GRADE NOT LESS WRK-QTD-GRADE
                 MOVE GRD-ITEM(WRK-IDX-GRADE + 1)
                   TO GRD-ITEM(WRK-IDX-GRADE)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-GRADE
               ADD 1 TO WRK-QTD-ALTERACOES
               DISPLAY "AULA EXCLUIDA - " DIA-NOME(WRK-DIA)
                       " PERIODO " WRK-PERIODO " " WRK-DISCIPLINA
             END-IF
           END-IF.

       0013-LISTA-TURMA SECTION.

           DISPLAY "GRADE DA TURMA " WRK-TURMA
           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6
             PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                       UNTIL WRK-IDX-PERIODO > 9
               MOVE WRK-IDX-PERIODO TO WRK-PERIODO
               PERFORM 0017-MOSTRA-HORARIO
             END-PERFORM
           END-PERFORM.

       0014-CONFERE-CARGA SECTION.

      *    AULAS DA SEMANA DE CADA DISCIPLINA ATRIBUIDA A TURMA CONTRA
      *    A CARGA DO MESTRE DISCIPLINAS.
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                     UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIB
             IF ATR-TURMA(WRK-IDX-ATRIB) EQUAL WRK-TURMA
               MOVE ATR-DISCIPLINA(WRK-IDX-ATRIB) TO WRK-DISCIPLINA
               PERFORM 0020-BUSCA-DISCIPLINA
               PERFORM 0023-CONTA-AULAS
               MOVE WRK-QTD-AULAS TO WRK-AULAS-ED
               MOVE WRK-CARGA TO WRK-CARGA-ED
               EVALUATE TRUE
                 WHEN WRK-QTD-AULAS EQUAL WRK-CARGA
                   DISPLAY WRK-DISCIPLINA " AULAS " WRK-AULAS-ED
                           " CARGA " WRK-CARGA-ED " - OK"
                 WHEN WRK-QTD-AULAS LESS WRK-CARGA
                   COMPUTE WRK-DIFERENCA = WRK-CARGA - WRK-QTD-AULAS
                   MOVE WRK-DIFERENCA TO WRK-DIF-ED
                   DISPLAY WRK-DISCIPLINA " AULAS " WRK-AULAS-ED
                           " CARGA " WRK-CARGA-ED " - FALTAM "
                           WRK-DIF-ED
                 WHEN OTHER
                   COMPUTE WRK-DIFERENCA = WRK-QTD-AULAS - WRK-CARGA
                   MOVE WRK-DIFERENCA TO WRK-DIF-ED
                   DISPLAY WRK-DISCIPLINA " AULAS " WRK-AULAS-ED
                           " CARGA " WRK-CARGA-ED " - EXCEDEM "
                           WRK-DIF-ED
               END-EVALUATE
             END-IF
           END-PERFORM.

       0015-LE-HORARIO SECTION.

           DISPLAY "DIA DA SEMANA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX "
                   "6=SAB) "
             ACCEPT WRK-DIA-X
           DISPLAY "PERIODO (1 A 9) "
             ACCEPT WRK-PERIODO-X
           IF WRK-DIA-X NOT NUMERIC
             OR WRK-DIA-X LESS "1"
             OR WRK-DIA-X GREATER "6"
             DISPLAY "DIA DA SEMANA INVALIDO"
             MOVE "S" TO WRK-RECUSADO
           ELSE
             MOVE WRK-DIA-X TO WRK-DIA
           END-IF
           IF WRK-PERIODO-X NOT NUMERIC
             OR WRK-PERIODO-X EQUAL "0"
             DISPLAY "PERIODO INVALIDO"
             MOVE "S" TO WRK-RECUSADO
           ELSE
             MOVE WRK-PERIODO-X TO WRK-PERIODO
           END-IF.

       0016-GRAVA-LOG SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-DATA-SISTEMA TO GLOG-DATA
           MOVE WRK-HORA-SISTEMA TO GLOG-HORA
           MOVE WRK-OPERADOR     TO GLOG-OPERADOR
           MOVE WRK-ACAO-LOG     TO GLOG-ACAO
           MOVE WRK-TURMA        TO GLOG-TURMA
           MOVE WRK-DIA          TO GLOG-DIA
           MOVE WRK-PERIODO      TO GLOG-PERIODO
           MOVE WRK-DISCIPLINA   TO GLOG-DISCIPLINA
           MOVE WRK-PROFESSOR    TO GLOG-PROFESSOR

           OPEN EXTEND GRADE-HORARIA-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT GRADE-HORARIA-LOG
           END-IF
           WRITE REG-GRADE-LOG
           CLOSE GRADE-HORARIA-LOG.

       0017-MOSTRA-HORARIO SECTION.

           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                     UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
             IF GRD-TURMA(WRK-IDX-GRADE) EQUAL WRK-TURMA
               AND GRD-DIA(WRK-IDX-GRADE) EQUAL WRK-DIA
               AND GRD-PERIODO(WRK-IDX-GRADE) EQUAL WRK-PERIODO
               DISPLAY DIA-NOME(WRK-DIA) " PERIODO " WRK-PERIODO
                       "  " GRD-DISCIPLINA(WRK-IDX-GRADE)
                       "  PROFESSOR " GRD-PROFESSOR(WRK-IDX-GRADE)
               MOVE WRK-QTD-GRADE TO WRK-IDX-GRADE
             END-IF
           END-PERFORM.

       0020-BUSCA-DISCIPLINA SECTION.

      *    SEM O MESTRE DISCIPLINAS, TODA DISCIPLINA E ACEITA E A
      *    CARGA FICA ZERADA.
           MOVE ZERO TO WRK-CARGA
           IF WRK-QTD-DISC EQUAL ZERO
             MOVE "S" TO WRK-ACHOU-DISC
           ELSE
             MOVE "N" TO WRK-ACHOU-DISC
             PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                       UNTIL WRK-IDX-DISC > WRK-QTD-DISC
               IF DSC-CODIGO(WRK-IDX-DISC) EQUAL WRK-DISCIPLINA
                 MOVE "S" TO WRK-ACHOU-DISC
                 MOVE DSC-CARGA(WRK-IDX-DISC) TO WRK-CARGA
                 MOVE WRK-QTD-DISC TO WRK-IDX-DISC
               END-IF
             END-PERFORM
           END-IF.

       0021-BUSCA-PROFESSOR SECTION.

           MOVE SPACE TO WRK-PROFESSOR
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                     UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIB
             IF ATR-TURMA(WRK-IDX-ATRIB) EQUAL WRK-TURMA
               AND ATR-DISCIPLINA(WRK-IDX-ATRIB) EQUAL WRK-DISCIPLINA
               MOVE ATR-PROFESSOR(WRK-IDX-ATRIB) TO WRK-PROFESSOR
               MOVE WRK-QTD-ATRIB TO WRK-IDX-ATRIB
             END-IF
           END-PERFORM.

       0022-VERIFICA-CONFLITO SECTION.

      *    A TURMA NAO PODE TER DUAS AULAS NO MESMO HORARIO, NEM O
      *    PROFESSOR ESTAR EM DUAS TURMAS AO MESMO TEMPO.
           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                     UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
             IF GRD-DIA(WRK-IDX-GRADE) EQUAL WRK-DIA
               AND GRD-PERIODO(WRK-IDX-GRADE) EQUAL WRK-PERIODO
               IF GRD-TURMA(WRK-IDX-GRADE) EQUAL WRK-TURMA
                 DISPLAY "HORARIO DA TURMA JA OCUPADO POR "
                         GRD-DISCIPLINA(WRK-IDX-GRADE)
                         ", AULA RECUSADA"
                 MOVE "S" TO WRK-RECUSADO
               END-IF
               IF GRD-PROFESSOR(WRK-IDX-GRADE) EQUAL WRK-PROFESSOR
                 DISPLAY "PROFESSOR " WRK-PROFESSOR " JA DA AULA NA "
                         "TURMA " GRD-TURMA(WRK-IDX-GRADE)
                         " NESTE HORARIO, AULA RECUSADA"
                 MOVE "S" TO WRK-RECUSADO
               END-IF
             END-IF
           END-PERFORM.

       0023-CONTA-AULAS SECTION.

           MOVE ZERO TO WRK-QTD-AULAS
           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                     UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
             IF GRD-TURMA(WRK-IDX-GRADE) EQUAL WRK-TURMA
               AND GRD-DISCIPLINA(WRK-IDX-GRADE) EQUAL WRK-DISCIPLINA
               ADD 1 TO WRK-QTD-AULAS
             END-IF
           END-PERFORM.

       0005-CARREGA-DISCIPLINAS SECTION.

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
                             "NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-DISC
                     MOVE DISC-CODIGO-REG TO DSC-CODIGO(WRK-QTD-DISC)
                     MOVE DISC-NOME-REG TO DSC-NOME(WRK-QTD-DISC)
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

       0006-CARREGA-ATRIBUICOES SECTION.

           OPEN INPUT PROFESSOR-TURMAS
           IF WRK-STATUS-PROF-TURMAS EQUAL "35"
             DISPLAY "PROFESSOR-TURMAS INEXISTENTE, NENHUMA AULA PODE "
                     "SER INCLUIDA"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROFESSOR-TURMAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-ATRIB NOT LESS 2000
                     DISPLAY "TAB-ATRIBUICOES CHEIA, ATRIBUICOES "
                             "RESTANTES NAO CARREGADAS"
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

       0007-CARREGA-GRADE SECTION.

           OPEN INPUT GRADE-HORARIA
           IF WRK-STATUS-GRADE NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ GRADE-HORARIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-GRADE NOT LESS 5000
                     DISPLAY "TAB-GRADE CHEIA, AULAS RESTANTES NAO "
                             "CARREGADAS"
                     MOVE "S" TO WRK-GRADE-TRUNC
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
               END-READ
             END-PERFORM
             CLOSE GRADE-HORARIA
           END-IF.

       0008-REGRAVA-GRADE SECTION.

      *    CARGA TRUNCADA: REGRAVAR A PARTIR DA TABELA APAGARIA AS
      *    AULAS QUE FICARAM DE FORA.
           IF CARGA-GRADE-TRUNCADA
             DISPLAY "REGRAVACAO DA GRADE RECUSADA: CARGA FOI "
                     "TRUNCADA EM 5000 AULAS"
           ELSE
             OPEN OUTPUT GRADE-HORARIA
             PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                       UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
               MOVE GRD-TURMA(WRK-IDX-GRADE) TO HOR-TURMA-REG
               MOVE GRD-DIA(WRK-IDX-GRADE) TO HOR-DIA-REG
               MOVE GRD-PERIODO(WRK-IDX-GRADE) TO HOR-PERIODO-REG
               MOVE GRD-DISCIPLINA(WRK-IDX-GRADE)
                 TO HOR-DISCIPLINA-REG
               MOVE GRD-PROFESSOR(WRK-IDX-GRADE)
                 TO HOR-PROFESSOR-REG
               WRITE REG-GRADE-HORARIA
             END-PERFORM
             CLOSE GRADE-HORARIA
           END-IF.

       END PROGRAM GRADE-HORARIA.
