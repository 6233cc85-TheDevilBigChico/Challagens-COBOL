       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORA-AULA-PROFESSOR.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: PAGAMENTO DO PROFESSOR POR HORA-AULA. A FOLHA-MENSAL
      *==            SO CONHECE O SALARIO DO MESTRE E O RH CALCULAVA A
      *==            HORA-AULA NA MAO PELA GRADE. PARA A COMPETENCIA,
      *==            SOMA AS AULAS DADAS NO MES POR TURMA E DISCIPLINA
      *==            (FREQUENCIA-LANCAMENTOS DO LANCA-FREQUENCIA: EM
      *==            CADA DIA VALE O MAIOR NUMERO DE AULAS DADAS LANCADO
      *==            PARA A TURMA/DISCIPLINA, JA QUE AS AULAS SE REPETEM
      *==            EM CADA MATRICULA), ATRIBUI AO PROFESSOR DE
      *==            PROFESSOR-TURMAS E VALORIZA PELA HORA-AULA DO NIVEL
      *==            DO PROFESSOR (HORA-AULA-VALORES). O PROFESSOR E
      *==            VINCULADO AO EMPREGADO PELO CODIGO DO
      *==            EMPLOYEE-MASTER GRAVADO NO PROPRIO PROFESSORES. O
      *==            VALOR DE CADA PROFESSOR VAI PARA
      *==            HORA-AULA-LANCAMENTOS (LEIAUTE HORA-AULA-LANC), QUE
      *==            A FOLHA-MENSAL PAGA COMO PROVENTO, E O EXTRATO POR
      *==            PROFESSOR (AULAS POR TURMA/DISCIPLINA) SAI EM
      *==            HORA-AULA-EXTRATO PARA O RH CONFERIR ANTES DO
      *==            FECHAMENTO DA FOLHA.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A COMPETENCIA AAAAMM (EM BRANCO = MES
      *==      CORRENTE). REEXECUTAR A COMPETENCIA REFAZ OS LANCAMENTOS
      *==      DELA. PROFESSOR SEM EMPREGADO VINCULADO (OU FORA DO
      *==      MESTRE), NIVEL SEM VALOR E AULA DE TURMA/DISCIPLINA SEM
      *==      PROFESSOR ATRIBUIDO NAO SAO LANCADOS: SAEM NO EXTRATO E
      *==      O JOB TERMINA COM RETURN-CODE 4. SEM PROFESSORES OU SEM
      *==      EMPLOYEE-MASTER, RETURN-CODE 12.
      *== OBS: O PROFESSORES GANHA, DEPOIS DO NOME, O CODIGO DO
      *==      EMPREGADO 9(04) E O NIVEL X(02); QUEM LE SO CODIGO E
      *==      NOME (GRADE-EMITE, TURMA-LOTE) NAO MUDA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO HORA-AULA-EXTRATO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO "PROFESSORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROFESSORES.
           SELECT PROFESSOR-TURMAS ASSIGN TO "PROFESSOR-TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROF-TURMAS.
           SELECT HORA-AULA-VALORES ASSIGN TO "HORA-AULA-VALORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VALORES.
           SELECT FREQUENCIA-LANCAMENTOS
               ASSIGN TO "FREQUENCIA-LANCAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT HORA-AULA-LANCAMENTOS
               ASSIGN TO "HORA-AULA-LANCAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HAL.
           SELECT HORA-AULA-EXTRATO ASSIGN TO "HORA-AULA-EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSORES.
       01  REG-PROFESSOR.
           05 PROF-CODIGO-REG      PIC X(04).
           05 PROF-NOME-REG        PIC X(25).
           05 PROF-EMPREGADO-REG   PIC 9(04).
           05 PROF-NIVEL-REG       PIC X(02).

       FD  PROFESSOR-TURMAS.
       01  REG-PROFESSOR-TURMA.
           05 PTU-PROFESSOR-REG    PIC X(04).
           05 PTU-TURMA-REG        PIC X(05).
           05 PTU-DISCIPLINA-REG   PIC X(04).

       FD  HORA-AULA-VALORES.
       01  REG-HORA-AULA-VALOR.
           05 HAV-NIVEL-REG        PIC X(02).
           05 HAV-VALOR-REG        PIC 9(03)V99.

       FD  FREQUENCIA-LANCAMENTOS.
       01  REG-FREQ-LANCAMENTO.
           05 FLAN-DATA            PIC 9(08).
           05 FLAN-HORA            PIC 9(08).
           05 FLAN-OPERADOR        PIC X(10).
           05 FLAN-TURMA           PIC X(05).
           05 FLAN-DISCIPLINA      PIC X(04).
           05 FLAN-MATRICULA       PIC X(10).
           05 FLAN-DADAS           PIC 9(03).
           05 FLAN-ASSISTIDAS      PIC 9(03).

       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  HORA-AULA-LANCAMENTOS.
       01  REG-HORA-AULA-LANC.
           COPY HORA-AULA-LANC.

       FD  HORA-AULA-EXTRATO.
       01  REG-HORA-AULA-EXTRATO   PIC X(100).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB             PIC 9(04)      VALUE ZERO.
       77  WRK-STATUS-PROFESSORES PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-PROF-TURMAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-VALORES PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-LANC  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-HAL   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(100)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-COMPET-LANC  PIC 9(06)            VALUE ZERO.
      *====================== PROFESSORES ================================
       77  WRK-QTD-PROFESSORES PIC 9(03)         VALUE ZERO.
       77  WRK-IDX-PROF     PIC 9(03)            VALUE ZERO.
       77  WRK-POS-PROF     PIC 9(03)            VALUE ZERO.
       01  TAB-PROFESSORES.
           05 PROF-ITEM OCCURS 100 TIMES
                         INDEXED BY IDX-PROF.
              10 PROF-CODIGO     PIC X(04).
              10 PROF-NOME       PIC X(25).
              10 PROF-EMPREGADO  PIC 9(04).
              10 PROF-NIVEL      PIC X(02).
              10 PROF-AULAS      PIC 9(05).
      *====================== ATRIBUICOES ================================
       77  WRK-QTD-ATRIBUICOES PIC 9(03)         VALUE ZERO.
       77  WRK-IDX-ATRIB    PIC 9(03)            VALUE ZERO.
       01  TAB-ATRIBUICOES.
           05 ATRIB-ITEM OCCURS 200 TIMES
                          INDEXED BY IDX-ATRIB.
              10 ATR-PROFESSOR   PIC X(04).
              10 ATR-TURMA       PIC X(05).
              10 ATR-DISCIPLINA  PIC X(04).
      *====================== VALOR DA HORA-AULA POR NIVEL ===============
       77  WRK-QTD-VALORES  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-VALOR    PIC 9(02)            VALUE ZERO.
       77  WRK-VALOR-HORA   PIC 9(03)V99         VALUE ZERO.
       01  TAB-VALORES.
           05 VALOR-ITEM OCCURS 20 TIMES
                          INDEXED BY IDX-VALOR.
              10 VAL-NIVEL       PIC X(02).
              10 VAL-HORA        PIC 9(03)V99.
      *====================== AULAS DADAS POR DIA ========================
      *    UM ITEM POR DIA, TURMA E DISCIPLINA COM O MAIOR NUMERO DE
      *    AULAS DADAS LANCADO NAQUELE DIA.
       77  WRK-QTD-DIAS     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-DIA      PIC 9(04)            VALUE ZERO.
       77  WRK-POS-DIA      PIC 9(04)            VALUE ZERO.
       01  TAB-DIAS-AULA.
           05 DIA-ITEM OCCURS 3000 TIMES
                        INDEXED BY IDX-DIA.
              10 DIA-DATA        PIC 9(08).
              10 DIA-TURMA       PIC X(05).
              10 DIA-DISCIPLINA  PIC X(04).
              10 DIA-DADAS       PIC 9(03).
      *====================== AULAS DO MES POR TURMA/DISCIPLINA ==========
       77  WRK-QTD-AULAS    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-AULA     PIC 9(03)            VALUE ZERO.
       77  WRK-POS-AULA     PIC 9(03)            VALUE ZERO.
       01  TAB-AULAS.
           05 AULA-ITEM OCCURS 500 TIMES
                         INDEXED BY IDX-AULA.
              10 AUL-TURMA       PIC X(05).
              10 AUL-DISCIPLINA  PIC X(04).
              10 AUL-QTD         PIC 9(05).
              10 AUL-PROFESSOR   PIC X(04).
      *====================== EMPREGADOS DO MESTRE =======================
      *    SITUACAO DE CADA CODIGO DO MESTRE (ESPACO = FORA DO MESTRE).
       01  TAB-EMPREGADOS.
           05 EMPREGADO-SITUACAO PIC X(01) OCCURS 9999 TIMES.
      *====================== LANCAMENTOS DE OUTRAS COMPETENCIAS =========
       77  WRK-QTD-LANC     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-LANC     PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-REFEITOS PIC 9(04)            VALUE ZERO.
       01  TAB-LANCAMENTOS.
           05 LANC-ITEM OCCURS 5000 TIMES
                         INDEXED BY IDX-LANC.
              10 LANC-REGISTRO    PIC X(34).
      *====================== EXTRATO ====================================
       77  WRK-ERRO-PROF    PIC X(45)            VALUE SPACE.
       77  WRK-VALOR-LINHA  PIC 9(07)V99         VALUE ZERO.
       77  WRK-VALOR-PROF   PIC 9(07)V99         VALUE ZERO.
       77  WRK-TOTAL-VALOR  PIC 9(09)V99         VALUE ZERO.
       77  WRK-TOTAL-AULAS  PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-LANCADOS PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-RECUSADOS PIC 9(03)           VALUE ZERO.
       77  WRK-QTD-SEM-PROF PIC 9(03)            VALUE ZERO.
       77  WRK-AULAS-ED     PIC ZZZZ9.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-HORA-ED      PIC ZZ9,99.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "COMPETENCIA (AAAAMM) "
             ACCEPT WRK-COMPETENCIA-X
           IF WRK-COMPETENCIA-X NUMERIC
             MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA
           ELSE
             COMPUTE WRK-COMPETENCIA = WRK-DATA-SISTEMA / 100
             IF WRK-COMPETENCIA-X NOT EQUAL SPACE
               DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                       WRK-COMPETENCIA
             END-IF
           END-IF

           PERFORM 0001-CARREGA-PROFESSORES
           IF WRK-STATUS-PROFESSORES EQUAL "35"
             DISPLAY "PROFESSORES INEXISTENTE, NADA A LANCAR"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0005-CARREGA-EMPREGADOS
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, NADA A LANCAR"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0002-CARREGA-ATRIBUICOES
           PERFORM 0003-CARREGA-VALORES
           PERFORM 0004-CARREGA-AULAS
           IF RETURN-CODE NOT LESS 8
             GOBACK
           END-IF
           PERFORM 0006-CARREGA-LANCAMENTOS
           IF RETURN-CODE NOT LESS 8
             GOBACK
           END-IF
           PERFORM 0007-ATRIBUI-AULAS

           OPEN OUTPUT HORA-AULA-EXTRATO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EXTRATO DE HORA-AULA POR PROFESSOR - COMPETENCIA "
                    DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO
           MOVE SPACE TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO

      *    O LIVRO E REGRAVADO COM AS OUTRAS COMPETENCIAS E OS
      *    LANCAMENTOS DESTA SAO REFEITOS PELO EXTRATO.
           OPEN OUTPUT HORA-AULA-LANCAMENTOS
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                     UNTIL WRK-IDX-LANC > WRK-QTD-LANC
             MOVE LANC-REGISTRO(WRK-IDX-LANC) TO REG-HORA-AULA-LANC
             WRITE REG-HORA-AULA-LANC
           END-PERFORM

           PERFORM VARYING WRK-IDX-PROF FROM 1 BY 1
                     UNTIL WRK-IDX-PROF > WRK-QTD-PROFESSORES
             IF PROF-AULAS(WRK-IDX-PROF) GREATER ZERO
               PERFORM 0010-EXTRATO-PROFESSOR
             END-IF
           END-PERFORM
           CLOSE HORA-AULA-LANCAMENTOS

           PERFORM 0012-AULAS-SEM-PROFESSOR
           PERFORM 0013-TOTAIS-FINAIS
           CLOSE HORA-AULA-EXTRATO
           PERFORM 0014-REGISTRA-RELATORIO

           DISPLAY "PROFESSORES LANCADOS PARA A FOLHA: "
                   WRK-QTD-LANCADOS
           IF WRK-QTD-REFEITOS GREATER ZERO
             DISPLAY "LANCAMENTOS ANTERIORES DA COMPETENCIA "
                     WRK-COMPETENCIA " REFEITOS: " WRK-QTD-REFEITOS
           END-IF
           IF WRK-QTD-RECUSADOS GREATER ZERO
             OR WRK-QTD-SEM-PROF GREATER ZERO
             DISPLAY "HA AULAS NAO LANCADAS, VER HORA-AULA-EXTRATO"
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-PROFESSORES SECTION.

           OPEN INPUT PROFESSORES
           IF WRK-STATUS-PROFESSORES NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROFESSORES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-PROFESSORES NOT LESS 100
                     DISPLAY "TAB-PROFESSORES CHEIA, PROFESSORES "
                             "RESTANTES NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-PROFESSORES
                     MOVE PROF-CODIGO-REG
                       TO PROF-CODIGO(WRK-QTD-PROFESSORES)
                     MOVE PROF-NOME-REG
                       TO PROF-NOME(WRK-QTD-PROFESSORES)
      *              REGISTRO AINDA SEM O VINCULO (SO CODIGO E NOME).
                     IF PROF-EMPREGADO-REG NUMERIC
                       MOVE PROF-EMPREGADO-REG
                         TO PROF-EMPREGADO(WRK-QTD-PROFESSORES)
                     ELSE
                       MOVE ZERO TO PROF-EMPREGADO(WRK-QTD-PROFESSORES)
                     END-IF
                     MOVE PROF-NIVEL-REG
                       TO PROF-NIVEL(WRK-QTD-PROFESSORES)
                     MOVE ZERO TO PROF-AULAS(WRK-QTD-PROFESSORES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PROFESSORES
           END-IF.

       0002-CARREGA-ATRIBUICOES SECTION.

           OPEN INPUT PROFESSOR-TURMAS
           IF WRK-STATUS-PROF-TURMAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROFESSOR-TURMAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-ATRIBUICOES NOT LESS 200
                     DISPLAY "TAB-ATRIBUICOES CHEIA, ATRIBUICOES "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-ATRIBUICOES
                     MOVE PTU-PROFESSOR-REG
                       TO ATR-PROFESSOR(WRK-QTD-ATRIBUICOES)
                     MOVE PTU-TURMA-REG
                       TO ATR-TURMA(WRK-QTD-ATRIBUICOES)
                     MOVE PTU-DISCIPLINA-REG
                       TO ATR-DISCIPLINA(WRK-QTD-ATRIBUICOES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PROFESSOR-TURMAS
           ELSE
             DISPLAY "PROFESSOR-TURMAS INEXISTENTE, NENHUMA AULA "
                     "TERA PROFESSOR"
           END-IF.

       0003-CARREGA-VALORES SECTION.

           OPEN INPUT HORA-AULA-VALORES
           IF WRK-STATUS-VALORES NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ HORA-AULA-VALORES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-VALORES NOT LESS 20
                     DISPLAY "TAB-VALORES CHEIA, NIVEIS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     IF HAV-VALOR-REG NUMERIC
                       ADD 1 TO WRK-QTD-VALORES
                       MOVE HAV-NIVEL-REG
                         TO VAL-NIVEL(WRK-QTD-VALORES)
                       MOVE HAV-VALOR-REG
                         TO VAL-HORA(WRK-QTD-VALORES)
                     ELSE
                       DISPLAY "VALOR INVALIDO DESCARTADO: NIVEL "
                               HAV-NIVEL-REG
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HORA-AULA-VALORES
           ELSE
             DISPLAY "HORA-AULA-VALORES INEXISTENTE, NENHUM "
                     "PROFESSOR SERA LANCADO"
           END-IF.

       0004-CARREGA-AULAS SECTION.

      *    SO OS LANCAMENTOS DO MES. O MESMO DIA/TURMA/DISCIPLINA SE
      *    REPETE PARA CADA MATRICULA: VALE O MAIOR NUMERO DE AULAS.
      *    TABELA CHEIA PAGARIA A MENOS, ENTAO A EXECUCAO E RECUSADA.
           OPEN INPUT FREQUENCIA-LANCAMENTOS
           IF WRK-STATUS-LANC EQUAL "35"
             DISPLAY "FREQUENCIA-LANCAMENTOS INEXISTENTE, NENHUMA AULA "
                     "NO MES"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FREQUENCIA-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   COMPUTE WRK-COMPET-LANC = FLAN-DATA / 100
                   IF WRK-COMPET-LANC EQUAL WRK-COMPETENCIA
                     AND FLAN-DADAS NUMERIC
                     PERFORM 0008-ACUMULA-DIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FREQUENCIA-LANCAMENTOS
           END-IF

           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA > WRK-QTD-DIAS
             MOVE ZERO TO WRK-POS-AULA
             PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                       UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
               IF AUL-TURMA(WRK-IDX-AULA) EQUAL DIA-TURMA(WRK-IDX-DIA)
                 AND AUL-DISCIPLINA(WRK-IDX-AULA)
                     EQUAL DIA-DISCIPLINA(WRK-IDX-DIA)
                 MOVE WRK-IDX-AULA TO WRK-POS-AULA
                 MOVE WRK-QTD-AULAS TO WRK-IDX-AULA
               END-IF
             END-PERFORM
             IF WRK-POS-AULA EQUAL ZERO
               IF WRK-QTD-AULAS NOT LESS 500
                 DISPLAY "TAB-AULAS CHEIA, EXECUCAO RECUSADA PARA "
                         "NAO PAGAR A MENOS"
                 MOVE 8 TO RETURN-CODE
                 MOVE WRK-QTD-DIAS TO WRK-IDX-DIA
               ELSE
                 ADD 1 TO WRK-QTD-AULAS
                 MOVE WRK-QTD-AULAS TO WRK-POS-AULA
                 MOVE DIA-TURMA(WRK-IDX-DIA)
                   TO AUL-TURMA(WRK-POS-AULA)
                 MOVE DIA-DISCIPLINA(WRK-IDX-DIA)
                   TO AUL-DISCIPLINA(WRK-POS-AULA)
                 MOVE ZERO  TO AUL-QTD(WRK-POS-AULA)
                 MOVE SPACE TO AUL-PROFESSOR(WRK-POS-AULA)
               END-IF
             END-IF
             IF WRK-POS-AULA GREATER ZERO
               ADD DIA-DADAS(WRK-IDX-DIA) TO AUL-QTD(WRK-POS-AULA)
             END-IF
           END-PERFORM.

       0008-ACUMULA-DIA SECTION.

           MOVE ZERO TO WRK-POS-DIA
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA > WRK-QTD-DIAS
             IF DIA-DATA(WRK-IDX-DIA) EQUAL FLAN-DATA
               AND DIA-TURMA(WRK-IDX-DIA) EQUAL FLAN-TURMA
               AND DIA-DISCIPLINA(WRK-IDX-DIA) EQUAL FLAN-DISCIPLINA
               MOVE WRK-IDX-DIA TO WRK-POS-DIA
               MOVE WRK-QTD-DIAS TO WRK-IDX-DIA
             END-IF
           END-PERFORM
           IF WRK-POS-DIA EQUAL ZERO
             IF WRK-QTD-DIAS NOT LESS 3000
               DISPLAY "TAB-DIAS-AULA CHEIA, EXECUCAO RECUSADA PARA "
                       "NAO PAGAR A MENOS"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WRK-FIM-ARQUIVO
             ELSE
               ADD 1 TO WRK-QTD-DIAS
               MOVE FLAN-DATA       TO DIA-DATA(WRK-QTD-DIAS)
               MOVE FLAN-TURMA      TO DIA-TURMA(WRK-QTD-DIAS)
               MOVE FLAN-DISCIPLINA TO DIA-DISCIPLINA(WRK-QTD-DIAS)
               MOVE FLAN-DADAS      TO DIA-DADAS(WRK-QTD-DIAS)
             END-IF
           ELSE
             IF FLAN-DADAS GREATER DIA-DADAS(WRK-POS-DIA)
               MOVE FLAN-DADAS TO DIA-DADAS(WRK-POS-DIA)
             END-IF
           END-IF.

       0005-CARREGA-EMPREGADOS SECTION.

           MOVE SPACE TO TAB-EMPREGADOS
           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPLOYEE-MASTER
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF EMP-CODIGO-REG GREATER ZERO
                     IF EMP-SITUACAO-REG EQUAL "D"
                       MOVE "D" TO
                         EMPREGADO-SITUACAO(EMP-CODIGO-REG)
                     ELSE
                       MOVE "A" TO
                         EMPREGADO-SITUACAO(EMP-CODIGO-REG)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-MASTER
           END-IF.

       0006-CARREGA-LANCAMENTOS SECTION.

      *    LANCAMENTOS DE OUTRAS COMPETENCIAS FICAM; OS DESTA SAO
      *    DESCARTADOS E REFEITOS. LIVRO TRUNCADO APAGARIA LANCAMENTOS
      *    AINDA NAO PAGOS, ENTAO A EXECUCAO E RECUSADA.
           OPEN INPUT HORA-AULA-LANCAMENTOS
           IF WRK-STATUS-HAL NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ HORA-AULA-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF HAL-COMPETENCIA EQUAL WRK-COMPETENCIA
                     ADD 1 TO WRK-QTD-REFEITOS
                   ELSE
                     IF WRK-QTD-LANC NOT LESS 5000
                       DISPLAY "TAB-LANCAMENTOS CHEIA, LIVRO DE "
                               "HORA-AULA TRUNCADO - EXECUCAO "
                               "RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-LANC
                       MOVE REG-HORA-AULA-LANC
                         TO LANC-REGISTRO(WRK-QTD-LANC)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HORA-AULA-LANCAMENTOS
           END-IF.

       0007-ATRIBUI-AULAS SECTION.

      *    CADA TURMA/DISCIPLINA VAI PARA O PROFESSOR ATRIBUIDO EM
      *    PROFESSOR-TURMAS, SE ELE ESTIVER NO MESTRE PROFESSORES.
           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                     UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
             PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                       UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIBUICOES
               IF ATR-TURMA(WRK-IDX-ATRIB)
                    EQUAL AUL-TURMA(WRK-IDX-AULA)
                 AND ATR-DISCIPLINA(WRK-IDX-ATRIB)
                     EQUAL AUL-DISCIPLINA(WRK-IDX-AULA)
                 MOVE ATR-PROFESSOR(WRK-IDX-ATRIB)
                   TO AUL-PROFESSOR(WRK-IDX-AULA)
                 MOVE WRK-QTD-ATRIBUICOES TO WRK-IDX-ATRIB
               END-IF
             END-PERFORM
             MOVE ZERO TO WRK-POS-PROF
             IF AUL-PROFESSOR(WRK-IDX-AULA) NOT EQUAL SPACE
               PERFORM VARYING WRK-IDX-PROF FROM 1 BY 1
                         UNTIL WRK-IDX-PROF > WRK-QTD-PROFESSORES
                 IF PROF-CODIGO(WRK-IDX-PROF)
                      EQUAL AUL-PROFESSOR(WRK-IDX-AULA)
                   MOVE WRK-IDX-PROF TO WRK-POS-PROF
                   MOVE WRK-QTD-PROFESSORES TO WRK-IDX-PROF
                 END-IF
               END-PERFORM
             END-IF
             IF WRK-POS-PROF EQUAL ZERO
               MOVE SPACE TO AUL-PROFESSOR(WRK-IDX-AULA)
             ELSE
               ADD AUL-QTD(WRK-IDX-AULA) TO PROF-AULAS(WRK-POS-PROF)
             END-IF
           END-PERFORM.

       0010-EXTRATO-PROFESSOR SECTION.

           MOVE SPACE TO WRK-ERRO-PROF
           MOVE ZERO  TO WRK-VALOR-HORA
           IF PROF-EMPREGADO(WRK-IDX-PROF) EQUAL ZERO
             MOVE "PROFESSOR SEM EMPREGADO VINCULADO"
               TO WRK-ERRO-PROF
           ELSE
             IF EMPREGADO-SITUACAO(PROF-EMPREGADO(WRK-IDX-PROF))
                  EQUAL SPACE
               MOVE "EMPREGADO VINCULADO FORA DO EMPLOYEE-MASTER"
                 TO WRK-ERRO-PROF
             END-IF
           END-IF
           PERFORM VARYING WRK-IDX-VALOR FROM 1 BY 1
                     UNTIL WRK-IDX-VALOR > WRK-QTD-VALORES
             IF VAL-NIVEL(WRK-IDX-VALOR) EQUAL PROF-NIVEL(WRK-IDX-PROF)
               MOVE VAL-HORA(WRK-IDX-VALOR) TO WRK-VALOR-HORA
               MOVE WRK-QTD-VALORES TO WRK-IDX-VALOR
             END-IF
           END-PERFORM
           IF WRK-VALOR-HORA EQUAL ZERO
             AND WRK-ERRO-PROF EQUAL SPACE
             MOVE "NIVEL SEM VALOR EM HORA-AULA-VALORES"
               TO WRK-ERRO-PROF
           END-IF

           MOVE WRK-VALOR-HORA TO WRK-HORA-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROFESSOR "   DELIMITED BY SIZE
                  PROF-CODIGO(WRK-IDX-PROF) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PROF-NOME(WRK-IDX-PROF) DELIMITED BY SIZE
                  " EMPREGADO "  DELIMITED BY SIZE
                  PROF-EMPREGADO(WRK-IDX-PROF) DELIMITED BY SIZE
                  " NIVEL "      DELIMITED BY SIZE
                  PROF-NIVEL(WRK-IDX-PROF) DELIMITED BY SIZE
                  " HORA-AULA "  DELIMITED BY SIZE
                  WRK-HORA-ED    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO

           MOVE ZERO TO WRK-VALOR-PROF
           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                     UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
             IF AUL-PROFESSOR(WRK-IDX-AULA)
                  EQUAL PROF-CODIGO(WRK-IDX-PROF)
               PERFORM 0011-LINHA-TURMA
             END-IF
           END-PERFORM

           MOVE PROF-AULAS(WRK-IDX-PROF) TO WRK-AULAS-ED
           MOVE WRK-VALOR-PROF TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TOTAL DO PROFESSOR       AULAS " DELIMITED BY SIZE
                  WRK-AULAS-ED   DELIMITED BY SIZE
                  "  VALOR "     DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO

           IF WRK-ERRO-PROF EQUAL SPACE
             ADD 1 TO WRK-QTD-LANCADOS
             ADD PROF-AULAS(WRK-IDX-PROF) TO WRK-TOTAL-AULAS
             ADD WRK-VALOR-PROF TO WRK-TOTAL-VALOR
             MOVE WRK-COMPETENCIA TO HAL-COMPETENCIA
             MOVE PROF-EMPREGADO(WRK-IDX-PROF) TO HAL-CODIGO
             MOVE PROF-CODIGO(WRK-IDX-PROF)    TO HAL-PROFESSOR
             MOVE PROF-NIVEL(WRK-IDX-PROF)     TO HAL-NIVEL
             MOVE PROF-AULAS(WRK-IDX-PROF)     TO HAL-AULAS
             MOVE WRK-VALOR-HORA               TO HAL-VALOR-HORA
             MOVE WRK-VALOR-PROF               TO HAL-VALOR
             WRITE REG-HORA-AULA-LANC
             MOVE "  LANCADO PARA A FOLHA-MENSAL DA COMPETENCIA"
               TO REG-HORA-AULA-EXTRATO
           ELSE
             ADD 1 TO WRK-QTD-RECUSADOS
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  NAO LANCADO: " DELIMITED BY SIZE
                    WRK-ERRO-PROF     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           END-IF
           WRITE REG-HORA-AULA-EXTRATO
           MOVE SPACE TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO.

       0011-LINHA-TURMA SECTION.

           COMPUTE WRK-VALOR-LINHA =
               AUL-QTD(WRK-IDX-AULA) * WRK-VALOR-HORA
           ADD WRK-VALOR-LINHA TO WRK-VALOR-PROF
           MOVE AUL-QTD(WRK-IDX-AULA) TO WRK-AULAS-ED
           MOVE WRK-VALOR-LINHA TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TURMA "     DELIMITED BY SIZE
                  AUL-TURMA(WRK-IDX-AULA) DELIMITED BY SIZE
                  " DISCIPLINA " DELIMITED BY SIZE
                  AUL-DISCIPLINA(WRK-IDX-AULA) DELIMITED BY SIZE
                  "  AULAS "     DELIMITED BY SIZE
                  WRK-AULAS-ED   DELIMITED BY SIZE
                  "  VALOR "     DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO.

       0012-AULAS-SEM-PROFESSOR SECTION.

           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                     UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
             IF AUL-PROFESSOR(WRK-IDX-AULA) EQUAL SPACE
               ADD 1 TO WRK-QTD-SEM-PROF
               MOVE AUL-QTD(WRK-IDX-AULA) TO WRK-AULAS-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "AULAS SEM PROFESSOR ATRIBUIDO: TURMA "
                        DELIMITED BY SIZE
                      AUL-TURMA(WRK-IDX-AULA) DELIMITED BY SIZE
                      " DISCIPLINA " DELIMITED BY SIZE
                      AUL-DISCIPLINA(WRK-IDX-AULA) DELIMITED BY SIZE
                      "  AULAS "     DELIMITED BY SIZE
                      WRK-AULAS-ED   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
               WRITE REG-HORA-AULA-EXTRATO
             END-IF
           END-PERFORM
           IF WRK-QTD-SEM-PROF GREATER ZERO
             MOVE SPACE TO REG-HORA-AULA-EXTRATO
             WRITE REG-HORA-AULA-EXTRATO
           END-IF.

       0013-TOTAIS-FINAIS SECTION.

           MOVE WRK-QTD-LANCADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROFESSORES LANCADOS.......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO

           MOVE WRK-QTD-RECUSADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROFESSORES NAO LANCADOS...: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO

           MOVE WRK-TOTAL-AULAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "AULAS LANCADAS.............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO

           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "VALOR TOTAL PARA A FOLHA...: " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HORA-AULA-EXTRATO
           WRITE REG-HORA-AULA-EXTRATO.

       0014-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "HORA-AULA"         TO RPED-JOB
           MOVE "HORA-AULA-EXTRATO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM HORA-AULA-PROFESSOR.
