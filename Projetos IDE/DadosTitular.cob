       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOS-TITULAR.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: ATENDIMENTO A PEDIDO DO TITULAR DE DADOS PESSOAIS:
      *==            LISTA EM TITULAR-RELATORIO TUDO O QUE O SISTEMA
      *==            GUARDA DE UMA PESSOA, REGISTRO A REGISTRO, COM O
      *==            NOME DO ARQUIVO DE ORIGEM:
      *==            E - EMPREGADO (CODIGO): EMPLOYEE-MASTER,
      *==                FOLHA-PAGAMENTO, DECIMO-PAGAMENTO,
      *==                EMPLOYEE-AUDITORIA, ESOCIAL-ENVIADOS E
      *==                PROFESSORES;
      *==            A - ALUNO (MATRICULA): ALUNOS-CADASTRO,
      *==                STUDENT-GRADES, RESULTADO-ANUAL, ALUNOS-LOG E
      *==                AS MENSALIDADE-COBRANCAS DO RESPONSAVEL;
      *==            P - PESSOA (ID): PESSOAS E PESSOAS-LOG;
      *==            N - NOME, QUANDO O TITULAR NAO SABE O CODIGO: O
      *==                NOME EXATO, COMO GRAVADO, EM TODOS OS ARQUIVOS
      *==                ACIMA (INCLUSIVE COMO RESPONSAVEL DE ALUNO).
      *==            PARA E, A E P LISTA TAMBEM O ANONIMIZACAO-LOG, QUE
      *==            MOSTRA QUANDO O TITULAR FOI ANONIMIZADO.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, O TIPO (E/A/P/N) E A CHAVE. TIPO OU CHAVE
      *==      INVALIDOS DAO RETURN-CODE 8; NADA ENCONTRADO, 4.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  PASSA A SER CHAMADO TAMBEM PELA OPCAO 41 DO
      *==                 MENU-PRINCIPAL; O TOTAL E O RETURN-CODE SAO
      *==                 ZERADOS NA ENTRADA PARA A SEGUNDA CONSULTA DA
      *==                 MESMA SESSAO NAO HERDAR A ANTERIOR.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-STATUS-GRADES.
           SELECT ARQ-ALVO ASSIGN TO DYNAMIC WRK-NOME-ALVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALVO.
           SELECT TITULAR-RELATORIO ASSIGN TO "TITULAR-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  STUDENT-GRADES.
       01  REG-STUDENT-GRADE.
           COPY STUDENT-GRD.

       FD  ARQ-ALVO.
       01  REG-ALVO                PIC X(250).

       FD  TITULAR-RELATORIO.
       01  REG-TITULAR-REL         PIC X(132).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-GRADES PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-ALVO  PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ALVO     PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-TIPO-CONSULTA PIC X(01)           VALUE SPACE.
           88 CONSULTA-EMPREGADO                 VALUE "E".
           88 CONSULTA-ALUNO                     VALUE "A".
           88 CONSULTA-PESSOA                    VALUE "P".
           88 CONSULTA-NOME                      VALUE "N".
           88 CONSULTA-VALIDA             VALUE "E" "A" "P" "N".
       77  WRK-CHAVE        PIC X(25)            VALUE SPACE.
       77  WRK-CODIGO-CHAVE PIC 9(04)            VALUE ZERO.
       77  WRK-ID-CHAVE     PIC 9(06)            VALUE ZERO.
       77  WRK-CHAVE-LOG    PIC X(10)            VALUE SPACE.
       77  WRK-TIPO-LOG     PIC X(10)            VALUE SPACE.
      *    RESPONSAVEL DO ALUNO CONSULTADO, PARA AS MENSALIDADES.
       77  WRK-RESP-ALUNO   PIC X(25)            VALUE SPACE.
      *====================== ARQUIVOS ===================================
       77  WRK-NOME-ALVO    PIC X(25)            VALUE SPACE.
       77  WRK-TIPO-ALVO    PIC 9(02)            VALUE ZERO.
           88 ALVO-FOLHA                         VALUE 1.
           88 ALVO-DECIMO                        VALUE 2.
           88 ALVO-AUDIT-EMP                     VALUE 3.
           88 ALVO-ESOCIAL                       VALUE 4.
           88 ALVO-PROFESSOR                     VALUE 5.
           88 ALVO-CADASTRO-ALUNO                VALUE 6.
           88 ALVO-RESULTADO                     VALUE 7.
           88 ALVO-MENSALIDADE                   VALUE 8.
           88 ALVO-LOG-ALUNOS                    VALUE 9.
           88 ALVO-PESSOAS                       VALUE 10.
           88 ALVO-LOG-PESSOAS                   VALUE 11.
           88 ALVO-ANONIMIZACAO                  VALUE 12.
       77  WRK-CONFERE      PIC X(01)            VALUE "N".
           88 REGISTRO-DO-TITULAR                VALUE "S".
       77  WRK-QTD-ARQUIVO  PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-TOTAL    PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-POS          PIC 9(03)            VALUE ZERO.
      *    VISOES DO REGISTRO LIDO; O REGISTRO INTEIRO VAI PARA O
      *    RELATORIO EM LINHAS DE 100 POSICOES.
       01  WRK-REGISTRO     PIC X(300)           VALUE SPACE.
       01  WRK-REG-FOLHA REDEFINES WRK-REGISTRO.
           05 SFOL-COMPETENCIA     PIC 9(06).
           05 SFOL-CODIGO          PIC 9(04).
           05 SFOL-NOME            PIC X(15).
       01  WRK-REG-DECIMO REDEFINES WRK-REGISTRO.
           05 SDEC-COMPETENCIA     PIC 9(06).
           05 SDEC-PARCELA         PIC 9(01).
           05 SDEC-CODIGO          PIC 9(04).
           05 SDEC-NOME            PIC X(15).
       01  WRK-REG-AUDIT-EMP REDEFINES WRK-REGISTRO.
           05 SEAUD-DATA           PIC 9(08).
           05 SEAUD-HORA           PIC 9(08).
           05 SEAUD-OPERADOR       PIC X(10).
           05 SEAUD-ACAO           PIC X(08).
           05 SEAUD-ANTES.
              10 SEAUD-ANTES-CODIGO   PIC X(04).
              10 SEAUD-ANTES-NOME     PIC X(15).
              10 FILLER               PIC X(31).
           05 SEAUD-DEPOIS.
              10 SEAUD-DEPOIS-CODIGO  PIC X(04).
              10 SEAUD-DEPOIS-NOME    PIC X(15).
              10 FILLER               PIC X(31).
       01  WRK-REG-ESOCIAL REDEFINES WRK-REGISTRO.
           COPY ESOCIAL-CTL.
       01  WRK-REG-PROFESSOR REDEFINES WRK-REGISTRO.
           05 SPRF-CODIGO          PIC X(04).
           05 SPRF-NOME            PIC X(25).
           05 SPRF-EMPREGADO       PIC X(04).
       01  WRK-REG-CADASTRO REDEFINES WRK-REGISTRO.
           COPY ALUNO-CAD.
       01  WRK-REG-RESULTADO REDEFINES WRK-REGISTRO.
           05 SRES-ANO             PIC 9(04).
           05 SRES-MATRICULA       PIC X(10).
           05 SRES-NOME            PIC X(25).
       01  WRK-REG-MENSALIDADE REDEFINES WRK-REGISTRO.
           COPY MENSAL-COB.
       01  WRK-REG-LOG-ALUNO REDEFINES WRK-REGISTRO.
           05 SALOG-DATA           PIC 9(08).
           05 SALOG-HORA           PIC 9(08).
           05 SALOG-OPERADOR       PIC X(10).
           05 SALOG-ACAO           PIC X(08).
           05 SALOG-ANTES.
              10 SALOG-ANTES-MATRICULA PIC X(10).
              10 SALOG-ANTES-NOME      PIC X(25).
              10 FILLER                PIC X(13).
              10 SALOG-ANTES-RESP      PIC X(25).
              10 FILLER                PIC X(16).
           05 SALOG-DEPOIS.
              10 SALOG-DEPOIS-MATRICULA PIC X(10).
              10 SALOG-DEPOIS-NOME     PIC X(25).
              10 FILLER                PIC X(13).
              10 SALOG-DEPOIS-RESP     PIC X(25).
              10 FILLER                PIC X(16).
       01  WRK-REG-PESSOA REDEFINES WRK-REGISTRO.
           05 SPES-NOME            PIC X(12).
           05 SPES-NASCIMENTO      PIC X(08).
           05 FILLER               PIC X(09).
           05 SPES-ID              PIC X(06).
       01  WRK-REG-LOG-PESSOA REDEFINES WRK-REGISTRO.
           05 SPLOG-DATA           PIC 9(08).
           05 SPLOG-HORA           PIC 9(08).
           05 SPLOG-OPERADOR       PIC X(10).
           05 SPLOG-ACAO           PIC X(08).
           05 SPLOG-ANTES.
              10 SPLOG-ANTES-NOME      PIC X(12).
              10 FILLER                PIC X(17).
              10 SPLOG-ANTES-ID        PIC X(06).
              10 FILLER                PIC X(08).
           05 SPLOG-DEPOIS.
              10 SPLOG-DEPOIS-NOME     PIC X(12).
              10 FILLER                PIC X(17).
              10 SPLOG-DEPOIS-ID       PIC X(06).
              10 FILLER                PIC X(08).
       01  WRK-REG-ANONIMIZACAO REDEFINES WRK-REGISTRO.
           COPY ANONIMIZA-LOG.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ZERO TO WRK-QTD-TOTAL
           MOVE ZERO TO RETURN-CODE

           PERFORM 0001-RECEBE-PARAMETROS
           IF RETURN-CODE EQUAL 8
             GOBACK
           END-IF

           OPEN OUTPUT TITULAR-RELATORIO
           PERFORM 0002-CABECALHO

           IF CONSULTA-EMPREGADO OR CONSULTA-NOME
             PERFORM 0010-EMPREGADO-MESTRE
             MOVE "FOLHA-PAGAMENTO" TO WRK-NOME-ALVO
             SET ALVO-FOLHA TO TRUE
             PERFORM 0020-LE-ARQUIVO
             MOVE "DECIMO-PAGAMENTO" TO WRK-NOME-ALVO
             SET ALVO-DECIMO TO TRUE
             PERFORM 0020-LE-ARQUIVO
             MOVE "EMPLOYEE-AUDITORIA" TO WRK-NOME-ALVO
             SET ALVO-AUDIT-EMP TO TRUE
             PERFORM 0020-LE-ARQUIVO
             MOVE "ESOCIAL-ENVIADOS" TO WRK-NOME-ALVO
             SET ALVO-ESOCIAL TO TRUE
             PERFORM 0020-LE-ARQUIVO
             MOVE "PROFESSORES" TO WRK-NOME-ALVO
             SET ALVO-PROFESSOR TO TRUE
             PERFORM 0020-LE-ARQUIVO
           END-IF

           IF CONSULTA-ALUNO OR CONSULTA-NOME
             MOVE "ALUNOS-CADASTRO" TO WRK-NOME-ALVO
             SET ALVO-CADASTRO-ALUNO TO TRUE
             PERFORM 0020-LE-ARQUIVO
             PERFORM 0011-NOTAS
             MOVE "RESULTADO-ANUAL" TO WRK-NOME-ALVO
             SET ALVO-RESULTADO TO TRUE
             PERFORM 0020-LE-ARQUIVO
             MOVE "MENSALIDADE-COBRANCAS" TO WRK-NOME-ALVO
             SET ALVO-MENSALIDADE TO TRUE
             PERFORM 0020-LE-ARQUIVO
             MOVE "ALUNOS-LOG" TO WRK-NOME-ALVO
             SET ALVO-LOG-ALUNOS TO TRUE
             PERFORM 0020-LE-ARQUIVO
           END-IF

           IF CONSULTA-PESSOA OR CONSULTA-NOME
             MOVE "PESSOAS" TO WRK-NOME-ALVO
             SET ALVO-PESSOAS TO TRUE
             PERFORM 0020-LE-ARQUIVO
             MOVE "PESSOAS-LOG" TO WRK-NOME-ALVO
             SET ALVO-LOG-PESSOAS TO TRUE
             PERFORM 0020-LE-ARQUIVO
           END-IF

      *    O LOG DE ANONIMIZACAO NAO GUARDA NOMES, SO CHAVES.
           IF NOT CONSULTA-NOME
             MOVE "ANONIMIZACAO-LOG" TO WRK-NOME-ALVO
             SET ALVO-ANONIMIZACAO TO TRUE
             PERFORM 0020-LE-ARQUIVO
           END-IF

           PERFORM 0040-TOTAIS
           CLOSE TITULAR-RELATORIO

           IF WRK-QTD-TOTAL EQUAL ZERO
             DISPLAY "NENHUM DADO ENCONTRADO PARA O TITULAR"
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE-PARAMETROS SECTION.

           DISPLAY "TIPO (E-EMPREGADO A-ALUNO P-PESSOA N-NOME) "
             ACCEPT WRK-TIPO-CONSULTA
           DISPLAY "CHAVE (CODIGO 9999, MATRICULA, ID 999999 OU NOME) "
             ACCEPT WRK-CHAVE

           EVALUATE TRUE
             WHEN NOT CONSULTA-VALIDA
               DISPLAY "TIPO INVALIDO: " WRK-TIPO-CONSULTA
               MOVE 8 TO RETURN-CODE
             WHEN WRK-CHAVE EQUAL SPACE
               DISPLAY "CHAVE NAO INFORMADA"
               MOVE 8 TO RETURN-CODE
             WHEN CONSULTA-EMPREGADO
               IF WRK-CHAVE(1:4) NUMERIC
                 AND WRK-CHAVE(5:) EQUAL SPACE
                 MOVE WRK-CHAVE(1:4) TO WRK-CODIGO-CHAVE
                 MOVE "EMPREGADO" TO WRK-TIPO-LOG
                 MOVE WRK-CHAVE(1:4) TO WRK-CHAVE-LOG
               ELSE
                 DISPLAY "CODIGO DE EMPREGADO INVALIDO: " WRK-CHAVE
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN CONSULTA-PESSOA
               IF WRK-CHAVE(1:6) NUMERIC
                 AND WRK-CHAVE(7:) EQUAL SPACE
                 MOVE WRK-CHAVE(1:6) TO WRK-ID-CHAVE
                 MOVE "PESSOA" TO WRK-TIPO-LOG
                 MOVE WRK-CHAVE(1:6) TO WRK-CHAVE-LOG
               ELSE
                 DISPLAY "ID DE PESSOA INVALIDO: " WRK-CHAVE
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN CONSULTA-ALUNO
               MOVE "ALUNO" TO WRK-TIPO-LOG
               MOVE WRK-CHAVE TO WRK-CHAVE-LOG
           END-EVALUATE.

       0002-CABECALHO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "DADOS PESSOAIS DO TITULAR - TIPO " DELIMITED BY SIZE
                  WRK-TIPO-CONSULTA DELIMITED BY SIZE
                  " - CHAVE " DELIMITED BY SIZE
                  WRK-CHAVE DELIMITED BY "  "
                  " - DATA " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0003-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0003-GRAVA-LINHA.

       0003-GRAVA-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-TITULAR-REL
           WRITE REG-TITULAR-REL.

       0010-EMPREGADO-MESTRE SECTION.

           MOVE "EMPLOYEE-MASTER" TO WRK-NOME-ALVO
           MOVE ZERO TO WRK-QTD-ARQUIVO
           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "00"
             IF CONSULTA-EMPREGADO
               MOVE WRK-CODIGO-CHAVE TO EMP-CODIGO-REG
               READ EMPLOYEE-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE REG-EMPLOYEE-MASTER TO WRK-REGISTRO
                   PERFORM 0030-LISTA-REGISTRO
               END-READ
             ELSE
               MOVE "N" TO WRK-FIM-ALVO
               PERFORM UNTIL WRK-FIM-ALVO EQUAL "S"
                 READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                     MOVE "S" TO WRK-FIM-ALVO
                   NOT AT END
                     IF EMP-NOME-REG EQUAL WRK-CHAVE
                       MOVE REG-EMPLOYEE-MASTER TO WRK-REGISTRO
                       PERFORM 0030-LISTA-REGISTRO
                     END-IF
                 END-READ
               END-PERFORM
             END-IF
             CLOSE EMPLOYEE-MASTER
           END-IF
           PERFORM 0031-TOTAL-ARQUIVO.

       0011-NOTAS SECTION.

           MOVE "STUDENT-GRADES" TO WRK-NOME-ALVO
           MOVE ZERO TO WRK-QTD-ARQUIVO
           OPEN INPUT STUDENT-GRADES
           IF WRK-STATUS-GRADES EQUAL "00"
             MOVE "N" TO WRK-FIM-ALVO
             PERFORM UNTIL WRK-FIM-ALVO EQUAL "S"
               READ STUDENT-GRADES NEXT RECORD
                 AT END
                   MOVE "S" TO WRK-FIM-ALVO
                 NOT AT END
                   IF (CONSULTA-ALUNO
                       AND GRADE-MATRICULA EQUAL WRK-CHAVE)
                     OR (CONSULTA-NOME
                       AND GRADE-NOME EQUAL WRK-CHAVE)
                     MOVE REG-STUDENT-GRADE TO WRK-REGISTRO
                     PERFORM 0030-LISTA-REGISTRO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STUDENT-GRADES
           END-IF
           PERFORM 0031-TOTAL-ARQUIVO.

       0020-LE-ARQUIVO SECTION.

           MOVE ZERO TO WRK-QTD-ARQUIVO
           OPEN INPUT ARQ-ALVO
           IF WRK-STATUS-ALVO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ALVO
             PERFORM UNTIL WRK-FIM-ALVO EQUAL "S"
               READ ARQ-ALVO
                 AT END
                   MOVE "S" TO WRK-FIM-ALVO
                 NOT AT END
                   MOVE SPACE TO WRK-REGISTRO
                   MOVE REG-ALVO TO WRK-REGISTRO
                   MOVE "N" TO WRK-CONFERE
                   PERFORM 0021-CONFERE-REGISTRO
                   IF REGISTRO-DO-TITULAR
                     PERFORM 0030-LISTA-REGISTRO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-ALVO
           END-IF
           PERFORM 0031-TOTAL-ARQUIVO.

       0021-CONFERE-REGISTRO SECTION.

           EVALUATE TRUE
             WHEN ALVO-FOLHA
               IF (CONSULTA-EMPREGADO
                   AND SFOL-CODIGO EQUAL WRK-CODIGO-CHAVE)
                 OR (CONSULTA-NOME AND SFOL-NOME EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-DECIMO
               IF (CONSULTA-EMPREGADO
                   AND SDEC-CODIGO EQUAL WRK-CODIGO-CHAVE)
                 OR (CONSULTA-NOME AND SDEC-NOME EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-AUDIT-EMP
               IF (CONSULTA-EMPREGADO
                   AND (SEAUD-ANTES-CODIGO EQUAL WRK-CHAVE(1:4)
                     OR SEAUD-DEPOIS-CODIGO EQUAL WRK-CHAVE(1:4)))
                 OR (CONSULTA-NOME
                   AND (SEAUD-ANTES-NOME EQUAL WRK-CHAVE
                     OR SEAUD-DEPOIS-NOME EQUAL WRK-CHAVE))
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-ESOCIAL
               IF (CONSULTA-EMPREGADO
                   AND ENV-CODIGO EQUAL WRK-CODIGO-CHAVE)
                 OR (CONSULTA-NOME AND ENV-NOME EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-PROFESSOR
               IF (CONSULTA-EMPREGADO
                   AND SPRF-EMPREGADO EQUAL WRK-CHAVE(1:4))
                 OR (CONSULTA-NOME AND SPRF-NOME EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-CADASTRO-ALUNO
               IF CONSULTA-ALUNO
                 AND ALUNO-MATRICULA-REG EQUAL WRK-CHAVE
                 MOVE "S" TO WRK-CONFERE
                 MOVE ALUNO-RESPONSAVEL-REG TO WRK-RESP-ALUNO
               END-IF
               IF CONSULTA-NOME
                 AND (ALUNO-NOME-REG EQUAL WRK-CHAVE
                   OR ALUNO-RESPONSAVEL-REG EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-RESULTADO
               IF (CONSULTA-ALUNO AND SRES-MATRICULA EQUAL WRK-CHAVE)
                 OR (CONSULTA-NOME AND SRES-NOME EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-MENSALIDADE
               IF (CONSULTA-ALUNO
                   AND WRK-RESP-ALUNO NOT EQUAL SPACE
                   AND MEN-RESPONSAVEL-REG EQUAL WRK-RESP-ALUNO)
                 OR (CONSULTA-NOME
                   AND MEN-RESPONSAVEL-REG EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-LOG-ALUNOS
               IF (CONSULTA-ALUNO
                   AND (SALOG-ANTES-MATRICULA EQUAL WRK-CHAVE
                     OR SALOG-DEPOIS-MATRICULA EQUAL WRK-CHAVE))
                 OR (CONSULTA-NOME
                   AND (SALOG-ANTES-NOME EQUAL WRK-CHAVE
                     OR SALOG-DEPOIS-NOME EQUAL WRK-CHAVE
                     OR SALOG-ANTES-RESP EQUAL WRK-CHAVE
                     OR SALOG-DEPOIS-RESP EQUAL WRK-CHAVE))
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-PESSOAS
               IF (CONSULTA-PESSOA AND SPES-ID EQUAL WRK-CHAVE(1:6))
                 OR (CONSULTA-NOME AND SPES-NOME EQUAL WRK-CHAVE)
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-LOG-PESSOAS
               IF (CONSULTA-PESSOA
                   AND (SPLOG-ANTES-ID EQUAL WRK-CHAVE(1:6)
                     OR SPLOG-DEPOIS-ID EQUAL WRK-CHAVE(1:6)))
                 OR (CONSULTA-NOME
                   AND (SPLOG-ANTES-NOME EQUAL WRK-CHAVE
                     OR SPLOG-DEPOIS-NOME EQUAL WRK-CHAVE))
                 MOVE "S" TO WRK-CONFERE
               END-IF
             WHEN ALVO-ANONIMIZACAO
               IF ANON-TIPO EQUAL WRK-TIPO-LOG
                 AND ANON-CHAVE EQUAL WRK-CHAVE-LOG
                 MOVE "S" TO WRK-CONFERE
               END-IF
           END-EVALUATE.

       0030-LISTA-REGISTRO SECTION.

           ADD 1 TO WRK-QTD-ARQUIVO
           ADD 1 TO WRK-QTD-TOTAL
           MOVE 1 TO WRK-POS
           PERFORM UNTIL WRK-POS GREATER 300
             IF WRK-POS EQUAL 1
               OR WRK-REGISTRO(WRK-POS:) NOT EQUAL SPACE
               MOVE SPACE TO WRK-LINHA-REL
               IF WRK-POS EQUAL 1
                 MOVE WRK-NOME-ALVO TO WRK-LINHA-REL(1:22)
               END-IF
               MOVE WRK-REGISTRO(WRK-POS:100) TO WRK-LINHA-REL(24:100)
               PERFORM 0003-GRAVA-LINHA
             END-IF
             ADD 100 TO WRK-POS
           END-PERFORM.

       0031-TOTAL-ARQUIVO SECTION.

           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WRK-NOME-ALVO DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " REGISTRO(S)" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0003-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0003-GRAVA-LINHA.

       0040-TOTAIS SECTION.

           MOVE WRK-QTD-TOTAL TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DE REGISTROS DO TITULAR: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0003-GRAVA-LINHA.

       END PROGRAM DADOS-TITULAR.
