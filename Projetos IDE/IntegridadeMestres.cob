       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE-MESTRES.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: VERIFICACAO SEMANAL DE INTEGRIDADE REFERENCIAL
      *==            ENTRE OS ARQUIVOS MESTRES. CADA MESTRE E MANTIDO
      *==            POR UM PROGRAMA PROPRIO E NENHUM CONFERE O OUTRO;
      *==            AQUI OS MESTRES REFERENCIADOS SAO CARREGADOS EM
      *==            TABELA E CADA RELACAO E CONFERIDA:
      *==              CONTRATO-TARIFAS  CLIENTE      -> CLIENTES
      *==              TRANSPORTADORAS   ZONA         -> CEP-FAIXAS
      *==              FERIADOS          FILIAL       -> FILIAIS
      *==              EMPLOYEE-MASTER   DEPARTAMENTO -> DEPARTAMENTOS
      *==              FREQUENCIA        MATRICULA    -> ALUNOS-CADASTRO
      *==              STUDENT-GRADES    MATRICULA    -> ALUNOS-CADASTRO
      *==              PROFESSOR-TURMAS  DISCIPLINA   -> DISCIPLINAS
      *==            CADA REFERENCIA QUEBRADA SAI EM
      *==            INTEGRIDADE-REL COM ARQUIVO, CHAVE DO
      *==            REGISTRO E O VALOR AUSENTE NO MESTRE; CADA
      *==            RELACAO COM QUEBRA VIRA UM ALERTA (ERRO OU AVISO)
      *==            NO ARQUIVO ALERTAS PARA A PAGINA DA MANHA.
      *==            RETURN-CODE: 8 HA ERRO, 4 SO AVISOS, 0 TUDO OK;
      *==            O DISPARA-NOTURNO COMPARA COM O RC MAXIMO DO JOB
      *==            EM DEPENDENCIAS.
      *== DATA: 15/10/2026
      *== OBS: RODA UMA VEZ POR SEMANA PELA REGRA "S" (DIA DA SEMANA)
      *==      DE DEPENDENCIAS. MESTRE REFERENCIADO INEXISTENTE OU
      *==      MAIOR QUE A TABELA DEIXA A RELACAO SEM VERIFICAR, COM
      *==      AVISO, EM VEZ DE ACUSAR TODOS OS REGISTROS COMO ORFAOS.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O RELATORIO PASSA DE INTEGRIDADE-RELATORIO PARA
      *==                 INTEGRIDADE-REL (O REPOSITORIO DE RELATORIOS
      *==                 GUARDA NOMES DE ATE 20 POSICOES) E A EMISSAO E
      *==                 REGISTRADA NO REPOSITORIO (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT CONTRATO-TARIFAS ASSIGN TO "CONTRATO-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT CEP-FAIXAS  ASSIGN TO "CEP-FAIXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CEPS.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPORTADORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT FILIAIS ASSIGN TO "FILIAIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADOS.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOS.
           SELECT FREQUENCIA ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQ.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-STATUS-GRADES.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.
           SELECT PROFESSOR-TURMAS ASSIGN TO "PROFESSOR-TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PTU.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT INTEGRIDADE-REL
               ASSIGN TO "INTEGRIDADE-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO-REG       PIC 9(05).
           05 CLI-NOME-REG         PIC X(20).
           05 CLI-CEP-REG          PIC 9(08).
           05 CLI-DESC-REG         PIC 9V9999.
           05 CLI-LIMITE-REG       PIC 9(09)V99.
           05 CLI-SITUACAO-REG     PIC X(01).

       FD  CONTRATO-TARIFAS.
       01  REG-CONTRATO-TARIFA.
           05 CONTR-CLIENTE-REG    PIC 9(05).
           05 CONTR-ZONA-REG       PIC X(04).
           05 CONTR-PERC-REG       PIC 9V9999.
           05 CONTR-VIGOR-REG      PIC 9(08).
           05 CONTR-COMB-INCLUSO-REG PIC X(01).
           05 CONTR-FIM-REG        PIC 9(08).

       FD  CEP-FAIXAS.
       01  REG-CEP-FAIXA.
           05 CEP-FAIXA-INI-REG    PIC 9(8).
           05 CEP-FAIXA-FIM-REG    PIC 9(8).
           05 CEP-FAIXA-ZONA-REG   PIC X(4).

       FD  TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TRANSP-ZONA-REG      PIC X(04).
           05 TRANSP-COD-REG       PIC X(04).
           05 TRANSP-NOME-REG      PIC X(20).
           05 TRANSP-CUSTO-REG     PIC 9V9999.
           05 TRANSP-PRIORIDADE-REG PIC 9(02).
           05 TRANSP-PERC-ALOC-REG PIC 9(03).

       FD  FILIAIS.
       01  REG-FILIAL.
           COPY FILIAL-REG.

       FD  FERIADOS.
       01  REG-FERIADO.
           COPY FERIADO-REG.

       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           05 DEPTO-CODIGO-REG    PIC X(04).
           05 DEPTO-NOME-REG      PIC X(20).

       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  ALUNOS-CADASTRO.
       01  REG-ALUNO-CADASTRO.
           COPY ALUNO-CAD.

       FD  FREQUENCIA.
       01  REG-FREQUENCIA.
           05 FREQ-MATRICULA-REG   PIC X(10).
           05 FREQ-DADAS-REG       PIC 9(03).
           05 FREQ-ASSISTIDAS-REG  PIC 9(03).

       FD  STUDENT-GRADES.
       01  REG-STUDENT-GRADE.
           COPY STUDENT-GRD.

       FD  DISCIPLINAS.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  PROFESSOR-TURMAS.
       01  REG-PROFESSOR-TURMA.
           05 PTU-PROFESSOR-REG    PIC X(04).
           05 PTU-TURMA-REG        PIC X(05).
           05 PTU-DISCIPLINA-REG   PIC X(04).

       FD  ALERTAS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  INTEGRIDADE-REL.
       01  REG-INTEGRIDADE-REL     PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.
       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
      *====================== ALERTAS DA MANHA ===========================
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-ALERTA-SEV   PIC X(01)            VALUE "I".
       77  WRK-ALERTA-MSG   PIC X(60)            VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== STATUS DE ARQUIVO ==========================
       77  WRK-STATUS-CLIENTES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-CONTRATOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-CEPS  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-TRANSP PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-FILIAIS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-FERIADOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-DEPTOS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-ALUNOS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-FREQ  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-GRADES PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-DISC  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PTU   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
      *====================== MESTRES CARREGADOS =========================
      *    SITUACAO DE CADA MESTRE: "N" NAO EXISTE, "T" TRUNCADO NA
      *    TABELA, "S" CARREGADO POR INTEIRO.
       77  WRK-QTD-CLIENTES PIC 9(05)            VALUE ZERO.
       77  WRK-SIT-CLIENTES PIC X(01)            VALUE "N".
       01  TAB-CLIENTES.
           05 TCLI-CODIGO    PIC 9(05)  OCCURS 2000 TIMES.
       77  WRK-QTD-ZONAS    PIC 9(05)            VALUE ZERO.
       77  WRK-SIT-ZONAS    PIC X(01)            VALUE "N".
       01  TAB-ZONAS.
           05 TZON-ZONA      PIC X(04)  OCCURS 500 TIMES.
       77  WRK-QTD-FILIAIS  PIC 9(05)            VALUE ZERO.
       77  WRK-SIT-FILIAIS  PIC X(01)            VALUE "N".
       01  TAB-FILIAIS.
           05 TFIL-CODIGO    PIC X(05)  OCCURS 200 TIMES.
       77  WRK-QTD-DEPTOS   PIC 9(05)            VALUE ZERO.
       77  WRK-SIT-DEPTOS   PIC X(01)            VALUE "N".
       01  TAB-DEPTOS.
           05 TDEP-CODIGO    PIC X(04)  OCCURS 200 TIMES.
       77  WRK-QTD-ALUNOS   PIC 9(05)            VALUE ZERO.
       77  WRK-SIT-ALUNOS   PIC X(01)            VALUE "N".
       01  TAB-ALUNOS.
           05 TALU-MATRICULA PIC X(10)  OCCURS 5000 TIMES.
       77  WRK-QTD-DISC     PIC 9(05)            VALUE ZERO.
       77  WRK-SIT-DISC     PIC X(01)            VALUE "N".
       01  TAB-DISCIPLINAS.
           05 TDIS-CODIGO    PIC X(04)  OCCURS 200 TIMES.
       77  WRK-IDX          PIC 9(05)            VALUE ZERO.
       77  WRK-ACHOU        PIC X(01)            VALUE "N".
           88 REFERENCIA-ACHADA                  VALUE "S".
      *====================== RELACAO EM CONFERENCIA =====================
       77  WRK-REL-ORIGEM   PIC X(16)            VALUE SPACE.
       77  WRK-REL-ALVO     PIC X(16)            VALUE SPACE.
       77  WRK-REL-CAMPO    PIC X(12)            VALUE SPACE.
       77  WRK-REL-SEV      PIC X(01)            VALUE SPACE.
       77  WRK-REL-SIT-ALVO PIC X(01)            VALUE SPACE.
       77  WRK-REL-CHAVE    PIC X(30)            VALUE SPACE.
       77  WRK-REL-VALOR    PIC X(10)            VALUE SPACE.
       77  WRK-REL-LIDOS    PIC 9(07)            VALUE ZERO.
       77  WRK-REL-QUEBRAS  PIC 9(05)            VALUE ZERO.
       77  WRK-REL-VERIFICA PIC X(01)            VALUE "N".
           88 RELACAO-VERIFICAVEL                VALUE "S".
      *====================== TOTAIS =====================================
       77  WRK-QTD-ERROS    PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-AVISOS   PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-LIDOS-ED     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT INTEGRIDADE-REL
           MOVE SPACE TO WRK-LINHA-REL
           STRING "INTEGRIDADE REFERENCIAL DOS MESTRES - DATA "
                    DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA

           PERFORM 0001-CARREGA-CLIENTES
           PERFORM 0002-CARREGA-ZONAS
           PERFORM 0003-CARREGA-FILIAIS
           PERFORM 0004-CARREGA-DEPTOS
           PERFORM 0005-CARREGA-ALUNOS
           PERFORM 0006-CARREGA-DISCIPLINAS

           PERFORM 0011-CONFERE-CONTRATOS
           PERFORM 0012-CONFERE-TRANSPORTADORAS
           PERFORM 0013-CONFERE-FERIADOS
           PERFORM 0014-CONFERE-EMPREGADOS
           PERFORM 0015-CONFERE-FREQUENCIA
           PERFORM 0016-CONFERE-NOTAS
           PERFORM 0017-CONFERE-PROFESSORES

           PERFORM 0030-TOTAIS-FINAIS
           CLOSE INTEGRIDADE-REL
           PERFORM 0092-REGISTRA-RELATORIO

           EVALUATE TRUE
             WHEN WRK-QTD-ERROS GREATER ZERO
               MOVE 8 TO RETURN-CODE
             WHEN WRK-QTD-AVISOS GREATER ZERO
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE ZERO TO RETURN-CODE
           END-EVALUATE

           GOBACK.

      *================================================================
      *== CARGA DOS MESTRES REFERENCIADOS
      *================================================================
       0001-CARREGA-CLIENTES SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CLIENTES
           IF WRK-STATUS-CLIENTES NOT EQUAL "35"
             MOVE "S" TO WRK-SIT-CLIENTES
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ CLIENTES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-CLIENTES NOT LESS 2000
                     MOVE "T" TO WRK-SIT-CLIENTES
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-CLIENTES
                     MOVE CLI-CODIGO-REG
                       TO TCLI-CODIGO(WRK-QTD-CLIENTES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLIENTES
           END-IF.

       0002-CARREGA-ZONAS SECTION.

      *    DE CEP-FAIXAS SO INTERESSA O CONJUNTO DE ZONAS ATENDIDAS.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CEP-FAIXAS
           IF WRK-STATUS-CEPS NOT EQUAL "35"
             MOVE "S" TO WRK-SIT-ZONAS
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ CEP-FAIXAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   MOVE "N" TO WRK-ACHOU
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                             UNTIL WRK-IDX GREATER WRK-QTD-ZONAS
                     IF TZON-ZONA(WRK-IDX) EQUAL CEP-FAIXA-ZONA-REG
                       MOVE "S" TO WRK-ACHOU
                       MOVE WRK-QTD-ZONAS TO WRK-IDX
                     END-IF
                   END-PERFORM
                   IF NOT REFERENCIA-ACHADA
                     IF WRK-QTD-ZONAS NOT LESS 500
                       MOVE "T" TO WRK-SIT-ZONAS
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-ZONAS
                       MOVE CEP-FAIXA-ZONA-REG
                         TO TZON-ZONA(WRK-QTD-ZONAS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CEP-FAIXAS
           END-IF.

       0003-CARREGA-FILIAIS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FILIAIS
           IF WRK-STATUS-FILIAIS NOT EQUAL "35"
             MOVE "S" TO WRK-SIT-FILIAIS
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FILIAIS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-FILIAIS NOT LESS 200
                     MOVE "T" TO WRK-SIT-FILIAIS
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-FILIAIS
                     MOVE FIL-CODIGO-REG
                       TO TFIL-CODIGO(WRK-QTD-FILIAIS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FILIAIS
           END-IF.

       0004-CARREGA-DEPTOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT DEPARTAMENTOS
           IF WRK-STATUS-DEPTOS NOT EQUAL "35"
             MOVE "S" TO WRK-SIT-DEPTOS
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DEPARTAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-DEPTOS NOT LESS 200
                     MOVE "T" TO WRK-SIT-DEPTOS
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-DEPTOS
                     MOVE DEPTO-CODIGO-REG
                       TO TDEP-CODIGO(WRK-QTD-DEPTOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DEPARTAMENTOS
           END-IF.

       0005-CARREGA-ALUNOS SECTION.

      *    TODOS OS ALUNOS, INCLUSIVE CONCLUINTES: NOTA E FREQUENCIA
      *    DE QUEM JA SE FORMOU CONTINUAM VALIDAS.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT ALUNOS-CADASTRO
           IF WRK-STATUS-ALUNOS NOT EQUAL "35"
             MOVE "S" TO WRK-SIT-ALUNOS
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ALUNOS-CADASTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-ALUNOS NOT LESS 5000
                     MOVE "T" TO WRK-SIT-ALUNOS
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-ALUNOS
                     MOVE ALUNO-MATRICULA-REG
                       TO TALU-MATRICULA(WRK-QTD-ALUNOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
           END-IF.

       0006-CARREGA-DISCIPLINAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT DISCIPLINAS
           IF WRK-STATUS-DISC NOT EQUAL "35"
             MOVE "S" TO WRK-SIT-DISC
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DISCIPLINAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-DISC NOT LESS 200
                     MOVE "T" TO WRK-SIT-DISC
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-DISC
                     MOVE DISC-CODIGO-REG
                       TO TDIS-CODIGO(WRK-QTD-DISC)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DISCIPLINAS
           END-IF.

      *================================================================
      *== CONFERENCIA DE CADA RELACAO
      *================================================================
       0011-CONFERE-CONTRATOS SECTION.

           MOVE "CONTRATO-TARIFAS" TO WRK-REL-ORIGEM
           MOVE "CLIENTE"          TO WRK-REL-CAMPO
           MOVE "CLIENTES"         TO WRK-REL-ALVO
           MOVE "E"                TO WRK-REL-SEV
           MOVE WRK-SIT-CLIENTES   TO WRK-REL-SIT-ALVO
           PERFORM 0020-ABRE-RELACAO

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CONTRATO-TARIFAS
           IF WRK-STATUS-CONTRATOS EQUAL "35"
             PERFORM 0022-ORIGEM-INEXISTENTE
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ CONTRATO-TARIFAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-REL-LIDOS
                   IF RELACAO-VERIFICAVEL
                     MOVE "N" TO WRK-ACHOU
                     PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX GREATER WRK-QTD-CLIENTES
                       IF TCLI-CODIGO(WRK-IDX) EQUAL CONTR-CLIENTE-REG
                         MOVE "S" TO WRK-ACHOU
                         MOVE WRK-QTD-CLIENTES TO WRK-IDX
                       END-IF
                     END-PERFORM
                     IF NOT REFERENCIA-ACHADA
                       MOVE SPACE TO WRK-REL-CHAVE
                       STRING CONTR-CLIENTE-REG DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              CONTR-ZONA-REG    DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              CONTR-VIGOR-REG   DELIMITED BY SIZE
                         INTO WRK-REL-CHAVE
                       END-STRING
                       MOVE CONTR-CLIENTE-REG TO WRK-REL-VALOR
                       PERFORM 0021-GRAVA-QUEBRA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONTRATO-TARIFAS
           END-IF
           PERFORM 0023-FECHA-RELACAO.

       0012-CONFERE-TRANSPORTADORAS SECTION.

           MOVE "TRANSPORTADORAS"  TO WRK-REL-ORIGEM
           MOVE "ZONA"             TO WRK-REL-CAMPO
           MOVE "CEP-FAIXAS"       TO WRK-REL-ALVO
           MOVE "A"                TO WRK-REL-SEV
           MOVE WRK-SIT-ZONAS      TO WRK-REL-SIT-ALVO
           PERFORM 0020-ABRE-RELACAO

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT TRANSPORTADORAS
           IF WRK-STATUS-TRANSP EQUAL "35"
             PERFORM 0022-ORIGEM-INEXISTENTE
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ TRANSPORTADORAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-REL-LIDOS
                   IF RELACAO-VERIFICAVEL
                     MOVE "N" TO WRK-ACHOU
                     PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX GREATER WRK-QTD-ZONAS
                       IF TZON-ZONA(WRK-IDX) EQUAL TRANSP-ZONA-REG
                         MOVE "S" TO WRK-ACHOU
                         MOVE WRK-QTD-ZONAS TO WRK-IDX
                       END-IF
                     END-PERFORM
                     IF NOT REFERENCIA-ACHADA
                       MOVE SPACE TO WRK-REL-CHAVE
                       STRING TRANSP-ZONA-REG DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              TRANSP-COD-REG  DELIMITED BY SIZE
                         INTO WRK-REL-CHAVE
                       END-STRING
                       MOVE TRANSP-ZONA-REG TO WRK-REL-VALOR
                       PERFORM 0021-GRAVA-QUEBRA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSPORTADORAS
           END-IF
           PERFORM 0023-FECHA-RELACAO.

       0013-CONFERE-FERIADOS SECTION.

      *    FERIADO COM FILIAL EM BRANCO VALE PARA TODAS E NAO REFERENCIA
      *    NENHUMA.
           MOVE "FERIADOS"         TO WRK-REL-ORIGEM
           MOVE "FILIAL"           TO WRK-REL-CAMPO
           MOVE "FILIAIS"          TO WRK-REL-ALVO
           MOVE "A"                TO WRK-REL-SEV
           MOVE WRK-SIT-FILIAIS    TO WRK-REL-SIT-ALVO
           PERFORM 0020-ABRE-RELACAO

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FERIADOS
           IF WRK-STATUS-FERIADOS EQUAL "35"
             PERFORM 0022-ORIGEM-INEXISTENTE
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FERIADOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-REL-LIDOS
                   IF RELACAO-VERIFICAVEL
                     AND FERIADO-FILIAL-REG NOT EQUAL SPACE
                     MOVE "N" TO WRK-ACHOU
                     PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX GREATER WRK-QTD-FILIAIS
                       IF TFIL-CODIGO(WRK-IDX) EQUAL FERIADO-FILIAL-REG
                         MOVE "S" TO WRK-ACHOU
                         MOVE WRK-QTD-FILIAIS TO WRK-IDX
                       END-IF
                     END-PERFORM
                     IF NOT REFERENCIA-ACHADA
                       MOVE SPACE TO WRK-REL-CHAVE
                       STRING FERIADO-DATA-REG   DELIMITED BY SIZE
                              " "                DELIMITED BY SIZE
                              FERIADO-FILIAL-REG DELIMITED BY SIZE
                         INTO WRK-REL-CHAVE
                       END-STRING
                       MOVE FERIADO-FILIAL-REG TO WRK-REL-VALOR
                       PERFORM 0021-GRAVA-QUEBRA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FERIADOS
           END-IF
           PERFORM 0023-FECHA-RELACAO.

       0014-CONFERE-EMPREGADOS SECTION.

           MOVE "EMPLOYEE-MASTER"  TO WRK-REL-ORIGEM
           MOVE "DEPARTAMENTO"     TO WRK-REL-CAMPO
           MOVE "DEPARTAMENTOS"    TO WRK-REL-ALVO
           MOVE "E"                TO WRK-REL-SEV
           MOVE WRK-SIT-DEPTOS     TO WRK-REL-SIT-ALVO
           PERFORM 0020-ABRE-RELACAO

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "35"
             PERFORM 0022-ORIGEM-INEXISTENTE
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPLOYEE-MASTER
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-REL-LIDOS
                   IF RELACAO-VERIFICAVEL
                     MOVE "N" TO WRK-ACHOU
                     PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX GREATER WRK-QTD-DEPTOS
                       IF TDEP-CODIGO(WRK-IDX)
                            EQUAL EMP-DEPARTAMENTO-REG
                         MOVE "S" TO WRK-ACHOU
                         MOVE WRK-QTD-DEPTOS TO WRK-IDX
                       END-IF
                     END-PERFORM
                     IF NOT REFERENCIA-ACHADA
                       MOVE SPACE TO WRK-REL-CHAVE
                       STRING EMP-CODIGO-REG DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              EMP-NOME-REG   DELIMITED BY SIZE
                         INTO WRK-REL-CHAVE
                       END-STRING
                       MOVE EMP-DEPARTAMENTO-REG TO WRK-REL-VALOR
                       PERFORM 0021-GRAVA-QUEBRA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-MASTER
           END-IF
           PERFORM 0023-FECHA-RELACAO.

       0015-CONFERE-FREQUENCIA SECTION.

           MOVE "FREQUENCIA"       TO WRK-REL-ORIGEM
           MOVE "MATRICULA"        TO WRK-REL-CAMPO
           MOVE "ALUNOS-CADASTRO"  TO WRK-REL-ALVO
           MOVE "A"                TO WRK-REL-SEV
           MOVE WRK-SIT-ALUNOS     TO WRK-REL-SIT-ALVO
           PERFORM 0020-ABRE-RELACAO

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FREQUENCIA
           IF WRK-STATUS-FREQ EQUAL "35"
             PERFORM 0022-ORIGEM-INEXISTENTE
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FREQUENCIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-REL-LIDOS
                   IF RELACAO-VERIFICAVEL
                     MOVE "N" TO WRK-ACHOU
                     PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
                       IF TALU-MATRICULA(WRK-IDX)
                            EQUAL FREQ-MATRICULA-REG
                         MOVE "S" TO WRK-ACHOU
                         MOVE WRK-QTD-ALUNOS TO WRK-IDX
                       END-IF
                     END-PERFORM
                     IF NOT REFERENCIA-ACHADA
                       MOVE FREQ-MATRICULA-REG TO WRK-REL-CHAVE
                       MOVE FREQ-MATRICULA-REG TO WRK-REL-VALOR
                       PERFORM 0021-GRAVA-QUEBRA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FREQUENCIA
           END-IF
           PERFORM 0023-FECHA-RELACAO.

       0016-CONFERE-NOTAS SECTION.

           MOVE "STUDENT-GRADES"   TO WRK-REL-ORIGEM
           MOVE "MATRICULA"        TO WRK-REL-CAMPO
           MOVE "ALUNOS-CADASTRO"  TO WRK-REL-ALVO
           MOVE "E"                TO WRK-REL-SEV
           MOVE WRK-SIT-ALUNOS     TO WRK-REL-SIT-ALVO
           PERFORM 0020-ABRE-RELACAO

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT STUDENT-GRADES
           IF WRK-STATUS-GRADES EQUAL "35"
             PERFORM 0022-ORIGEM-INEXISTENTE
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ STUDENT-GRADES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-REL-LIDOS
                   IF RELACAO-VERIFICAVEL
                     MOVE "N" TO WRK-ACHOU
                     PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
                       IF TALU-MATRICULA(WRK-IDX)
                            EQUAL GRADE-MATRICULA
                         MOVE "S" TO WRK-ACHOU
                         MOVE WRK-QTD-ALUNOS TO WRK-IDX
                       END-IF
                     END-PERFORM
                     IF NOT REFERENCIA-ACHADA
                       MOVE SPACE TO WRK-REL-CHAVE
                       STRING GRADE-MATRICULA  DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              GRADE-DISCIPLINA DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              GRADE-DATA       DELIMITED BY SIZE
                         INTO WRK-REL-CHAVE
                       END-STRING
                       MOVE GRADE-MATRICULA TO WRK-REL-VALOR
                       PERFORM 0021-GRAVA-QUEBRA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STUDENT-GRADES
           END-IF
           PERFORM 0023-FECHA-RELACAO.

       0017-CONFERE-PROFESSORES SECTION.

           MOVE "PROFESSOR-TURMAS" TO WRK-REL-ORIGEM
           MOVE "DISCIPLINA"       TO WRK-REL-CAMPO
           MOVE "DISCIPLINAS"      TO WRK-REL-ALVO
           MOVE "E"                TO WRK-REL-SEV
           MOVE WRK-SIT-DISC       TO WRK-REL-SIT-ALVO
           PERFORM 0020-ABRE-RELACAO

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT PROFESSOR-TURMAS
           IF WRK-STATUS-PTU EQUAL "35"
             PERFORM 0022-ORIGEM-INEXISTENTE
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROFESSOR-TURMAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-REL-LIDOS
                   IF RELACAO-VERIFICAVEL
                     MOVE "N" TO WRK-ACHOU
                     PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX GREATER WRK-QTD-DISC
                       IF TDIS-CODIGO(WRK-IDX) EQUAL PTU-DISCIPLINA-REG
                         MOVE "S" TO WRK-ACHOU
                         MOVE WRK-QTD-DISC TO WRK-IDX
                       END-IF
                     END-PERFORM
                     IF NOT REFERENCIA-ACHADA
                       MOVE SPACE TO WRK-REL-CHAVE
                       STRING PTU-PROFESSOR-REG  DELIMITED BY SIZE
                              " "                DELIMITED BY SIZE
                              PTU-TURMA-REG      DELIMITED BY SIZE
                              " "                DELIMITED BY SIZE
                              PTU-DISCIPLINA-REG DELIMITED BY SIZE
                         INTO WRK-REL-CHAVE
                       END-STRING
                       MOVE PTU-DISCIPLINA-REG TO WRK-REL-VALOR
                       PERFORM 0021-GRAVA-QUEBRA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PROFESSOR-TURMAS
           END-IF
           PERFORM 0023-FECHA-RELACAO.

      *================================================================
      *== ROTINAS COMUNS DAS RELACOES
      *================================================================
       0020-ABRE-RELACAO SECTION.

           MOVE ZERO TO WRK-REL-LIDOS
           MOVE ZERO TO WRK-REL-QUEBRAS
           MOVE SPACE TO WRK-LINHA-REL
           STRING "== " DELIMITED BY SIZE
                  WRK-REL-ORIGEM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WRK-REL-CAMPO DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WRK-REL-ALVO DELIMITED BY SPACE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA

      *    SEM O MESTRE REFERENCIADO INTEIRO NA TABELA, TODO REGISTRO
      *    SAIRIA COMO ORFAO: A RELACAO FICA SEM VERIFICAR, COM AVISO.
           EVALUATE WRK-REL-SIT-ALVO
             WHEN "S"
               MOVE "S" TO WRK-REL-VERIFICA
             WHEN "T"
               MOVE "N" TO WRK-REL-VERIFICA
               MOVE SPACE TO WRK-LINHA-REL
               STRING "   NAO VERIFICADA: " DELIMITED BY SIZE
                      WRK-REL-ALVO DELIMITED BY SPACE
                      " MAIOR QUE A TABELA DE CONFERENCIA"
                        DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0090-GRAVA-LINHA
               MOVE SPACE TO WRK-ALERTA-MSG
               STRING WRK-REL-ORIGEM DELIMITED BY SPACE
                      " NAO VERIFICADO: " DELIMITED BY SIZE
                      WRK-REL-ALVO DELIMITED BY SPACE
                      " TRUNCADO" DELIMITED BY SIZE
                 INTO WRK-ALERTA-MSG
               END-STRING
               MOVE "A" TO WRK-ALERTA-SEV
               PERFORM 0091-GRAVA-ALERTA
               ADD 1 TO WRK-QTD-AVISOS
             WHEN OTHER
               MOVE "N" TO WRK-REL-VERIFICA
               MOVE SPACE TO WRK-LINHA-REL
               STRING "   NAO VERIFICADA: " DELIMITED BY SIZE
                      WRK-REL-ALVO DELIMITED BY SPACE
                      " INEXISTENTE" DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0090-GRAVA-LINHA
               MOVE SPACE TO WRK-ALERTA-MSG
               STRING WRK-REL-ORIGEM DELIMITED BY SPACE
                      " NAO VERIFICADO: " DELIMITED BY SIZE
                      WRK-REL-ALVO DELIMITED BY SPACE
                      " INEXISTENTE" DELIMITED BY SIZE
                 INTO WRK-ALERTA-MSG
               END-STRING
               MOVE "A" TO WRK-ALERTA-SEV
               PERFORM 0091-GRAVA-ALERTA
               ADD 1 TO WRK-QTD-AVISOS
           END-EVALUATE.

       0021-GRAVA-QUEBRA SECTION.

           ADD 1 TO WRK-REL-QUEBRAS
           MOVE SPACE TO WRK-LINHA-REL
           STRING "   " DELIMITED BY SIZE
                  WRK-REL-ORIGEM DELIMITED BY SIZE
                  " CHAVE " DELIMITED BY SIZE
                  WRK-REL-CHAVE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-REL-CAMPO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WRK-REL-VALOR DELIMITED BY SIZE
                  " AUSENTE EM " DELIMITED BY SIZE
                  WRK-REL-ALVO DELIMITED BY SPACE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA.

       0022-ORIGEM-INEXISTENTE SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "   " DELIMITED BY SIZE
                  WRK-REL-ORIGEM DELIMITED BY SPACE
                  " INEXISTENTE, NADA A CONFERIR" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA.

       0023-FECHA-RELACAO SECTION.

           MOVE WRK-REL-LIDOS   TO WRK-LIDOS-ED
           MOVE WRK-REL-QUEBRAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "   LIDOS: " DELIMITED BY SIZE
                  WRK-LIDOS-ED DELIMITED BY SIZE
                  "   REFERENCIAS QUEBRADAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA

           IF WRK-REL-QUEBRAS GREATER ZERO
             MOVE SPACE TO WRK-ALERTA-MSG
             STRING WRK-REL-ORIGEM DELIMITED BY SPACE
                    ": " DELIMITED BY SIZE
                    WRK-REL-QUEBRAS DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-REL-CAMPO DELIMITED BY SPACE
                    " AUSENTE EM " DELIMITED BY SIZE
                    WRK-REL-ALVO DELIMITED BY SPACE
               INTO WRK-ALERTA-MSG
             END-STRING
             MOVE WRK-REL-SEV TO WRK-ALERTA-SEV
             PERFORM 0091-GRAVA-ALERTA
             IF WRK-REL-SEV EQUAL "E"
               ADD 1 TO WRK-QTD-ERROS
             ELSE
               ADD 1 TO WRK-QTD-AVISOS
             END-IF
           END-IF.

       0030-TOTAIS-FINAIS SECTION.

           MOVE WRK-QTD-ERROS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RELACOES COM ERRO...: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA

           MOVE WRK-QTD-AVISOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RELACOES COM AVISO..: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA.

       0090-GRAVA-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-INTEGRIDADE-REL
           WRITE REG-INTEGRIDADE-REL.

       0091-GRAVA-ALERTA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE "INTEGRIDADE"    TO ALR-JOB
           MOVE WRK-DATA-SISTEMA TO ALR-DATA
           MOVE WRK-HORA-SISTEMA TO ALR-HORA
           MOVE WRK-ALERTA-SEV   TO ALR-SEVERIDADE
           MOVE WRK-ALERTA-MSG   TO ALR-MENSAGEM

           OPEN EXTEND ALERTAS
           IF WRK-STATUS-ALERTAS EQUAL "35"
             OPEN OUTPUT ALERTAS
           END-IF
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0092-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "INTEGRIDADE"     TO RPED-JOB
           MOVE "INTEGRIDADE-REL" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM INTEGRIDADE-MESTRES.
