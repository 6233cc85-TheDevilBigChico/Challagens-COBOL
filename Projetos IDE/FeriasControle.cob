       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS-CONTROLE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONTROLE MENSAL DOS PERIODOS DE FERIAS. A
      *==            FERIAS-AGENDA SO GUARDA FERIAS JA MARCADAS E NADA
      *==            ACOMPANHAVA O PERIODO AQUISITIVO DE CADA
      *==            EMPREGADO NEM O PRAZO APOS O QUAL AS FERIAS SAO
      *==            PAGAS EM DOBRO. MANTEM O LIVRO FERIAS-PERIODOS
      *==            (LEIAUTE FERIAS-PER): ABRE OS PERIODOS A PARTIR DE
      *==            EMP-ADMISSAO-REG, SOMA AS FALTAS INJUSTIFICADAS DO
      *==            PONTO DO MES AO PERIODO EM CURSO, APURA OS DIAS DE
      *==            DIREITO (30, MENOS OS PERDIDOS POR FALTAS NA
      *==            ESCALA DA CLT) E DISTRIBUI OS DIAS DA FERIAS-AGENDA
      *==            ENTRE OS PERIODOS, DO MAIS ANTIGO PARA O MAIS NOVO
      *==            (GOZADOS ATE HOJE, AGENDADOS DEPOIS). O RELATORIO
      *==            FERIAS-RELATORIO LISTA QUEM TEM O LIMITE DE
      *==            CONCESSAO NOS PROXIMOS 90 DIAS SEM FERIAS
      *==            MARCADAS PARA O SALDO, E OS JA VENCIDOS (DOBRA);
      *==            QUEM ESTA A MENOS DE 30 DIAS DO LIMITE VAI PARA
      *==            ALERTAS (AVISO) PARA O ALERTAS-MANHA.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A COMPETENCIA DO PONTO LIDO (AAAAMM; EM
      *==      BRANCO = MES CORRENTE). O PONTO DE UMA COMPETENCIA SO E
      *==      SOMADO UMA VEZ; REEXECUTAR O MES NAO DUPLICA FALTAS.
      *== OBS: NA PRIMEIRA VEZ QUE O EMPREGADO ENTRA NO LIVRO SO SAO
      *==      ABERTOS OS PERIODOS COM LIMITE DE CONCESSAO AINDA NAO
      *==      VENCIDO; OS ANTERIORES SAO TIDOS COMO ACERTADOS.
      *==      DESLIGADO NAO GANHA PERIODO NOVO NEM SAI NO RELATORIO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO FERIAS-RELATORIO REGISTRADA NO
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
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT FERIAS-PERIODOS ASSIGN TO "FERIAS-PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODOS.
           SELECT FERIAS-AGENDA ASSIGN TO "FERIAS-AGENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIAS.
           SELECT PONTO ASSIGN TO "PONTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PONTO.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT FERIAS-RELATORIO ASSIGN TO "FERIAS-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  FERIAS-PERIODOS.
       01  REG-FERIAS-PERIODO.
           COPY FERIAS-PER.

       FD  FERIAS-AGENDA.
       01  REG-FERIAS-AGENDA.
           05 FER-CODIGO-REG       PIC 9(04).
           05 FER-INICIO-REG       PIC 9(08).
           05 FER-DIAS-REG         PIC 9(02).

       FD  PONTO.
       01  REG-PONTO.
           05 PONTO-CODIGO-REG     PIC 9(04).
           05 PONTO-HE50-REG       PIC 9(03)V9.
           05 PONTO-HE100-REG      PIC 9(03)V9.
           05 PONTO-FALTAS-REG     PIC 9(02).

       FD  ALERTAS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  FERIAS-RELATORIO.
       01  REG-FERIAS-RELATORIO    PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-LIMITE          PIC 9(08).
           05 SORT-CODIGO          PIC 9(04).
           05 SORT-NOME            PIC X(15).
           05 SORT-DEPARTAMENTO    PIC X(04).
           05 SORT-INICIO          PIC 9(08).
           05 SORT-FIM             PIC 9(08).
           05 SORT-DIREITO         PIC 9(02).
           05 SORT-PERDIDOS        PIC 9(02).
           05 SORT-GOZADOS         PIC 9(02).
           05 SORT-AGENDADOS       PIC 9(02).
           05 SORT-SALDO           PIC 9(02).
           05 SORT-DIAS-RESTANTES  PIC 9(03).
           05 SORT-SITUACAO        PIC X(01).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-PERIODOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-FERIAS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-PONTO PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-HOJE         PIC 9(08)            VALUE ZERO.
       77  WRK-HOJE-MAIS-30 PIC 9(08)            VALUE ZERO.
       77  WRK-HOJE-MAIS-90 PIC 9(08)            VALUE ZERO.
      *====================== LIVRO DE PERIODOS ==========================
       77  WRK-QTD-PERIODOS PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-PERIODO  PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-ABERTOS  PIC 9(04)            VALUE ZERO.
       77  WRK-TAB-ESTOUROU PIC X(01)            VALUE "N".
           88 LIVRO-ESTOUROU                     VALUE "S".
       01  TAB-PERIODOS.
           05 PERIODO-ITEM OCCURS 3000 TIMES
                            INDEXED BY IDX-PER.
              10 PER-CODIGO       PIC 9(04).
              10 PER-INICIO       PIC 9(08).
              10 PER-FIM          PIC 9(08).
              10 PER-LIMITE       PIC 9(08).
              10 PER-FALTAS       PIC 9(03).
              10 PER-DIREITO      PIC 9(02).
              10 PER-PERDIDOS     PIC 9(02).
              10 PER-GOZADOS      PIC 9(02).
              10 PER-AGENDADOS    PIC 9(02).
              10 PER-ULT-PONTO    PIC 9(06).
              10 PER-SITUACAO     PIC X(01).
      *====================== EMPREGADOS =================================
       77  WRK-QTD-EMPREGADOS PIC 9(04)          VALUE ZERO.
       77  WRK-IDX-EMPREGADO PIC 9(04)           VALUE ZERO.
       01  TAB-EMPREGADOS.
           05 EMPREGADO-ITEM OCCURS 2000 TIMES
                              INDEXED BY IDX-EMP.
              10 EMPT-CODIGO      PIC 9(04).
              10 EMPT-NOME        PIC X(15).
              10 EMPT-DEPARTAMENTO PIC X(04).
              10 EMPT-ATIVO       PIC X(01).
      *====================== PONTO DO MES ===============================
       77  WRK-QTD-PONTO    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-PONTO    PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-FALTAS-SOMADAS PIC 9(04)      VALUE ZERO.
       77  WRK-PONTO-JA-SOMADO PIC X(01)         VALUE "N".
       01  TAB-PONTO.
           05 PONTO-ITEM OCCURS 2000 TIMES
                          INDEXED BY IDX-PONTO.
              10 PONTO-CODIGO     PIC 9(04).
              10 PONTO-FALTAS     PIC 9(02).
      *====================== AGENDA DE FERIAS ===========================
       77  WRK-QTD-AGENDA   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-AGENDA   PIC 9(04)            VALUE ZERO.
       77  WRK-DIAS-A-ALOCAR PIC 9(03)           VALUE ZERO.
       77  WRK-SALDO        PIC S9(03)           VALUE ZERO.
       77  WRK-ALOCADO      PIC 9(03)            VALUE ZERO.
       01  TAB-AGENDA.
           05 AGENDA-ITEM OCCURS 2000 TIMES
                           INDEXED BY IDX-AGENDA.
              10 AGD-CODIGO       PIC 9(04).
              10 AGD-INICIO       PIC 9(08).
              10 AGD-DIAS         PIC 9(02).
      *====================== GERACAO DE PERIODOS ========================
       77  WRK-ANOS         PIC 9(03)            VALUE ZERO.
       77  WRK-FIM-GERACAO  PIC X(01)            VALUE "N".
       77  WRK-ACHOU        PIC X(01)            VALUE "N".
       77  WRK-ADMISSAO     PIC 9(08)            VALUE ZERO.
       77  WRK-NOVO-INICIO  PIC 9(08)            VALUE ZERO.
       77  WRK-NOVO-FIM     PIC 9(08)            VALUE ZERO.
       77  WRK-NOVO-LIMITE  PIC 9(08)            VALUE ZERO.
       77  WRK-QTD-NOVOS    PIC 9(04)            VALUE ZERO.
       01  WRK-DATA-CALC-GRP.
           05 CALC-ANO      PIC 9(04)            VALUE ZERO.
           05 CALC-MES      PIC 9(02)            VALUE ZERO.
           05 CALC-DIA      PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CALC REDEFINES WRK-DATA-CALC-GRP
                            PIC 9(08).
       01  WRK-DATA-ED-GRP.
           05 DATA-ED-DIA   PIC 9(02)            VALUE ZERO.
           05 FILLER        PIC X(01)            VALUE "/".
           05 DATA-ED-MES   PIC 9(02)            VALUE ZERO.
           05 FILLER        PIC X(01)            VALUE "/".
           05 DATA-ED-ANO   PIC 9(04)            VALUE ZERO.
       77  WRK-DIAS-NO-MES  PIC 9(02)            VALUE ZERO.
       77  WRK-BISSEXTO     PIC X(01)            VALUE "N".
           88 ANO-BISSEXTO                       VALUE "S".
       77  WRK-DIV-TMP      PIC 9(05)            VALUE ZERO.
       77  WRK-RESTO-4      PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-100    PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-400    PIC 9(04)            VALUE ZERO.
       01  WRK-DIAS-MES-LIT PIC X(24)            VALUE
           "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.
      *====================== RELATORIO E ALERTAS ========================
       77  WRK-DIAS-RESTANTES PIC 9(03)          VALUE ZERO.
       77  WRK-QTD-A-VENCER PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-VENCIDOS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ALERTAS  PIC 9(05)            VALUE ZERO.
       77  WRK-ALERTA-MSG   PIC X(60)            VALUE SPACE.
       77  WRK-INICIO-ED    PIC X(10)            VALUE SPACE.
       77  WRK-FIM-ED       PIC X(10)            VALUE SPACE.
       77  WRK-LIMITE-ED    PIC X(10)            VALUE SPACE.
       77  WRK-MARCA        PIC X(13)            VALUE SPACE.
       77  WRK-DIAS-ED      PIC ZZ9.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-QTD-SITUACAO-A PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-SITUACAO-C PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-SITUACAO-Q PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-SITUACAO-V PIC 9(05)          VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE

           DISPLAY "COMPETENCIA DO PONTO (AAAAMM) "
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

      *    JANELAS DO RELATORIO (90 DIAS) E DO ALERTA (30 DIAS).
           MOVE WRK-HOJE TO WRK-DATA-CALC
           PERFORM 30 TIMES
             PERFORM 0031-DIA-SEGUINTE
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-HOJE-MAIS-30
           PERFORM 60 TIMES
             PERFORM 0031-DIA-SEGUINTE
           END-PERFORM
           MOVE WRK-DATA-CALC TO WRK-HOJE-MAIS-90

           PERFORM 0001-CARREGA-PERIODOS
           PERFORM 0002-CARREGA-PONTO
           PERFORM 0003-CARREGA-AGENDA
           PERFORM 0004-LE-EMPREGADOS
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, LIVRO NAO ATUALIZADO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF LIVRO-ESTOUROU
             DISPLAY "TAB-PERIODOS CHEIA, LIVRO DE FERIAS NAO "
                     "REGRAVADO - EXECUCAO ABORTADA"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0007-APLICA-FALTAS
           PERFORM 0008-APURA-PERIODOS
           PERFORM 0010-GRAVA-PERIODOS

           OPEN OUTPUT FERIAS-RELATORIO
           MOVE WRK-HOJE TO WRK-DATA-CALC
           PERFORM 0034-EDITA-DATA
           MOVE WRK-DATA-ED-GRP TO WRK-INICIO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONTROLE DE FERIAS - POSICAO EM " DELIMITED BY SIZE
                  WRK-INICIO-ED   DELIMITED BY SIZE
                  " - PONTO DA COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LIMITE DE CONCESSAO NOS PROXIMOS 90 DIAS SEM FERIAS "
                    DELIMITED BY SIZE
                  "MARCADAS PARA O SALDO, E VENCIDOS (DOBRA)"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO
           MOVE SPACE TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPR NOME            DEPT PERIODO AQUISITIVO       "
                    DELIMITED BY SIZE
                  "LIMITE     DIREITO PERDIDOS GOZADOS AGENDADOS "
                    DELIMITED BY SIZE
                  "SALDO DIAS SITUACAO" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           SORT WRK-SORT
               ASCENDING KEY SORT-LIMITE SORT-CODIGO
               INPUT PROCEDURE 0011-SELECIONA
               OUTPUT PROCEDURE 0012-LISTA

           PERFORM 0015-TOTAIS
           CLOSE FERIAS-RELATORIO
           PERFORM 0035-REGISTRA-RELATORIO

           DISPLAY "PERIODOS NO LIVRO.........: " WRK-QTD-PERIODOS
           DISPLAY "PERIODOS ABERTOS NESTA VEZ: " WRK-QTD-NOVOS
           DISPLAY "FALTAS DO PONTO SOMADAS...: "
                   WRK-QTD-FALTAS-SOMADAS
           DISPLAY "A VENCER EM 90 DIAS.......: " WRK-QTD-A-VENCER
           DISPLAY "VENCIDOS (DOBRA)..........: " WRK-QTD-VENCIDOS
           DISPLAY "AVISOS GRAVADOS EM ALERTAS: " WRK-QTD-ALERTAS
           IF WRK-QTD-A-VENCER GREATER ZERO
             OR WRK-QTD-VENCIDOS GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-PERIODOS SECTION.

           OPEN INPUT FERIAS-PERIODOS
           IF WRK-STATUS-PERIODOS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FERIAS-PERIODOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-PERIODOS NOT LESS 3000
                     MOVE "S" TO WRK-TAB-ESTOUROU
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-PERIODOS
                     MOVE FPER-CODIGO
                       TO PER-CODIGO(WRK-QTD-PERIODOS)
                     MOVE FPER-INICIO
                       TO PER-INICIO(WRK-QTD-PERIODOS)
                     MOVE FPER-FIM
                       TO PER-FIM(WRK-QTD-PERIODOS)
                     MOVE FPER-LIMITE
                       TO PER-LIMITE(WRK-QTD-PERIODOS)
                     MOVE FPER-FALTAS
                       TO PER-FALTAS(WRK-QTD-PERIODOS)
                     MOVE FPER-DIREITO
                       TO PER-DIREITO(WRK-QTD-PERIODOS)
                     MOVE FPER-PERDIDOS
                       TO PER-PERDIDOS(WRK-QTD-PERIODOS)
                     MOVE FPER-GOZADOS
                       TO PER-GOZADOS(WRK-QTD-PERIODOS)
                     MOVE FPER-AGENDADOS
                       TO PER-AGENDADOS(WRK-QTD-PERIODOS)
                     MOVE FPER-ULT-PONTO
                       TO PER-ULT-PONTO(WRK-QTD-PERIODOS)
                     MOVE FPER-SITUACAO
                       TO PER-SITUACAO(WRK-QTD-PERIODOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FERIAS-PERIODOS
           END-IF.

       0002-CARREGA-PONTO SECTION.

           OPEN INPUT PONTO
           IF WRK-STATUS-PONTO EQUAL "35"
             DISPLAY "PONTO INEXISTENTE, NENHUMA FALTA SOMADA"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PONTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF PONTO-FALTAS-REG NUMERIC
                     AND PONTO-FALTAS-REG GREATER ZERO
                     IF WRK-QTD-PONTO NOT LESS 2000
                       DISPLAY "TAB-PONTO CHEIA, FALTAS RESTANTES "
                               "NAO SOMADAS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-PONTO
                       MOVE PONTO-CODIGO-REG
                         TO PONTO-CODIGO(WRK-QTD-PONTO)
                       MOVE PONTO-FALTAS-REG
                         TO PONTO-FALTAS(WRK-QTD-PONTO)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PONTO
           END-IF.

       0003-CARREGA-AGENDA SECTION.

           OPEN INPUT FERIAS-AGENDA
           IF WRK-STATUS-FERIAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FERIAS-AGENDA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FER-INICIO-REG NUMERIC
                     IF WRK-QTD-AGENDA NOT LESS 2000
                       DISPLAY "TAB-AGENDA CHEIA, AGENDAMENTOS "
                               "RESTANTES NAO DISTRIBUIDOS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-AGENDA
                       MOVE FER-CODIGO-REG
                         TO AGD-CODIGO(WRK-QTD-AGENDA)
                       MOVE FER-INICIO-REG
                         TO AGD-INICIO(WRK-QTD-AGENDA)
      *                SEM QUANTIDADE DE DIAS, VALE O MES CHEIO, COMO
      *                NA FOLHA-MENSAL.
                       IF FER-DIAS-REG NUMERIC
                         MOVE FER-DIAS-REG
                           TO AGD-DIAS(WRK-QTD-AGENDA)
                       ELSE
                         MOVE 30 TO AGD-DIAS(WRK-QTD-AGENDA)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FERIAS-AGENDA
           END-IF.

       0004-LE-EMPREGADOS SECTION.

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPLOYEE-MASTER
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-EMPREGADOS NOT LESS 2000
                     DISPLAY "TAB-EMPREGADOS CHEIA, EMPREGADOS "
                             "RESTANTES FORA DO CONTROLE"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-EMPREGADOS
                     MOVE EMP-CODIGO-REG
                       TO EMPT-CODIGO(WRK-QTD-EMPREGADOS)
                     MOVE EMP-NOME-REG
                       TO EMPT-NOME(WRK-QTD-EMPREGADOS)
                     MOVE EMP-DEPARTAMENTO-REG
                       TO EMPT-DEPARTAMENTO(WRK-QTD-EMPREGADOS)
                     IF EMP-SITUACAO-REG EQUAL "D"
                       MOVE "N" TO EMPT-ATIVO(WRK-QTD-EMPREGADOS)
                     ELSE
                       MOVE "S" TO EMPT-ATIVO(WRK-QTD-EMPREGADOS)
                       IF EMP-ADMISSAO-REG NUMERIC
                         AND EMP-ADMISSAO-REG GREATER ZERO
                         PERFORM 0005-GERA-PERIODOS
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-MASTER
           END-IF.

       0005-GERA-PERIODOS SECTION.

      *    PERIODO N COMECA NO N-ESIMO ANIVERSARIO DA ADMISSAO, TERMINA
      *    NA VESPERA DO SEGUINTE E TEM O LIMITE DE CONCESSAO NA
      *    VESPERA DO OUTRO. SO ENTRAM PERIODOS JA INICIADOS E COM O
      *    LIMITE AINDA NAO VENCIDO QUE NAO ESTEJAM NO LIVRO.
           MOVE EMP-ADMISSAO-REG TO WRK-ADMISSAO
           MOVE ZERO TO WRK-ANOS
           MOVE "N"  TO WRK-FIM-GERACAO
           PERFORM UNTIL WRK-FIM-GERACAO EQUAL "S"
             PERFORM 0033-ANIVERSARIO
             MOVE WRK-DATA-CALC TO WRK-NOVO-INICIO
             IF WRK-NOVO-INICIO GREATER WRK-HOJE
               OR WRK-ANOS GREATER 80
               MOVE "S" TO WRK-FIM-GERACAO
             ELSE
               ADD 2 TO WRK-ANOS
               PERFORM 0033-ANIVERSARIO
               PERFORM 0030-DIA-ANTERIOR
               MOVE WRK-DATA-CALC TO WRK-NOVO-LIMITE
               SUBTRACT 1 FROM WRK-ANOS
               PERFORM 0033-ANIVERSARIO
               PERFORM 0030-DIA-ANTERIOR
               MOVE WRK-DATA-CALC TO WRK-NOVO-FIM
               IF WRK-NOVO-LIMITE NOT LESS WRK-HOJE
                 PERFORM 0006-INCLUI-PERIODO
               END-IF
             END-IF
           END-PERFORM.

       0006-INCLUI-PERIODO SECTION.

           MOVE "N" TO WRK-ACHOU
           PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                     UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
             IF PER-CODIGO(WRK-IDX-PERIODO) EQUAL EMP-CODIGO-REG
               AND PER-INICIO(WRK-IDX-PERIODO) EQUAL WRK-NOVO-INICIO
               MOVE "S" TO WRK-ACHOU
               MOVE WRK-QTD-PERIODOS TO WRK-IDX-PERIODO
             END-IF
           END-PERFORM
           IF WRK-ACHOU EQUAL "N"
             IF WRK-QTD-PERIODOS NOT LESS 3000
               MOVE "S" TO WRK-TAB-ESTOUROU
             ELSE
               ADD 1 TO WRK-QTD-PERIODOS
               ADD 1 TO WRK-QTD-NOVOS
               MOVE EMP-CODIGO-REG  TO PER-CODIGO(WRK-QTD-PERIODOS)
               MOVE WRK-NOVO-INICIO TO PER-INICIO(WRK-QTD-PERIODOS)
               MOVE WRK-NOVO-FIM    TO PER-FIM(WRK-QTD-PERIODOS)
               MOVE WRK-NOVO-LIMITE TO PER-LIMITE(WRK-QTD-PERIODOS)
               MOVE ZERO TO PER-FALTAS(WRK-QTD-PERIODOS)
                            PER-PERDIDOS(WRK-QTD-PERIODOS)
                            PER-GOZADOS(WRK-QTD-PERIODOS)
                            PER-AGENDADOS(WRK-QTD-PERIODOS)
                            PER-ULT-PONTO(WRK-QTD-PERIODOS)
               MOVE 30  TO PER-DIREITO(WRK-QTD-PERIODOS)
               MOVE "A" TO PER-SITUACAO(WRK-QTD-PERIODOS)
             END-IF
           END-IF.

       0007-APLICA-FALTAS SECTION.

      *    AS FALTAS DO MES VAO PARA O PERIODO AQUISITIVO QUE CONTEM A
      *    COMPETENCIA; SE QUALQUER PERIODO DO EMPREGADO JA RECEBEU
      *    ESTA COMPETENCIA (OU UMA POSTERIOR), O PONTO NAO E SOMADO
      *    DE NOVO.
           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                     UNTIL WRK-IDX-PONTO > WRK-QTD-PONTO
             MOVE "N" TO WRK-PONTO-JA-SOMADO
             PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                       UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
               IF PER-CODIGO(WRK-IDX-PERIODO)
                    EQUAL PONTO-CODIGO(WRK-IDX-PONTO)
                 AND PER-ULT-PONTO(WRK-IDX-PERIODO)
                     NOT LESS WRK-COMPETENCIA
                 MOVE "S" TO WRK-PONTO-JA-SOMADO
               END-IF
             END-PERFORM
             IF WRK-PONTO-JA-SOMADO EQUAL "N"
               MOVE "N" TO WRK-ACHOU
               PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                         UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
                 IF PER-CODIGO(WRK-IDX-PERIODO)
                      EQUAL PONTO-CODIGO(WRK-IDX-PONTO)
                   AND PER-INICIO(WRK-IDX-PERIODO) / 100
                       NOT GREATER WRK-COMPETENCIA
                   AND PER-FIM(WRK-IDX-PERIODO) / 100
                       NOT LESS WRK-COMPETENCIA
                   AND WRK-ACHOU EQUAL "N"
                   MOVE "S" TO WRK-ACHOU
                   ADD PONTO-FALTAS(WRK-IDX-PONTO)
                     TO PER-FALTAS(WRK-IDX-PERIODO)
                   MOVE WRK-COMPETENCIA
                     TO PER-ULT-PONTO(WRK-IDX-PERIODO)
                   ADD 1 TO WRK-QTD-FALTAS-SOMADAS
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       0008-APURA-PERIODOS SECTION.

      *    DIAS DE DIREITO PELAS FALTAS DO PERIODO (CLT): ATE 5 = 30,
      *    6 A 14 = 24, 15 A 23 = 18, 24 A 32 = 12, ACIMA = 0.
      *    GOZADOS E AGENDADOS SAO REFEITOS DA AGENDA A CADA EXECUCAO.
           PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                     UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
             EVALUATE TRUE
               WHEN PER-FALTAS(WRK-IDX-PERIODO) NOT GREATER 5
                 MOVE 30 TO PER-DIREITO(WRK-IDX-PERIODO)
               WHEN PER-FALTAS(WRK-IDX-PERIODO) NOT GREATER 14
                 MOVE 24 TO PER-DIREITO(WRK-IDX-PERIODO)
               WHEN PER-FALTAS(WRK-IDX-PERIODO) NOT GREATER 23
                 MOVE 18 TO PER-DIREITO(WRK-IDX-PERIODO)
               WHEN PER-FALTAS(WRK-IDX-PERIODO) NOT GREATER 32
                 MOVE 12 TO PER-DIREITO(WRK-IDX-PERIODO)
               WHEN OTHER
                 MOVE ZERO TO PER-DIREITO(WRK-IDX-PERIODO)
             END-EVALUATE
             COMPUTE PER-PERDIDOS(WRK-IDX-PERIODO) =
                 30 - PER-DIREITO(WRK-IDX-PERIODO)
             MOVE ZERO TO PER-GOZADOS(WRK-IDX-PERIODO)
                          PER-AGENDADOS(WRK-IDX-PERIODO)
           END-PERFORM

           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             PERFORM 0009-ALOCA-AGENDAMENTO
           END-PERFORM

           PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                     UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
             COMPUTE WRK-SALDO =
                 PER-DIREITO(WRK-IDX-PERIODO)
                 - PER-GOZADOS(WRK-IDX-PERIODO)
                 - PER-AGENDADOS(WRK-IDX-PERIODO)
             EVALUATE TRUE
               WHEN PER-FIM(WRK-IDX-PERIODO) NOT LESS WRK-HOJE
                 MOVE "A" TO PER-SITUACAO(WRK-IDX-PERIODO)
                 ADD 1 TO WRK-QTD-SITUACAO-A
               WHEN WRK-SALDO NOT GREATER ZERO
                 MOVE "Q" TO PER-SITUACAO(WRK-IDX-PERIODO)
                 ADD 1 TO WRK-QTD-SITUACAO-Q
               WHEN PER-LIMITE(WRK-IDX-PERIODO) LESS WRK-HOJE
                 MOVE "V" TO PER-SITUACAO(WRK-IDX-PERIODO)
                 ADD 1 TO WRK-QTD-SITUACAO-V
               WHEN OTHER
                 MOVE "C" TO PER-SITUACAO(WRK-IDX-PERIODO)
                 ADD 1 TO WRK-QTD-SITUACAO-C
             END-EVALUATE
           END-PERFORM.

       0009-ALOCA-AGENDAMENTO SECTION.

      *    OS DIAS DO AGENDAMENTO COBREM O PERIODO MAIS ANTIGO DO
      *    EMPREGADO JA ADQUIRIDO NA DATA DE INICIO E COM SALDO; O QUE
      *    SOBRAR PASSA AO SEGUINTE. O LIVRO GUARDA OS PERIODOS DE
      *    CADA EMPREGADO EM ORDEM DE INICIO.
           MOVE AGD-DIAS(WRK-IDX-AGENDA) TO WRK-DIAS-A-ALOCAR
           PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                     UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
                        OR WRK-DIAS-A-ALOCAR EQUAL ZERO
             IF PER-CODIGO(WRK-IDX-PERIODO)
                  EQUAL AGD-CODIGO(WRK-IDX-AGENDA)
               AND PER-FIM(WRK-IDX-PERIODO)
                   LESS AGD-INICIO(WRK-IDX-AGENDA)
               COMPUTE WRK-SALDO =
                   PER-DIREITO(WRK-IDX-PERIODO)
                   - PER-GOZADOS(WRK-IDX-PERIODO)
                   - PER-AGENDADOS(WRK-IDX-PERIODO)
               IF WRK-SALDO GREATER ZERO
                 IF WRK-DIAS-A-ALOCAR GREATER WRK-SALDO
                   MOVE WRK-SALDO TO WRK-ALOCADO
                 ELSE
                   MOVE WRK-DIAS-A-ALOCAR TO WRK-ALOCADO
                 END-IF
                 SUBTRACT WRK-ALOCADO FROM WRK-DIAS-A-ALOCAR
                 IF AGD-INICIO(WRK-IDX-AGENDA) NOT GREATER WRK-HOJE
                   ADD WRK-ALOCADO TO PER-GOZADOS(WRK-IDX-PERIODO)
                 ELSE
                   ADD WRK-ALOCADO TO PER-AGENDADOS(WRK-IDX-PERIODO)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       0010-GRAVA-PERIODOS SECTION.

           OPEN OUTPUT FERIAS-PERIODOS
           PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                     UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
             MOVE PER-CODIGO(WRK-IDX-PERIODO)    TO FPER-CODIGO
             MOVE PER-INICIO(WRK-IDX-PERIODO)    TO FPER-INICIO
             MOVE PER-FIM(WRK-IDX-PERIODO)       TO FPER-FIM
             MOVE PER-LIMITE(WRK-IDX-PERIODO)    TO FPER-LIMITE
             MOVE PER-FALTAS(WRK-IDX-PERIODO)    TO FPER-FALTAS
             MOVE PER-DIREITO(WRK-IDX-PERIODO)   TO FPER-DIREITO
             MOVE PER-PERDIDOS(WRK-IDX-PERIODO)  TO FPER-PERDIDOS
             MOVE PER-GOZADOS(WRK-IDX-PERIODO)   TO FPER-GOZADOS
             MOVE PER-AGENDADOS(WRK-IDX-PERIODO) TO FPER-AGENDADOS
             MOVE PER-ULT-PONTO(WRK-IDX-PERIODO) TO FPER-ULT-PONTO
             MOVE PER-SITUACAO(WRK-IDX-PERIODO)  TO FPER-SITUACAO
             WRITE REG-FERIAS-PERIODO
           END-PERFORM
           CLOSE FERIAS-PERIODOS.

       0011-SELECIONA SECTION.

      *    CONCESSIVO COM SALDO E LIMITE ATE 90 DIAS, E VENCIDOS, DE
      *    EMPREGADO ATIVO.
           PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                     UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
             IF PER-SITUACAO(WRK-IDX-PERIODO) EQUAL "V"
               OR (PER-SITUACAO(WRK-IDX-PERIODO) EQUAL "C"
                 AND PER-LIMITE(WRK-IDX-PERIODO)
                     NOT GREATER WRK-HOJE-MAIS-90)
               MOVE "N" TO WRK-ACHOU
               PERFORM VARYING WRK-IDX-EMPREGADO FROM 1 BY 1
                         UNTIL WRK-IDX-EMPREGADO > WRK-QTD-EMPREGADOS
                 IF EMPT-CODIGO(WRK-IDX-EMPREGADO)
                      EQUAL PER-CODIGO(WRK-IDX-PERIODO)
                   AND EMPT-ATIVO(WRK-IDX-EMPREGADO) EQUAL "S"
                   MOVE "S" TO WRK-ACHOU
                   INITIALIZE REG-SORT
                   MOVE EMPT-NOME(WRK-IDX-EMPREGADO) TO SORT-NOME
                   MOVE EMPT-DEPARTAMENTO(WRK-IDX-EMPREGADO)
                     TO SORT-DEPARTAMENTO
                   MOVE WRK-QTD-EMPREGADOS TO WRK-IDX-EMPREGADO
                 END-IF
               END-PERFORM
               IF WRK-ACHOU EQUAL "S"
                 MOVE PER-LIMITE(WRK-IDX-PERIODO)   TO SORT-LIMITE
                 MOVE PER-CODIGO(WRK-IDX-PERIODO)   TO SORT-CODIGO
                 MOVE PER-INICIO(WRK-IDX-PERIODO)   TO SORT-INICIO
                 MOVE PER-FIM(WRK-IDX-PERIODO)      TO SORT-FIM
                 MOVE PER-DIREITO(WRK-IDX-PERIODO)  TO SORT-DIREITO
                 MOVE PER-PERDIDOS(WRK-IDX-PERIODO) TO SORT-PERDIDOS
                 MOVE PER-GOZADOS(WRK-IDX-PERIODO)  TO SORT-GOZADOS
                 MOVE PER-AGENDADOS(WRK-IDX-PERIODO)
                   TO SORT-AGENDADOS
                 COMPUTE SORT-SALDO =
                     PER-DIREITO(WRK-IDX-PERIODO)
                     - PER-GOZADOS(WRK-IDX-PERIODO)
                     - PER-AGENDADOS(WRK-IDX-PERIODO)
                 MOVE PER-SITUACAO(WRK-IDX-PERIODO) TO SORT-SITUACAO
      *          DIAS ATE O LIMITE, CONTADOS NO CALENDARIO.
                 MOVE ZERO TO WRK-DIAS-RESTANTES
                 IF PER-SITUACAO(WRK-IDX-PERIODO) EQUAL "C"
                   MOVE WRK-HOJE TO WRK-DATA-CALC
                   PERFORM UNTIL WRK-DATA-CALC
                                 NOT LESS PER-LIMITE(WRK-IDX-PERIODO)
                                 OR WRK-DIAS-RESTANTES > 90
                     PERFORM 0031-DIA-SEGUINTE
                     ADD 1 TO WRK-DIAS-RESTANTES
                   END-PERFORM
                 END-IF
                 MOVE WRK-DIAS-RESTANTES TO SORT-DIAS-RESTANTES
                 RELEASE REG-SORT
               END-IF
             END-IF
           END-PERFORM.

       0012-LISTA SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0013-LINHA-PERIODO
             END-RETURN
           END-PERFORM.

       0013-LINHA-PERIODO SECTION.

           IF SORT-SITUACAO EQUAL "V"
             ADD 1 TO WRK-QTD-VENCIDOS
             MOVE "VENCIDO-DOBRA" TO WRK-MARCA
           ELSE
             ADD 1 TO WRK-QTD-A-VENCER
             IF SORT-LIMITE NOT GREATER WRK-HOJE-MAIS-30
               MOVE "AVISO"     TO WRK-MARCA
             ELSE
               MOVE "A VENCER"  TO WRK-MARCA
             END-IF
           END-IF

           MOVE SORT-INICIO TO WRK-DATA-CALC
           PERFORM 0034-EDITA-DATA
           MOVE WRK-DATA-ED-GRP TO WRK-INICIO-ED
           MOVE SORT-FIM TO WRK-DATA-CALC
           PERFORM 0034-EDITA-DATA
           MOVE WRK-DATA-ED-GRP TO WRK-FIM-ED
           MOVE SORT-LIMITE TO WRK-DATA-CALC
           PERFORM 0034-EDITA-DATA
           MOVE WRK-DATA-ED-GRP TO WRK-LIMITE-ED
           MOVE SORT-DIAS-RESTANTES TO WRK-DIAS-ED

           MOVE SPACE TO WRK-LINHA-REL
           STRING SORT-CODIGO       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SORT-NOME         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SORT-DEPARTAMENTO DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-INICIO-ED     DELIMITED BY SIZE
                  " A "             DELIMITED BY SIZE
                  WRK-FIM-ED        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-LIMITE-ED     DELIMITED BY SIZE
                  "      "          DELIMITED BY SIZE
                  SORT-DIREITO      DELIMITED BY SIZE
                  "       "         DELIMITED BY SIZE
                  SORT-PERDIDOS     DELIMITED BY SIZE
                  "      "          DELIMITED BY SIZE
                  SORT-GOZADOS      DELIMITED BY SIZE
                  "        "        DELIMITED BY SIZE
                  SORT-AGENDADOS    DELIMITED BY SIZE
                  "    "            DELIMITED BY SIZE
                  SORT-SALDO        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WRK-DIAS-ED       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-MARCA         DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           IF SORT-SITUACAO EQUAL "C"
             AND SORT-LIMITE NOT GREATER WRK-HOJE-MAIS-30
             PERFORM 0014-GRAVA-ALERTA
           END-IF.

       0014-GRAVA-ALERTA SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE SPACE TO WRK-ALERTA-MSG
           STRING "FERIAS EMPR "    DELIMITED BY SIZE
                  SORT-CODIGO       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SORT-NOME         DELIMITED BY SIZE
                  " LIMITE "        DELIMITED BY SIZE
                  WRK-LIMITE-ED     DELIMITED BY SIZE
                  " SALDO "         DELIMITED BY SIZE
                  SORT-SALDO        DELIMITED BY SIZE
                  "D"               DELIMITED BY SIZE
             INTO WRK-ALERTA-MSG
           END-STRING

           MOVE "FERIAS-CTRL"    TO ALR-JOB
           MOVE WRK-DATA-SISTEMA TO ALR-DATA
           MOVE WRK-HORA-SISTEMA TO ALR-HORA
           MOVE "A"              TO ALR-SEVERIDADE
           MOVE WRK-ALERTA-MSG   TO ALR-MENSAGEM

           OPEN EXTEND ALERTAS
           IF WRK-STATUS-ALERTAS EQUAL "35"
             OPEN OUTPUT ALERTAS
           END-IF
           WRITE REG-ALERTA
           CLOSE ALERTAS
           ADD 1 TO WRK-QTD-ALERTAS.

       0015-TOTAIS SECTION.

           MOVE SPACE TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE WRK-QTD-A-VENCER TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "A VENCER EM 90 DIAS SEM FERIAS MARCADAS: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE WRK-QTD-ALERTAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  DOS QUAIS A MENOS DE 30 DIAS (AVISO).: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE WRK-QTD-VENCIDOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "VENCIDOS COM SALDO (PAGAMENTO EM DOBRO): "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE SPACE TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO
           MOVE "LIVRO DE PERIODOS POR SITUACAO:"
             TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE WRK-QTD-SITUACAO-A TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  AQUISITIVO EM CURSO.....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE WRK-QTD-SITUACAO-C TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  CONCESSIVO COM SALDO....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE WRK-QTD-SITUACAO-Q TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  QUITADO (GOZADO/AGENDADO): " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO

           MOVE WRK-QTD-SITUACAO-V TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  VENCIDO COM SALDO.......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FERIAS-RELATORIO
           WRITE REG-FERIAS-RELATORIO.

       0030-DIA-ANTERIOR SECTION.

           IF CALC-DIA GREATER 1
             SUBTRACT 1 FROM CALC-DIA
           ELSE
             IF CALC-MES GREATER 1
               SUBTRACT 1 FROM CALC-MES
             ELSE
               MOVE 12 TO CALC-MES
               SUBTRACT 1 FROM CALC-ANO
             END-IF
             PERFORM 0032-DIAS-NO-MES
             MOVE WRK-DIAS-NO-MES TO CALC-DIA
           END-IF.

       0031-DIA-SEGUINTE SECTION.

           PERFORM 0032-DIAS-NO-MES
           IF CALC-DIA LESS WRK-DIAS-NO-MES
             ADD 1 TO CALC-DIA
           ELSE
             MOVE 1 TO CALC-DIA
             IF CALC-MES LESS 12
               ADD 1 TO CALC-MES
             ELSE
               MOVE 1 TO CALC-MES
               ADD 1 TO CALC-ANO
             END-IF
           END-IF.

       0032-DIAS-NO-MES SECTION.

           MOVE DIAS-MES(CALC-MES) TO WRK-DIAS-NO-MES
           MOVE "N" TO WRK-BISSEXTO

           IF CALC-MES EQUAL 2
             DIVIDE CALC-ANO BY 4   GIVING WRK-DIV-TMP
                                    REMAINDER WRK-RESTO-4
             DIVIDE CALC-ANO BY 100 GIVING WRK-DIV-TMP
                                    REMAINDER WRK-RESTO-100
             DIVIDE CALC-ANO BY 400 GIVING WRK-DIV-TMP
                                    REMAINDER WRK-RESTO-400
             IF WRK-RESTO-4 EQUAL 0
               MOVE "S" TO WRK-BISSEXTO
               IF WRK-RESTO-100 EQUAL 0 AND WRK-RESTO-400 NOT EQUAL 0
                 MOVE "N" TO WRK-BISSEXTO
               END-IF
             END-IF
             IF ANO-BISSEXTO
               MOVE 29 TO WRK-DIAS-NO-MES
             END-IF
           END-IF.

       0033-ANIVERSARIO SECTION.

      *    ANIVERSARIO DA ADMISSAO WRK-ANOS ANOS DEPOIS; 29/02 EM ANO
      *    COMUM CAI EM 01/03.
           MOVE WRK-ADMISSAO TO WRK-DATA-CALC
           ADD WRK-ANOS TO CALC-ANO
           IF CALC-MES EQUAL 2 AND CALC-DIA EQUAL 29
             PERFORM 0032-DIAS-NO-MES
             IF WRK-DIAS-NO-MES EQUAL 28
               MOVE 3 TO CALC-MES
               MOVE 1 TO CALC-DIA
             END-IF
           END-IF.

       0034-EDITA-DATA SECTION.

           MOVE CALC-DIA TO DATA-ED-DIA
           MOVE CALC-MES TO DATA-ED-MES
           MOVE CALC-ANO TO DATA-ED-ANO.

       0035-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "FERIAS-CTRL"      TO RPED-JOB
           MOVE "FERIAS-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM FERIAS-CONTROLE.
