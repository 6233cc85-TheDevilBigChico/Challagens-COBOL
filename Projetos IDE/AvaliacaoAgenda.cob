       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO-AGENDA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: AGENDA DE AVALIACOES POR TURMA. CADA PROFESSOR
      *==            MARCAVA A PROVA POR CONTA PROPRIA E A TURMA CHEGAVA
      *==            A TER TRES PROVAS NO MESMO DIA. PARA A TURMA
      *==            INFORMADA, INCLUI E EXCLUI AVALIACOES (DISCIPLINA,
      *==            DATA E TIPO) NO ARQUIVO AVALIACAO-AGENDA (LEIAUTE
      *==            AVALIACAO-AGD). A DISCIPLINA E CRITICADA CONTRA O
      *==            MESTRE DISCIPLINAS; A DATA TEM DE SER DIA UTIL NO
      *==            CALENDARIO (GERA-CALENDARIO) E CAIR DENTRO DE UM
      *==            PERIODO DE PERIODOS-LETIVOS CUJA DATA LIMITE DE
      *==            LANCAMENTO AINDA NAO PASSOU. PROVA E SIMULADO SAO
      *==            RECUSADOS ALEM DO LIMITE POR DIA E POR SEMANA
      *==            (SEGUNDA A DOMINGO) DA TURMA, LIDOS DE
      *==            AVALIACAO-PARAMETROS (PADRAO 1 POR DIA E 3 POR
      *==            SEMANA); TRABALHO NAO ENTRA NO LIMITE. CADA
      *==            INCLUSAO E EXCLUSAO VAI PARA AVALIACAO-LOG COM O
      *==            OPERADOR DA SESSAO. A OPERACAO R IMPRIME A AGENDA
      *==            DE TODAS AS TURMAS, UMA TURMA POR BLOCO, EM
      *==            AVALIACAO-RELATORIO.
      *== DATA: 15/10/2026
      *== OBS: SEM O CALENDARIO OU SEM PERIODOS-LETIVOS, A CONFERENCIA
      *==      CORRESPONDENTE NAO E FEITA (AVISO NA ABERTURA).
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO AVALIACAO-RELATORIO REGISTRADA NO
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
           SELECT AVALIACAO-AGENDA ASSIGN TO "AVALIACAO-AGENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AGENDA.
           SELECT AVALIACAO-LOG ASSIGN TO "AVALIACAO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT AVALIACAO-PARAMETROS
               ASSIGN TO "AVALIACAO-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT AVALIACAO-RELATORIO
               ASSIGN TO "AVALIACAO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
           SELECT CALENDARIO ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CALENDARIO.
           SELECT PERIODOS-LETIVOS ASSIGN TO "PERIODOS-LETIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODOS.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  AVALIACAO-AGENDA.
       01  REG-AVALIACAO-AGENDA.
           COPY AVALIACAO-AGD.

       FD  AVALIACAO-LOG.
       01  REG-AVALIACAO-LOG.
           05 ALOG-DATA            PIC 9(08).
           05 ALOG-HORA            PIC 9(08).
           05 ALOG-OPERADOR        PIC X(10).
           05 ALOG-ACAO            PIC X(08).
           05 ALOG-TURMA           PIC X(05).
           05 ALOG-DISCIPLINA      PIC X(04).
           05 ALOG-DATA-AVALIACAO  PIC 9(08).
           05 ALOG-TIPO            PIC X(01).

       FD  AVALIACAO-PARAMETROS.
       01  REG-AVALIACAO-PARAMETRO.
           05 PARAM-MAX-DIA-REG    PIC 9(02).
           05 PARAM-MAX-SEMANA-REG PIC 9(02).

       FD  AVALIACAO-RELATORIO.
       01  REG-AVALIACAO-REL       PIC X(80).

       FD  DISCIPLINAS.
       01  REG-DISCIPLINA.
           COPY DISCIPLINA-REG.

       FD  CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-DATA             PIC 9(08).
           05 CAL-DIA-SEMANA       PIC X(12).
           05 CAL-DIA-UTIL         PIC X(01).
           05 CAL-FERIADO-NOME     PIC X(20).
           05 CAL-SEQ-UTIL-MES     PIC 9(02).

       FD  PERIODOS-LETIVOS.
       01  REG-PERIODO-LETIVO.
           05 PER-ANO-REG          PIC 9(04).
           05 PER-TERMO-REG        PIC 9(02).
           05 PER-INICIO-REG       PIC 9(08).
           05 PER-FIM-REG          PIC 9(08).
           05 PER-LIMITE-REG       PIC 9(08).

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-TURMA           PIC X(05).
           05 SORT-DATA            PIC 9(08).
           05 SORT-DISCIPLINA      PIC X(04).
           05 SORT-TIPO            PIC X(01).
           05 SORT-SEMANA          PIC 9(08).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-AGENDA PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-DISCIPLINAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-CALENDARIO PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-PERIODOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-LINHA-REL    PIC X(80)            VALUE SPACE.
      *====================== LIMITES ====================================
       77  WRK-MAX-DIA      PIC 9(02)            VALUE 1.
       77  WRK-MAX-SEMANA   PIC 9(02)            VALUE 3.
       77  WRK-QTD-NO-DIA   PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-NA-SEMANA PIC 9(03)           VALUE ZERO.
      *====================== AVALIACAO DIGITADA =========================
       77  WRK-TURMA        PIC X(05)            VALUE SPACE.
       77  WRK-OPERACAO     PIC X(01)            VALUE SPACE.
       77  WRK-DISCIPLINA   PIC X(04)            VALUE SPACE.
       77  WRK-TIPO         PIC X(01)            VALUE SPACE.
           88 TIPO-CONTA-LIMITE                  VALUE "P" "S".
           88 TIPO-VALIDO                        VALUE "P" "S" "T".
       77  WRK-DATA-X       PIC X(08)            VALUE SPACE.
       01  WRK-DATA-GRP.
           05 DATA-ANO      PIC 9(04)            VALUE ZERO.
           05 DATA-MES      PIC 9(02)            VALUE ZERO.
           05 DATA-DIA      PIC 9(02)            VALUE ZERO.
       01  WRK-DATA REDEFINES WRK-DATA-GRP       PIC 9(08).
       77  WRK-RECUSADO     PIC X(01)            VALUE "N".
       77  WRK-QTD-ALTERACOES PIC 9(04)          VALUE ZERO.
       77  WRK-ACAO-LOG     PIC X(08)            VALUE SPACE.
       77  WRK-NOME-TIPO    PIC X(08)            VALUE SPACE.
      *====================== SEMANA DA DATA (DIA JULIANO) ===============
       77  WRK-JA           PIC 9(01)            VALUE ZERO.
       77  WRK-JY           PIC 9(05)            VALUE ZERO.
       77  WRK-JM           PIC 9(02)            VALUE ZERO.
       77  WRK-J1           PIC 9(05)            VALUE ZERO.
       77  WRK-J2           PIC 9(05)            VALUE ZERO.
       77  WRK-J3           PIC 9(05)            VALUE ZERO.
       77  WRK-J4           PIC 9(05)            VALUE ZERO.
       77  WRK-JDN          PIC 9(08)            VALUE ZERO.
       77  WRK-J7           PIC 9(08)            VALUE ZERO.
       77  WRK-DIA-SEMANA   PIC 9(01)            VALUE ZERO.
       77  WRK-SEMANA       PIC 9(08)            VALUE ZERO.
       01  WRK-DIAS-LIT     PIC X(21)            VALUE
           "SEGTERQUAQUISEXSABDOM".
       01  TAB-DIAS REDEFINES WRK-DIAS-LIT.
           05 DIA-NOME      PIC X(03)  OCCURS 7 TIMES.
      *====================== AGENDA CARREGADA ===========================
       77  WRK-QTD-AGENDA   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-AGENDA   PIC 9(04)            VALUE ZERO.
       77  WRK-POS-AGENDA   PIC 9(04)            VALUE ZERO.
       77  WRK-AGENDA-TRUNC PIC X(01)            VALUE "N".
           88 CARGA-AGENDA-TRUNCADA              VALUE "S".
       01  TAB-AGENDA.
           05 AGD-ITEM OCCURS 3000 TIMES
                        INDEXED BY IDX-AGD.
              10 AGD-TURMA        PIC X(05).
              10 AGD-DISCIPLINA   PIC X(04).
              10 AGD-DATA         PIC 9(08).
              10 AGD-TIPO         PIC X(01).
              10 AGD-SEMANA       PIC 9(08).
      *====================== DISCIPLINAS ================================
       77  WRK-QTD-DISC     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-DISC     PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-DISC   PIC X(01)            VALUE "N".
       01  TAB-DISC.
           05 DSC-ITEM OCCURS 200 TIMES
                        INDEXED BY IDX-DSC.
              10 DSC-CODIGO       PIC X(04).
      *====================== CALENDARIO E PERIODOS ======================
       77  WRK-TEM-CALENDARIO PIC X(01)          VALUE "N".
       77  WRK-ACHOU-DATA   PIC X(01)            VALUE "N".
       77  WRK-QTD-PERIODOS PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-PERIODO  PIC 9(02)            VALUE ZERO.
       77  WRK-POS-PERIODO  PIC 9(02)            VALUE ZERO.
       01  TAB-PERIODOS.
           05 PERIODO-ITEM OCCURS 20 TIMES
                            INDEXED BY IDX-PERIODO.
              10 PER-INICIO      PIC 9(08).
              10 PER-FIM         PIC 9(08).
              10 PER-LIMITE      PIC 9(08).
      *====================== RELATORIO ==================================
       77  WRK-TURMA-ATUAL  PIC X(05)            VALUE SPACE.
       77  WRK-QTD-REL      PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.

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

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0004-CARREGA-PARAMETROS
           PERFORM 0005-CARREGA-DISCIPLINAS
           PERFORM 0006-CARREGA-PERIODOS
           PERFORM 0007-CARREGA-AGENDA

           OPEN INPUT CALENDARIO
           IF WRK-STATUS-CALENDARIO EQUAL "35"
             DISPLAY "CALENDARIO INEXISTENTE, DIA UTIL NAO SERA "
                     "CONFERIDO"
           ELSE
             MOVE "S" TO WRK-TEM-CALENDARIO
             CLOSE CALENDARIO
           END-IF
           IF WRK-QTD-PERIODOS EQUAL ZERO
             DISPLAY "PERIODOS-LETIVOS INEXISTENTE, PERIODO NAO SERA "
                     "CONFERIDO"
           END-IF

           DISPLAY "TURMA "
             ACCEPT WRK-TURMA
           IF WRK-TURMA EQUAL SPACE
             GOBACK
           END-IF

           PERFORM 0010-LE-OPERACAO
           PERFORM UNTIL WRK-OPERACAO EQUAL SPACE
             EVALUATE WRK-OPERACAO
               WHEN "I"
                 PERFORM 0011-INCLUI-AVALIACAO
               WHEN "E"
                 PERFORM 0012-EXCLUI-AVALIACAO
               WHEN "L"
                 PERFORM 0013-LISTA-TURMA
               WHEN "R"
                 PERFORM 0014-EMITE-RELATORIO
               WHEN OTHER
                 DISPLAY "OPERACAO INVALIDA"
             END-EVALUATE
             PERFORM 0010-LE-OPERACAO
           END-PERFORM

           IF WRK-QTD-ALTERACOES GREATER ZERO
             PERFORM 0008-REGRAVA-AGENDA
           END-IF

           MOVE WRK-QTD-ALTERACOES TO WRK-QTD-ED
           DISPLAY "ALTERACOES NA AGENDA DA TURMA: " WRK-QTD-ED

           GOBACK.

       0010-LE-OPERACAO SECTION.

           DISPLAY "OPERACAO (I=INCLUIR E=EXCLUIR L=LISTAR R=RELATORIO "
                   "DE TODAS AS TURMAS, EM BRANCO PARA ENCERRAR) "
             ACCEPT WRK-OPERACAO.

       0011-INCLUI-AVALIACAO SECTION.

           MOVE "N" TO WRK-RECUSADO
           IF CARGA-AGENDA-TRUNCADA
             DISPLAY "AVALIACAO-AGENDA MAIOR QUE A TABELA, SO CONSULTA"
             MOVE "S" TO WRK-RECUSADO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             DISPLAY "DISCIPLINA "
               ACCEPT WRK-DISCIPLINA
             PERFORM 0020-BUSCA-DISCIPLINA
             IF WRK-ACHOU-DISC EQUAL "N"
               DISPLAY "DISCIPLINA NAO CADASTRADA EM DISCIPLINAS, "
                       "AVALIACAO RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0015-LE-DATA
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             DISPLAY "TIPO (P=PROVA S=SIMULADO T=TRABALHO) "
               ACCEPT WRK-TIPO
             IF NOT TIPO-VALIDO
               DISPLAY "TIPO INVALIDO, AVALIACAO RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0021-CONFERE-CALENDARIO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0022-CONFERE-PERIODO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0024-CALCULA-SEMANA
             PERFORM 0023-CONFERE-LIMITES
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             IF WRK-QTD-AGENDA NOT LESS 3000
               DISPLAY "TAB-AGENDA CHEIA, AVALIACAO RECUSADA"
             ELSE
               ADD 1 TO WRK-QTD-AGENDA
               MOVE WRK-TURMA      TO AGD-TURMA(WRK-QTD-AGENDA)
               MOVE WRK-DISCIPLINA TO AGD-DISCIPLINA(WRK-QTD-AGENDA)
               MOVE WRK-DATA       TO AGD-DATA(WRK-QTD-AGENDA)
               MOVE WRK-TIPO       TO AGD-TIPO(WRK-QTD-AGENDA)
               MOVE WRK-SEMANA     TO AGD-SEMANA(WRK-QTD-AGENDA)
               MOVE "INCLUIR" TO WRK-ACAO-LOG
               PERFORM 0016-GRAVA-LOG
               ADD 1 TO WRK-QTD-ALTERACOES
               ADD 1 TO WRK-DIA-SEMANA
               DISPLAY "AVALIACAO INCLUIDA - " WRK-DATA " "
                       DIA-NOME(WRK-DIA-SEMANA) " " WRK-DISCIPLINA
                       " TIPO " WRK-TIPO
             END-IF
           END-IF.

       0012-EXCLUI-AVALIACAO SECTION.

           MOVE "N" TO WRK-RECUSADO
           IF CARGA-AGENDA-TRUNCADA
             DISPLAY "AVALIACAO-AGENDA MAIOR QUE A TABELA, SO CONSULTA"
             MOVE "S" TO WRK-RECUSADO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             DISPLAY "DISCIPLINA "
               ACCEPT WRK-DISCIPLINA
             PERFORM 0015-LE-DATA
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             MOVE ZERO TO WRK-POS-AGENDA
             PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                       UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
               IF AGD-TURMA(WRK-IDX-AGENDA) EQUAL WRK-TURMA
                 AND AGD-DISCIPLINA(WRK-IDX-AGENDA)
                     EQUAL WRK-DISCIPLINA
                 AND AGD-DATA(WRK-IDX-AGENDA) EQUAL WRK-DATA
                 MOVE WRK-IDX-AGENDA TO WRK-POS-AGENDA
                 MOVE WRK-QTD-AGENDA TO WRK-IDX-AGENDA
               END-IF
             END-PERFORM
             IF WRK-POS-AGENDA EQUAL ZERO
               DISPLAY "NAO HA AVALIACAO DA TURMA NESTA DATA E "
                       "DISCIPLINA"
             ELSE
               MOVE AGD-TIPO(WRK-POS-AGENDA) TO WRK-TIPO
               MOVE "EXCLUIR" TO WRK-ACAO-LOG
               PERFORM 0016-GRAVA-LOG
               PERFORM VARYING WRK-IDX-AGENDA FROM WRK-POS-AGENDA BY 1
                         UNTIL WRK-IDX-AGENDA NOT LESS WRK-QTD-AGENDA
                 MOVE AGD-ITEM(WRK-IDX-AGENDA + 1)
                   TO AGD-ITEM(WRK-IDX-AGENDA)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-AGENDA
               ADD 1 TO WRK-QTD-ALTERACOES
               DISPLAY "AVALIACAO EXCLUIDA - " WRK-DATA " "
                       WRK-DISCIPLINA
             END-IF
           END-IF.

       0013-LISTA-TURMA SECTION.

           DISPLAY "AGENDA DE AVALIACOES DA TURMA " WRK-TURMA
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             IF AGD-TURMA(WRK-IDX-AGENDA) EQUAL WRK-TURMA
               MOVE AGD-TIPO(WRK-IDX-AGENDA) TO WRK-TIPO
               PERFORM 0017-NOME-TIPO
               DISPLAY AGD-DATA(WRK-IDX-AGENDA) "  "
                       AGD-DISCIPLINA(WRK-IDX-AGENDA) "  "
                       WRK-NOME-TIPO
             END-IF
           END-PERFORM.

       0014-EMITE-RELATORIO SECTION.

           MOVE ZERO  TO WRK-QTD-REL
           MOVE SPACE TO WRK-TURMA-ATUAL
           MOVE "N"   TO WRK-FIM-SORT
           OPEN OUTPUT AVALIACAO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "AGENDA DE AVALIACOES POR TURMA - EMISSAO "
                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AVALIACAO-REL
           WRITE REG-AVALIACAO-REL

           SORT WRK-SORT
               ASCENDING KEY SORT-TURMA SORT-DATA SORT-DISCIPLINA
               INPUT PROCEDURE 0040-SELECIONA-RELATORIO
               OUTPUT PROCEDURE 0041-IMPRIME-RELATORIO

           MOVE WRK-QTD-REL TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "AVALIACOES AGENDADAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AVALIACAO-REL
           WRITE REG-AVALIACAO-REL
           CLOSE AVALIACAO-RELATORIO
           PERFORM 0009-REGISTRA-RELATORIO
           DISPLAY "AVALIACAO-RELATORIO GERADO".

       0015-LE-DATA SECTION.

           DISPLAY "DATA DA AVALIACAO (AAAAMMDD) "
             ACCEPT WRK-DATA-X
           IF WRK-DATA-X NOT NUMERIC
             DISPLAY "DATA INVALIDA"
             MOVE "S" TO WRK-RECUSADO
           ELSE
             MOVE WRK-DATA-X TO WRK-DATA
             IF DATA-ANO LESS 2000
               OR DATA-MES LESS 1 OR DATA-MES GREATER 12
               OR DATA-DIA LESS 1 OR DATA-DIA GREATER 31
               DISPLAY "DATA INVALIDA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF.

       0016-GRAVA-LOG SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-DATA-SISTEMA TO ALOG-DATA
           MOVE WRK-HORA-SISTEMA TO ALOG-HORA
           MOVE WRK-OPERADOR     TO ALOG-OPERADOR
           MOVE WRK-ACAO-LOG     TO ALOG-ACAO
           MOVE WRK-TURMA        TO ALOG-TURMA
           MOVE WRK-DISCIPLINA   TO ALOG-DISCIPLINA
           MOVE WRK-DATA         TO ALOG-DATA-AVALIACAO
           MOVE WRK-TIPO         TO ALOG-TIPO

           OPEN EXTEND AVALIACAO-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT AVALIACAO-LOG
           END-IF
           WRITE REG-AVALIACAO-LOG
           CLOSE AVALIACAO-LOG.

       0017-NOME-TIPO SECTION.

           EVALUATE WRK-TIPO
             WHEN "P"
               MOVE "PROVA"    TO WRK-NOME-TIPO
             WHEN "S"
               MOVE "SIMULADO" TO WRK-NOME-TIPO
             WHEN "T"
               MOVE "TRABALHO" TO WRK-NOME-TIPO
             WHEN OTHER
               MOVE WRK-TIPO   TO WRK-NOME-TIPO
           END-EVALUATE.

       0020-BUSCA-DISCIPLINA SECTION.

      *    SEM O MESTRE DISCIPLINAS, TODA DISCIPLINA E ACEITA.
           IF WRK-QTD-DISC EQUAL ZERO
             MOVE "S" TO WRK-ACHOU-DISC
           ELSE
             MOVE "N" TO WRK-ACHOU-DISC
             PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                       UNTIL WRK-IDX-DISC > WRK-QTD-DISC
               IF DSC-CODIGO(WRK-IDX-DISC) EQUAL WRK-DISCIPLINA
                 MOVE "S" TO WRK-ACHOU-DISC
                 MOVE WRK-QTD-DISC TO WRK-IDX-DISC
               END-IF
             END-PERFORM
           END-IF.

       0021-CONFERE-CALENDARIO SECTION.

      *    A DATA TEM DE EXISTIR NO CALENDARIO GERADO E SER DIA UTIL;
      *    FERIADO SAI COM O NOME.
           IF WRK-TEM-CALENDARIO EQUAL "S"
             MOVE "N" TO WRK-ACHOU-DATA
             OPEN INPUT CALENDARIO
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ CALENDARIO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF CAL-DATA EQUAL WRK-DATA
                     MOVE "S" TO WRK-ACHOU-DATA
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CALENDARIO
             IF WRK-ACHOU-DATA EQUAL "N"
               DISPLAY "DATA FORA DO CALENDARIO GERADO, AVALIACAO "
                       "RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             ELSE
               IF CAL-DIA-UTIL NOT EQUAL "S"
                 IF CAL-FERIADO-NOME NOT EQUAL SPACE
                   DISPLAY "DATA E FERIADO (" CAL-FERIADO-NOME
                           "), AVALIACAO RECUSADA"
                 ELSE
                   DISPLAY "DATA NAO E DIA UTIL (" CAL-DIA-SEMANA
                           "), AVALIACAO RECUSADA"
                 END-IF
                 MOVE "S" TO WRK-RECUSADO
               END-IF
             END-IF
           END-IF.

       0022-CONFERE-PERIODO SECTION.

      *    A DATA TEM DE CAIR NUM PERIODO LETIVO (INICIO A FIM) E O
      *    PERIODO AINDA TEM DE ESTAR ABERTO PARA LANCAMENTO.
           IF WRK-QTD-PERIODOS GREATER ZERO
             MOVE ZERO TO WRK-POS-PERIODO
             PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                       UNTIL WRK-IDX-PERIODO > WRK-QTD-PERIODOS
               IF WRK-DATA NOT LESS PER-INICIO(WRK-IDX-PERIODO)
                 AND WRK-DATA NOT GREATER PER-FIM(WRK-IDX-PERIODO)
                 MOVE WRK-IDX-PERIODO TO WRK-POS-PERIODO
                 MOVE WRK-QTD-PERIODOS TO WRK-IDX-PERIODO
               END-IF
             END-PERFORM
             IF WRK-POS-PERIODO EQUAL ZERO
               DISPLAY "DATA FORA DOS PERIODOS LETIVOS, AVALIACAO "
                       "RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             ELSE
               IF WRK-DATA-SISTEMA GREATER PER-LIMITE(WRK-POS-PERIODO)
                 DISPLAY "PERIODO ENCERRADO (LIMITE DE LANCAMENTO "
                         PER-LIMITE(WRK-POS-PERIODO)
                         "), AVALIACAO RECUSADA"
                 MOVE "S" TO WRK-RECUSADO
               END-IF
             END-IF
           END-IF.

       0023-CONFERE-LIMITES SECTION.

      *    MESMA DISCIPLINA NO MESMO DIA E RECUSADA SEMPRE; PROVA E
      *    SIMULADO CONTAM NO LIMITE DIARIO E SEMANAL DA TURMA.
           MOVE ZERO TO WRK-QTD-NO-DIA
           MOVE ZERO TO WRK-QTD-NA-SEMANA
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             IF AGD-TURMA(WRK-IDX-AGENDA) EQUAL WRK-TURMA
               IF AGD-DATA(WRK-IDX-AGENDA) EQUAL WRK-DATA
                 AND AGD-DISCIPLINA(WRK-IDX-AGENDA)
                     EQUAL WRK-DISCIPLINA
                 DISPLAY "TURMA JA TEM AVALIACAO DE " WRK-DISCIPLINA
                         " NESTA DATA, AVALIACAO RECUSADA"
                 MOVE "S" TO WRK-RECUSADO
               END-IF
               IF AGD-TIPO(WRK-IDX-AGENDA) EQUAL "P"
                 OR AGD-TIPO(WRK-IDX-AGENDA) EQUAL "S"
                 IF AGD-DATA(WRK-IDX-AGENDA) EQUAL WRK-DATA
                   ADD 1 TO WRK-QTD-NO-DIA
                 END-IF
                 IF AGD-SEMANA(WRK-IDX-AGENDA) EQUAL WRK-SEMANA
                   ADD 1 TO WRK-QTD-NA-SEMANA
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF TIPO-CONTA-LIMITE
             IF WRK-QTD-NO-DIA NOT LESS WRK-MAX-DIA
               DISPLAY "TURMA JA TEM " WRK-QTD-NO-DIA
                       " PROVA(S) NO DIA, LIMITE " WRK-MAX-DIA
                       ", AVALIACAO RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
             IF WRK-QTD-NA-SEMANA NOT LESS WRK-MAX-SEMANA
               DISPLAY "TURMA JA TEM " WRK-QTD-NA-SEMANA
                       " PROVA(S) NA SEMANA, LIMITE " WRK-MAX-SEMANA
                       ", AVALIACAO RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF.

       0024-CALCULA-SEMANA SECTION.

      *    DIA JULIANO DA DATA (SEM FUNCTION INTRINSECA); O RESTO POR 7
      *    DA O DIA DA SEMANA (0 = SEGUNDA) E A SEMANA E IDENTIFICADA
      *    PELO DIA JULIANO DA SEGUNDA-FEIRA.
           COMPUTE WRK-JA = (14 - DATA-MES) / 12
           COMPUTE WRK-JY = DATA-ANO + 4800 - WRK-JA
           COMPUTE WRK-JM = DATA-MES + (12 * WRK-JA) - 3
           COMPUTE WRK-J1 = ((153 * WRK-JM) + 2) / 5
           COMPUTE WRK-J2 = WRK-JY / 4
           COMPUTE WRK-J3 = WRK-JY / 100
           COMPUTE WRK-J4 = WRK-JY / 400
           COMPUTE WRK-JDN = DATA-DIA + WRK-J1 + (365 * WRK-JY)
                           + WRK-J2 - WRK-J3 + WRK-J4 - 32045
           DIVIDE WRK-JDN BY 7 GIVING WRK-J7
                               REMAINDER WRK-DIA-SEMANA
           COMPUTE WRK-SEMANA = WRK-JDN - WRK-DIA-SEMANA.

       0040-SELECIONA-RELATORIO SECTION.

           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             MOVE AGD-TURMA(WRK-IDX-AGENDA)      TO SORT-TURMA
             MOVE AGD-DATA(WRK-IDX-AGENDA)       TO SORT-DATA
             MOVE AGD-DISCIPLINA(WRK-IDX-AGENDA) TO SORT-DISCIPLINA
             MOVE AGD-TIPO(WRK-IDX-AGENDA)       TO SORT-TIPO
             MOVE AGD-SEMANA(WRK-IDX-AGENDA)     TO SORT-SEMANA
             RELEASE REG-SORT
           END-PERFORM.

       0041-IMPRIME-RELATORIO SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 IF SORT-TURMA NOT EQUAL WRK-TURMA-ATUAL
                   OR WRK-QTD-REL EQUAL ZERO
                   MOVE SORT-TURMA TO WRK-TURMA-ATUAL
                   MOVE SPACE TO REG-AVALIACAO-REL
                   WRITE REG-AVALIACAO-REL
                   MOVE SPACE TO WRK-LINHA-REL
                   STRING "TURMA " DELIMITED BY SIZE
                          SORT-TURMA DELIMITED BY SIZE
                     INTO WRK-LINHA-REL
                   END-STRING
                   MOVE WRK-LINHA-REL TO REG-AVALIACAO-REL
                   WRITE REG-AVALIACAO-REL
                 END-IF
                 ADD 1 TO WRK-QTD-REL
                 MOVE SORT-DATA TO WRK-DATA
                 PERFORM 0024-CALCULA-SEMANA
                 ADD 1 TO WRK-DIA-SEMANA
                 MOVE SORT-TIPO TO WRK-TIPO
                 PERFORM 0017-NOME-TIPO
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "  " DELIMITED BY SIZE
                        SORT-DATA DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        DIA-NOME(WRK-DIA-SEMANA) DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        SORT-DISCIPLINA DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        WRK-NOME-TIPO DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL TO REG-AVALIACAO-REL
                 WRITE REG-AVALIACAO-REL
             END-RETURN
           END-PERFORM.

       0004-CARREGA-PARAMETROS SECTION.

           OPEN INPUT AVALIACAO-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             READ AVALIACAO-PARAMETROS
               NOT AT END
                 IF PARAM-MAX-DIA-REG NUMERIC
                   AND PARAM-MAX-DIA-REG GREATER ZERO
                   MOVE PARAM-MAX-DIA-REG TO WRK-MAX-DIA
                 END-IF
                 IF PARAM-MAX-SEMANA-REG NUMERIC
                   AND PARAM-MAX-SEMANA-REG GREATER ZERO
                   MOVE PARAM-MAX-SEMANA-REG TO WRK-MAX-SEMANA
                 END-IF
             END-READ
             CLOSE AVALIACAO-PARAMETROS
           END-IF.

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
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DISCIPLINAS
           END-IF.

       0006-CARREGA-PERIODOS SECTION.

           OPEN INPUT PERIODOS-LETIVOS
           IF WRK-STATUS-PERIODOS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PERIODOS-LETIVOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-PERIODOS NOT LESS 20
                     DISPLAY "TAB-PERIODOS CHEIA, PERIODOS "
                             "RESTANTES NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-PERIODOS
                     MOVE PER-INICIO-REG
                       TO PER-INICIO(WRK-QTD-PERIODOS)
                     MOVE PER-FIM-REG
                       TO PER-FIM(WRK-QTD-PERIODOS)
                     MOVE PER-LIMITE-REG
                       TO PER-LIMITE(WRK-QTD-PERIODOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PERIODOS-LETIVOS
           END-IF.

       0007-CARREGA-AGENDA SECTION.

           OPEN INPUT AVALIACAO-AGENDA
           IF WRK-STATUS-AGENDA NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ AVALIACAO-AGENDA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-AGENDA NOT LESS 3000
                     DISPLAY "TAB-AGENDA CHEIA, AVALIACOES RESTANTES "
                             "NAO CARREGADAS"
                     MOVE "S" TO WRK-AGENDA-TRUNC
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-AGENDA
                     MOVE AVA-TURMA-REG TO AGD-TURMA(WRK-QTD-AGENDA)
                     MOVE AVA-DISCIPLINA-REG
                       TO AGD-DISCIPLINA(WRK-QTD-AGENDA)
                     MOVE AVA-DATA-REG TO AGD-DATA(WRK-QTD-AGENDA)
                     MOVE AVA-TIPO-REG TO AGD-TIPO(WRK-QTD-AGENDA)
                     MOVE AVA-DATA-REG TO WRK-DATA
                     PERFORM 0024-CALCULA-SEMANA
                     MOVE WRK-SEMANA TO AGD-SEMANA(WRK-QTD-AGENDA)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AVALIACAO-AGENDA
           END-IF.

       0008-REGRAVA-AGENDA SECTION.

      *    CARGA TRUNCADA: REGRAVAR A PARTIR DA TABELA APAGARIA AS
      *    AVALIACOES QUE FICARAM DE FORA.
           IF CARGA-AGENDA-TRUNCADA
             DISPLAY "REGRAVACAO DA AGENDA RECUSADA: CARGA FOI "
                     "TRUNCADA EM 3000 AVALIACOES"
           ELSE
             OPEN OUTPUT AVALIACAO-AGENDA
             PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                       UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
               MOVE AGD-TURMA(WRK-IDX-AGENDA) TO AVA-TURMA-REG
               MOVE AGD-DISCIPLINA(WRK-IDX-AGENDA)
                 TO AVA-DISCIPLINA-REG
               MOVE AGD-DATA(WRK-IDX-AGENDA) TO AVA-DATA-REG
               MOVE AGD-TIPO(WRK-IDX-AGENDA) TO AVA-TIPO-REG
               WRITE REG-AVALIACAO-AGENDA
             END-PERFORM
             CLOSE AVALIACAO-AGENDA
           END-IF.

       0009-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "AVALIA-AGEND"        TO RPED-JOB
           MOVE "AVALIACAO-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM AVALIACAO-AGENDA.
