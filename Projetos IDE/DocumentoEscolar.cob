       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTO-ESCOLAR.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: DOCUMENTOS OFICIAIS DA SECRETARIA ESCOLAR COM
      *==            NUMERO DE REGISTRO. A DECLARACAO DE MATRICULA, O
      *==            ATESTADO DE TRANSFERENCIA E O CERTIFICADO DE
      *==            CONCLUSAO ERAM DIGITADOS A MAO. PARA A MATRICULA
      *==            INFORMADA, O NOME, O NIVEL E A TURMA VEM DE
      *==            ALUNOS-CADASTRO, O RESULTADO FINAL DO ANO DE
      *==            RESULTADO-ANUAL (CONSOLIDA-ANO) E O APROVEITAMENTO
      *==            POR DISCIPLINA DE STUDENT-GRADES (ULTIMA AVALIACAO
      *==            DO ANO, COM AS CORRECOES RESOLVIDAS COMO NO
      *==            CONSOLIDA-ANO). O CERTIFICADO DE CONCLUSAO SO SAI
      *==            PARA ALUNO COM RESULTADO FINAL APROVADO E A
      *==            DECLARACAO DE MATRICULA NAO SAI PARA CONCLUINTE.
      *==            CADA DOCUMENTO RECEBE O PROXIMO NUMERO DO
      *==            DOCUMENTOS-REGISTRO (NUMERO, VIA, DATA, HORA, TIPO,
      *==            MATRICULA, NOME E OPERADOR DA SESSAO), O TEXTO
      *==            EMITIDO E GUARDADO EM DOCUMENTOS-TEXTO E A VIA
      *==            PARA IMPRESSAO SAI EM DOCUMENTO-nnnnnn. A OPERACAO
      *==            V CONFERE UM NUMERO NO REGISTRO E A OPERACAO R
      *==            REIMPRIME O TEXTO GUARDADO COMO NOVA VIA, SEM
      *==            GERAR NUMERO NOVO.
      *== DATA: 15/10/2026
      *== OBS: TIPOS: M = DECLARACAO DE MATRICULA, T = ATESTADO DE
      *==      TRANSFERENCIA, C = CERTIFICADO DE CONCLUSAO. SEM
      *==      RESULTADO NO RESULTADO-ANUAL, O APROVEITAMENTO E O DO
      *==      ANO CORRENTE.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  CADA DOCUMENTO EMITIDO (DOCUMENTO-NNNNNN) E
      *==                 REGISTRADO TAMBEM NO REPOSITORIO DE RELATORIOS
      *==                 (REGISTRA-RELATORIO) PARA PESQUISA E
      *==                 REIMPRESSAO PELO CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT RESULTADO-ANUAL ASSIGN TO "RESULTADO-ANUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-STATUS-GRADES.
           SELECT DOCUMENTOS-REGISTRO
               ASSIGN TO "DOCUMENTOS-REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REGISTRO.
           SELECT DOCUMENTOS-TEXTO ASSIGN TO "DOCUMENTOS-TEXTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TEXTO.
           SELECT DOCUMENTO-SAIDA
               ASSIGN TO DYNAMIC WRK-NOME-DOCUMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SAIDA.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-CADASTRO.
       01  REG-ALUNO-CADASTRO.
           COPY ALUNO-CAD.

       FD  RESULTADO-ANUAL.
       01  REG-RESULTADO-ANUAL.
           05 RES-ANO              PIC 9(04).
           05 RES-MATRICULA        PIC X(10).
           05 RES-NOME             PIC X(25).
           05 RES-TURMA            PIC X(05).
           05 RES-RESULTADO        PIC X(01).
           05 RES-QTD-DISCIPLINAS  PIC 9(02).
           05 RES-QTD-REPROVADAS   PIC 9(02).

       FD  STUDENT-GRADES.
       01  REG-STUDENT-GRADE.
           COPY STUDENT-GRD.

       FD  DOCUMENTOS-REGISTRO.
       01  REG-DOCUMENTO-REGISTRO.
           05 DREG-NUMERO          PIC 9(06).
           05 DREG-VIA             PIC 9(02).
           05 DREG-DATA            PIC 9(08).
           05 DREG-HORA            PIC 9(08).
           05 DREG-TIPO            PIC X(01).
           05 DREG-MATRICULA       PIC X(10).
           05 DREG-NOME            PIC X(25).
           05 DREG-OPERADOR        PIC X(10).

       FD  DOCUMENTOS-TEXTO.
       01  REG-DOCUMENTO-TEXTO.
           05 DTX-NUMERO           PIC 9(06).
           05 DTX-TEXTO            PIC X(80).

       FD  DOCUMENTO-SAIDA.
       01  REG-DOCUMENTO-SAIDA     PIC X(80).

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)         VALUE ZERO.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-RESULTADO PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-GRADES PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-REGISTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-TEXTO PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SAIDA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-LINHA-REL    PIC X(80)            VALUE SPACE.
       77  WRK-NOME-DOCUMENTO PIC X(20)          VALUE SPACE.
       01  WRK-DATA-SISTEMA-GRP.
           05 SIS-ANO       PIC 9(04)            VALUE ZERO.
           05 SIS-MES       PIC 9(02)            VALUE ZERO.
           05 SIS-DIA       PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-SISTEMA REDEFINES WRK-DATA-SISTEMA-GRP
                                PIC 9(08).
       77  WRK-DATA-ED      PIC X(10)            VALUE SPACE.
      *====================== OPERACAO DIGITADA ==========================
       77  WRK-OPERACAO     PIC X(01)            VALUE SPACE.
       77  WRK-MATRICULA    PIC X(10)            VALUE SPACE.
       77  WRK-TIPO         PIC X(01)            VALUE SPACE.
           88 TIPO-MATRICULA                     VALUE "M".
           88 TIPO-TRANSFERENCIA                 VALUE "T".
           88 TIPO-CONCLUSAO                     VALUE "C".
           88 TIPO-VALIDO                        VALUE "M" "T" "C".
       77  WRK-NUMERO-X     PIC X(06)            VALUE SPACE.
       77  WRK-RECUSADO     PIC X(01)            VALUE "N".
       77  WRK-NOME-TIPO    PIC X(30)            VALUE SPACE.
      *====================== REGISTRO DE DOCUMENTOS =====================
       77  WRK-ULTIMO-NUMERO PIC 9(06)           VALUE ZERO.
       77  WRK-NUMERO       PIC 9(06)            VALUE ZERO.
       77  WRK-VIA          PIC 9(02)            VALUE ZERO.
       77  WRK-QTD-EMITIDOS PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-REIMPRESSOS PIC 9(04)         VALUE ZERO.
       77  WRK-ACHOU-DOC    PIC X(01)            VALUE "N".
       77  WRK-DOC-DATA     PIC 9(08)            VALUE ZERO.
       77  WRK-DOC-TIPO     PIC X(01)            VALUE SPACE.
       77  WRK-DOC-MATRICULA PIC X(10)           VALUE SPACE.
       77  WRK-DOC-NOME     PIC X(25)            VALUE SPACE.
       77  WRK-DOC-OPERADOR PIC X(10)            VALUE SPACE.
      *====================== ALUNO ======================================
       77  WRK-ACHOU-ALUNO  PIC X(01)            VALUE "N".
       77  WRK-ALUNO-NOME   PIC X(25)            VALUE SPACE.
       77  WRK-ALUNO-NIVEL  PIC X(08)            VALUE SPACE.
       77  WRK-ALUNO-TURMA  PIC X(05)            VALUE SPACE.
       77  WRK-ALUNO-SITUACAO PIC X(01)          VALUE SPACE.
      *====================== RESULTADO FINAL ============================
       77  WRK-TEM-RESULTADO PIC X(01)           VALUE "N".
       77  WRK-RES-ANO      PIC 9(04)            VALUE ZERO.
       77  WRK-RES-TURMA    PIC X(05)            VALUE SPACE.
       77  WRK-RES-RESULTADO PIC X(01)           VALUE SPACE.
       77  WRK-RES-QTD-DISC PIC 9(02)            VALUE ZERO.
       77  WRK-NOME-RESULTADO PIC X(10)          VALUE SPACE.
      *====================== APROVEITAMENTO DO ANO ======================
       77  WRK-ANO-NOTAS    PIC 9(04)            VALUE ZERO.
       77  WRK-ANO-GRADE    PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-NOTAS    PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-NOTA     PIC 9(02)            VALUE ZERO.
       77  WRK-POS-NOTA     PIC 9(02)            VALUE ZERO.
       01  TAB-NOTAS.
           05 NOTA-ITEM OCCURS 30 TIMES
                         INDEXED BY IDX-NOTA.
              10 NOT-DISCIPLINA  PIC X(04).
              10 NOT-DATA        PIC 9(08).
              10 NOT-MEDIA       PIC 99V99.
              10 NOT-SITUACAO    PIC X(10).
       77  WRK-MEDIA        PIC 99V99            VALUE ZERO.
       77  WRK-SITUACAO     PIC X(10)            VALUE SPACE.
       77  WRK-MEDIA-ED     COPY GRADE-ED.
      *====================== CORRECOES (GRADE-TIPO C) ===================
       77  WRK-QTD-CORRECOES PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-CORR     PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-CORR   PIC 9(03)            VALUE ZERO.
       01  TAB-CORRECOES.
           05 CORR-ITEM OCCURS 200 TIMES
                         INDEXED BY IDX-CORR.
              10 CORR-DISCIPLINA    PIC X(04).
              10 CORR-DATA-ORIGINAL PIC 9(08).
              10 CORR-DATA-CORRECAO PIC 9(08).
              10 CORR-MEDIA         PIC 99V99.
              10 CORR-SITUACAO      PIC X(10).
      *====================== TEXTO DO DOCUMENTO =========================
       77  WRK-QTD-LINHAS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-LINHA    PIC 9(03)            VALUE ZERO.
       01  TAB-LINHAS.
           05 LINHA-TEXTO   PIC X(80)  OCCURS 80 TIMES.
       77  WRK-QTD-ED       PIC Z9.
       77  WRK-QTD-ED4      PIC ZZZ9.
       77  WRK-VIA-ED       PIC Z9.

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
           PERFORM 0001-CARREGA-ULTIMO-NUMERO

           PERFORM 0010-LE-OPERACAO
           PERFORM UNTIL WRK-OPERACAO EQUAL SPACE
             EVALUATE WRK-OPERACAO
               WHEN "E"
                 PERFORM 0011-EMITE-DOCUMENTO
               WHEN "V"
                 PERFORM 0012-VERIFICA-DOCUMENTO
               WHEN "R"
                 PERFORM 0013-REIMPRIME-DOCUMENTO
               WHEN OTHER
                 DISPLAY "OPERACAO INVALIDA"
             END-EVALUATE
             PERFORM 0010-LE-OPERACAO
           END-PERFORM

           MOVE WRK-QTD-EMITIDOS TO WRK-QTD-ED4
           DISPLAY "DOCUMENTOS EMITIDOS: " WRK-QTD-ED4
           MOVE WRK-QTD-REIMPRESSOS TO WRK-QTD-ED4
           DISPLAY "DOCUMENTOS REIMPRESSOS: " WRK-QTD-ED4

           GOBACK.

       0001-CARREGA-ULTIMO-NUMERO SECTION.

           MOVE ZERO TO WRK-ULTIMO-NUMERO
           OPEN INPUT DOCUMENTOS-REGISTRO
           IF WRK-STATUS-REGISTRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DOCUMENTOS-REGISTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DREG-NUMERO GREATER WRK-ULTIMO-NUMERO
                     MOVE DREG-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DOCUMENTOS-REGISTRO
           END-IF.

       0010-LE-OPERACAO SECTION.

           DISPLAY "OPERACAO (E=EMITIR V=VERIFICAR R=REIMPRIMIR, EM "
                   "BRANCO PARA ENCERRAR) "
             ACCEPT WRK-OPERACAO.

       0011-EMITE-DOCUMENTO SECTION.

           MOVE "N" TO WRK-RECUSADO
           DISPLAY "MATRICULA "
             ACCEPT WRK-MATRICULA
           PERFORM 0020-BUSCA-ALUNO
           IF WRK-ACHOU-ALUNO EQUAL "N"
             DISPLAY "MATRICULA NAO CADASTRADA EM ALUNOS-CADASTRO, "
                     "DOCUMENTO RECUSADO"
             MOVE "S" TO WRK-RECUSADO
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             DISPLAY "ALUNO: " WRK-ALUNO-NOME " TURMA "
                     WRK-ALUNO-TURMA " NIVEL " WRK-ALUNO-NIVEL
             DISPLAY "TIPO (M=DECLARACAO DE MATRICULA T=ATESTADO DE "
                     "TRANSFERENCIA C=CERTIFICADO DE CONCLUSAO) "
               ACCEPT WRK-TIPO
             IF NOT TIPO-VALIDO
               DISPLAY "TIPO INVALIDO, DOCUMENTO RECUSADO"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0021-BUSCA-RESULTADO
             IF TIPO-MATRICULA
               AND WRK-ALUNO-SITUACAO EQUAL "C"
               DISPLAY "ALUNO CONCLUINTE, SEM MATRICULA ATIVA - "
                       "DECLARACAO RECUSADA"
               MOVE "S" TO WRK-RECUSADO
             END-IF
             IF TIPO-CONCLUSAO
               AND WRK-TEM-RESULTADO EQUAL "N"
               DISPLAY "ALUNO SEM RESULTADO FINAL EM RESULTADO-ANUAL "
                       "- CERTIFICADO RECUSADO"
               MOVE "S" TO WRK-RECUSADO
             END-IF
             IF TIPO-CONCLUSAO
               AND WRK-TEM-RESULTADO EQUAL "S"
               AND WRK-RES-RESULTADO NOT EQUAL "A"
               DISPLAY "RESULTADO FINAL DE " WRK-RES-ANO
                       " NAO E APROVADO - CERTIFICADO RECUSADO"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             IF WRK-TEM-RESULTADO EQUAL "S"
               MOVE WRK-RES-ANO TO WRK-ANO-NOTAS
             ELSE
               MOVE SIS-ANO TO WRK-ANO-NOTAS
             END-IF
             IF NOT TIPO-MATRICULA
               PERFORM 0022-CARREGA-NOTAS
             END-IF
             ADD 1 TO WRK-ULTIMO-NUMERO
             MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO
             MOVE 1 TO WRK-VIA
             PERFORM 0030-MONTA-DOCUMENTO
             PERFORM 0033-GRAVA-SAIDA
             PERFORM 0034-GUARDA-TEXTO
             MOVE WRK-MATRICULA  TO WRK-DOC-MATRICULA
             MOVE WRK-ALUNO-NOME TO WRK-DOC-NOME
             MOVE WRK-TIPO       TO WRK-DOC-TIPO
             PERFORM 0035-GRAVA-REGISTRO
             ADD 1 TO WRK-QTD-EMITIDOS
             PERFORM 0017-NOME-TIPO
             DISPLAY WRK-NOME-TIPO " No " WRK-NUMERO
                     " EMITIDO EM " WRK-NOME-DOCUMENTO
           END-IF.

       0012-VERIFICA-DOCUMENTO SECTION.

           PERFORM 0015-LE-NUMERO
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0016-BUSCA-REGISTRO
             IF WRK-ACHOU-DOC EQUAL "N"
               DISPLAY "DOCUMENTO " WRK-NUMERO
                       " NAO CONSTA DO REGISTRO"
             ELSE
               MOVE WRK-DOC-TIPO TO WRK-TIPO
               PERFORM 0017-NOME-TIPO
               DISPLAY "DOCUMENTO " WRK-NUMERO " - " WRK-NOME-TIPO
               DISPLAY "  MATRICULA " WRK-DOC-MATRICULA " "
                       WRK-DOC-NOME
               DISPLAY "  EMITIDO EM " WRK-DOC-DATA " POR "
                       WRK-DOC-OPERADOR
               MOVE WRK-VIA TO WRK-VIA-ED
               DISPLAY "  VIAS EMITIDAS: " WRK-VIA-ED
             END-IF
           END-IF.

       0013-REIMPRIME-DOCUMENTO SECTION.

           PERFORM 0015-LE-NUMERO
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0016-BUSCA-REGISTRO
             IF WRK-ACHOU-DOC EQUAL "N"
               DISPLAY "DOCUMENTO " WRK-NUMERO
                       " NAO CONSTA DO REGISTRO"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             PERFORM 0036-CARREGA-TEXTO
             IF WRK-QTD-LINHAS EQUAL ZERO
               DISPLAY "TEXTO DO DOCUMENTO " WRK-NUMERO
                       " NAO ENCONTRADO EM DOCUMENTOS-TEXTO"
               MOVE "S" TO WRK-RECUSADO
             END-IF
           END-IF
           IF WRK-RECUSADO EQUAL "N"
             IF WRK-VIA LESS 99
               ADD 1 TO WRK-VIA
             END-IF
             MOVE WRK-VIA TO WRK-VIA-ED
             PERFORM 0018-EDITA-DATA
             MOVE SPACE TO WRK-LINHA-REL
             STRING WRK-VIA-ED DELIMITED BY SIZE
                    "a VIA EMITIDA EM " DELIMITED BY SIZE
                    WRK-DATA-ED DELIMITED BY SIZE
                    " POR " DELIMITED BY SIZE
                    WRK-OPERADOR DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0033-GRAVA-SAIDA
             PERFORM 0035-GRAVA-REGISTRO
             ADD 1 TO WRK-QTD-REIMPRESSOS
             DISPLAY "DOCUMENTO " WRK-NUMERO " REIMPRESSO ("
                     WRK-VIA-ED "a VIA) EM " WRK-NOME-DOCUMENTO
           END-IF.

       0015-LE-NUMERO SECTION.

           MOVE "N" TO WRK-RECUSADO
           DISPLAY "NUMERO DO DOCUMENTO (6 DIGITOS) "
             ACCEPT WRK-NUMERO-X
           IF WRK-NUMERO-X NOT NUMERIC
             DISPLAY "NUMERO INVALIDO"
             MOVE "S" TO WRK-RECUSADO
           ELSE
             MOVE WRK-NUMERO-X TO WRK-NUMERO
           END-IF.

       0016-BUSCA-REGISTRO SECTION.

      *    A PRIMEIRA VIA TRAZ OS DADOS DO DOCUMENTO; AS REIMPRESSOES
      *    SO AUMENTAM A VIA.
           MOVE "N"  TO WRK-ACHOU-DOC
           MOVE ZERO TO WRK-VIA
           OPEN INPUT DOCUMENTOS-REGISTRO
           IF WRK-STATUS-REGISTRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DOCUMENTOS-REGISTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DREG-NUMERO EQUAL WRK-NUMERO
                     IF WRK-ACHOU-DOC EQUAL "N"
                       MOVE "S" TO WRK-ACHOU-DOC
                       MOVE DREG-DATA      TO WRK-DOC-DATA
                       MOVE DREG-TIPO      TO WRK-DOC-TIPO
                       MOVE DREG-MATRICULA TO WRK-DOC-MATRICULA
                       MOVE DREG-NOME      TO WRK-DOC-NOME
                       MOVE DREG-OPERADOR  TO WRK-DOC-OPERADOR
                     END-IF
                     IF DREG-VIA GREATER WRK-VIA
                       MOVE DREG-VIA TO WRK-VIA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DOCUMENTOS-REGISTRO
           END-IF.

       0017-NOME-TIPO SECTION.

           EVALUATE WRK-TIPO
             WHEN "M"
               MOVE "DECLARACAO DE MATRICULA" TO WRK-NOME-TIPO
             WHEN "T"
               MOVE "ATESTADO DE TRANSFERENCIA" TO WRK-NOME-TIPO
             WHEN "C"
               MOVE "CERTIFICADO DE CONCLUSAO" TO WRK-NOME-TIPO
             WHEN OTHER
               MOVE WRK-TIPO TO WRK-NOME-TIPO
           END-EVALUATE.

       0018-EDITA-DATA SECTION.

           MOVE SPACE TO WRK-DATA-ED
           STRING SIS-DIA DELIMITED BY SIZE
                  "/"     DELIMITED BY SIZE
                  SIS-MES DELIMITED BY SIZE
                  "/"     DELIMITED BY SIZE
                  SIS-ANO DELIMITED BY SIZE
             INTO WRK-DATA-ED
           END-STRING.

       0020-BUSCA-ALUNO SECTION.

           MOVE "N" TO WRK-ACHOU-ALUNO
           OPEN INPUT ALUNOS-CADASTRO
           IF WRK-STATUS-CADASTRO EQUAL "35"
             DISPLAY "ALUNOS-CADASTRO INEXISTENTE"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ALUNOS-CADASTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF ALUNO-MATRICULA-REG EQUAL WRK-MATRICULA
                     MOVE "S" TO WRK-ACHOU-ALUNO
                     MOVE ALUNO-NOME-REG     TO WRK-ALUNO-NOME
                     MOVE ALUNO-NIVEL-REG    TO WRK-ALUNO-NIVEL
                     MOVE ALUNO-TURMA-REG    TO WRK-ALUNO-TURMA
                     MOVE ALUNO-SITUACAO-REG TO WRK-ALUNO-SITUACAO
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
           END-IF.

       0021-BUSCA-RESULTADO SECTION.

      *    VALE O RESULTADO DO ANO MAIS RECENTE DA MATRICULA.
           MOVE "N"   TO WRK-TEM-RESULTADO
           MOVE ZERO  TO WRK-RES-ANO
           MOVE SPACE TO WRK-RES-RESULTADO
           OPEN INPUT RESULTADO-ANUAL
           IF WRK-STATUS-RESULTADO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ RESULTADO-ANUAL
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF RES-MATRICULA EQUAL WRK-MATRICULA
                     AND RES-ANO NOT LESS WRK-RES-ANO
                     MOVE "S" TO WRK-TEM-RESULTADO
                     MOVE RES-ANO       TO WRK-RES-ANO
                     MOVE RES-TURMA     TO WRK-RES-TURMA
                     MOVE RES-RESULTADO TO WRK-RES-RESULTADO
                     MOVE RES-QTD-DISCIPLINAS TO WRK-RES-QTD-DISC
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RESULTADO-ANUAL
           END-IF
           IF WRK-RES-RESULTADO EQUAL "A"
             MOVE "APROVADO"  TO WRK-NOME-RESULTADO
           ELSE
             MOVE "REPROVADO" TO WRK-NOME-RESULTADO
           END-IF.

       0022-CARREGA-NOTAS SECTION.

      *    PRIMEIRA PASSADA: CORRECOES (GRADE-TIPO C) DA MATRICULA, A
      *    MAIS RECENTE POR AVALIACAO ORIGINAL; SEGUNDA PASSADA: A
      *    ULTIMA AVALIACAO NORMAL DO ANO POR DISCIPLINA, TROCADA PELA
      *    CORRECAO QUANDO HOUVER (COMO O CONSOLIDA-ANO).
           MOVE ZERO TO WRK-QTD-NOTAS
           MOVE ZERO TO WRK-QTD-CORRECOES
           OPEN INPUT STUDENT-GRADES
           IF WRK-STATUS-GRADES EQUAL "35"
             DISPLAY "STUDENT-GRADES INEXISTENTE, DOCUMENTO SEM "
                     "APROVEITAMENTO"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ STUDENT-GRADES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF GRADE-MATRICULA EQUAL WRK-MATRICULA
                     AND GRADE-TIPO EQUAL "C"
                     PERFORM 0023-GUARDA-CORRECAO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STUDENT-GRADES
             OPEN INPUT STUDENT-GRADES
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ STUDENT-GRADES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   COMPUTE WRK-ANO-GRADE = GRADE-DATA / 10000
                   IF GRADE-MATRICULA EQUAL WRK-MATRICULA
                     AND GRADE-TIPO NOT EQUAL "C"
                     AND WRK-ANO-GRADE EQUAL WRK-ANO-NOTAS
                     PERFORM 0024-GUARDA-NOTA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STUDENT-GRADES
           END-IF.

       0023-GUARDA-CORRECAO SECTION.

           MOVE ZERO TO WRK-ACHOU-CORR
           PERFORM VARYING WRK-IDX-CORR FROM 1 BY 1
                     UNTIL WRK-IDX-CORR > WRK-QTD-CORRECOES
             IF CORR-DISCIPLINA(WRK-IDX-CORR) EQUAL GRADE-DISCIPLINA
               AND CORR-DATA-ORIGINAL(WRK-IDX-CORR)
                   EQUAL GRADE-DATA-ORIGINAL
               MOVE WRK-IDX-CORR TO WRK-ACHOU-CORR
               MOVE WRK-QTD-CORRECOES TO WRK-IDX-CORR
             END-IF
           END-PERFORM
           IF WRK-ACHOU-CORR EQUAL ZERO
             IF WRK-QTD-CORRECOES NOT LESS 200
               DISPLAY "TAB-CORRECOES CHEIA, CORRECAO IGNORADA: "
                       GRADE-DISCIPLINA
             ELSE
               ADD 1 TO WRK-QTD-CORRECOES
               MOVE WRK-QTD-CORRECOES TO WRK-ACHOU-CORR
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
               MOVE GRADE-SITUACAO TO CORR-SITUACAO(WRK-ACHOU-CORR)
             END-IF
           END-IF.

       0024-GUARDA-NOTA SECTION.

           MOVE GRADE-MEDIA    TO WRK-MEDIA
           MOVE GRADE-SITUACAO TO WRK-SITUACAO
           PERFORM VARYING WRK-IDX-CORR FROM 1 BY 1
                     UNTIL WRK-IDX-CORR > WRK-QTD-CORRECOES
             IF CORR-DISCIPLINA(WRK-IDX-CORR) EQUAL GRADE-DISCIPLINA
               AND CORR-DATA-ORIGINAL(WRK-IDX-CORR) EQUAL GRADE-DATA
               MOVE CORR-MEDIA(WRK-IDX-CORR)    TO WRK-MEDIA
               MOVE CORR-SITUACAO(WRK-IDX-CORR) TO WRK-SITUACAO
               MOVE WRK-QTD-CORRECOES TO WRK-IDX-CORR
             END-IF
           END-PERFORM

           MOVE ZERO TO WRK-POS-NOTA
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                     UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
             IF NOT-DISCIPLINA(WRK-IDX-NOTA) EQUAL GRADE-DISCIPLINA
               MOVE WRK-IDX-NOTA TO WRK-POS-NOTA
               MOVE WRK-QTD-NOTAS TO WRK-IDX-NOTA
             END-IF
           END-PERFORM
           IF WRK-POS-NOTA EQUAL ZERO
             IF WRK-QTD-NOTAS NOT LESS 30
               DISPLAY "TAB-NOTAS CHEIA, DISCIPLINA " GRADE-DISCIPLINA
                       " FORA DO DOCUMENTO"
             ELSE
               ADD 1 TO WRK-QTD-NOTAS
               MOVE WRK-QTD-NOTAS TO WRK-POS-NOTA
               MOVE GRADE-DISCIPLINA TO NOT-DISCIPLINA(WRK-POS-NOTA)
               MOVE ZERO TO NOT-DATA(WRK-POS-NOTA)
             END-IF
           END-IF
           IF WRK-POS-NOTA GREATER ZERO
             IF GRADE-DATA NOT LESS NOT-DATA(WRK-POS-NOTA)
               MOVE GRADE-DATA   TO NOT-DATA(WRK-POS-NOTA)
               MOVE WRK-MEDIA    TO NOT-MEDIA(WRK-POS-NOTA)
               MOVE WRK-SITUACAO TO NOT-SITUACAO(WRK-POS-NOTA)
             END-IF
           END-IF.

       0030-MONTA-DOCUMENTO SECTION.

           MOVE ZERO  TO WRK-QTD-LINHAS
           MOVE SPACE TO TAB-LINHAS
           PERFORM 0017-NOME-TIPO
           PERFORM 0018-EDITA-DATA

           MOVE "SECRETARIA ESCOLAR" TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "DOCUMENTO No " DELIMITED BY SIZE
                  WRK-NUMERO      DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WRK-DATA-ED     DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA
           STRING "                    " DELIMITED BY SIZE
                  WRK-NOME-TIPO DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA

           EVALUATE TRUE
             WHEN TIPO-MATRICULA
               PERFORM 0040-TEXTO-MATRICULA
             WHEN TIPO-TRANSFERENCIA
               PERFORM 0041-TEXTO-TRANSFERENCIA
             WHEN TIPO-CONCLUSAO
               PERFORM 0042-TEXTO-CONCLUSAO
           END-EVALUATE

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA
           STRING "AUTENTICIDADE: CONFERIR O DOCUMENTO No "
                    DELIMITED BY SIZE
                  WRK-NUMERO DELIMITED BY SIZE
                  " NO REGISTRO DA SECRETARIA." DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMITIDO POR: " DELIMITED BY SIZE
                  WRK-OPERADOR    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA
           PERFORM 0032-ADICIONA-LINHA
           MOVE "______________________________" TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA
           MOVE "SECRETARIO(A) ESCOLAR" TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA

      *    A PRIMEIRA VIA NAO TEM LINHA DE VIA NO TOPO.
           MOVE SPACE TO WRK-LINHA-REL.

       0032-ADICIONA-LINHA SECTION.

           IF WRK-QTD-LINHAS LESS 80
             ADD 1 TO WRK-QTD-LINHAS
             MOVE WRK-LINHA-REL TO LINHA-TEXTO(WRK-QTD-LINHAS)
           END-IF
           MOVE SPACE TO WRK-LINHA-REL.

       0033-GRAVA-SAIDA SECTION.

      *    WRK-LINHA-REL TRAZ A LINHA DE VIA (EM BRANCO NA PRIMEIRA).
           MOVE SPACE TO WRK-NOME-DOCUMENTO
           STRING "DOCUMENTO-" DELIMITED BY SIZE
                  WRK-NUMERO   DELIMITED BY SIZE
             INTO WRK-NOME-DOCUMENTO
           END-STRING
           OPEN OUTPUT DOCUMENTO-SAIDA
           IF WRK-LINHA-REL NOT EQUAL SPACE
             MOVE WRK-LINHA-REL TO REG-DOCUMENTO-SAIDA
             WRITE REG-DOCUMENTO-SAIDA
             MOVE SPACE TO REG-DOCUMENTO-SAIDA
             WRITE REG-DOCUMENTO-SAIDA
           END-IF
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                     UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
             MOVE LINHA-TEXTO(WRK-IDX-LINHA) TO REG-DOCUMENTO-SAIDA
             WRITE REG-DOCUMENTO-SAIDA
           END-PERFORM
           CLOSE DOCUMENTO-SAIDA
           PERFORM 0044-REGISTRA-RELATORIO.

       0034-GUARDA-TEXTO SECTION.

           OPEN EXTEND DOCUMENTOS-TEXTO
           IF WRK-STATUS-TEXTO EQUAL "35"
             OPEN OUTPUT DOCUMENTOS-TEXTO
           END-IF
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                     UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
             MOVE WRK-NUMERO TO DTX-NUMERO
             MOVE LINHA-TEXTO(WRK-IDX-LINHA) TO DTX-TEXTO
             WRITE REG-DOCUMENTO-TEXTO
           END-PERFORM
           CLOSE DOCUMENTOS-TEXTO.

       0035-GRAVA-REGISTRO SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-NUMERO        TO DREG-NUMERO
           MOVE WRK-VIA           TO DREG-VIA
           MOVE WRK-DATA-SISTEMA  TO DREG-DATA
           MOVE WRK-HORA-SISTEMA  TO DREG-HORA
           MOVE WRK-DOC-TIPO      TO DREG-TIPO
           MOVE WRK-DOC-MATRICULA TO DREG-MATRICULA
           MOVE WRK-DOC-NOME      TO DREG-NOME
           MOVE WRK-OPERADOR      TO DREG-OPERADOR

           OPEN EXTEND DOCUMENTOS-REGISTRO
           IF WRK-STATUS-REGISTRO EQUAL "35"
             OPEN OUTPUT DOCUMENTOS-REGISTRO
           END-IF
           WRITE REG-DOCUMENTO-REGISTRO
           CLOSE DOCUMENTOS-REGISTRO.

       0036-CARREGA-TEXTO SECTION.

           MOVE ZERO  TO WRK-QTD-LINHAS
           MOVE SPACE TO TAB-LINHAS
           OPEN INPUT DOCUMENTOS-TEXTO
           IF WRK-STATUS-TEXTO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DOCUMENTOS-TEXTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DTX-NUMERO EQUAL WRK-NUMERO
                     MOVE DTX-TEXTO TO WRK-LINHA-REL
                     PERFORM 0032-ADICIONA-LINHA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DOCUMENTOS-TEXTO
           END-IF.

       0040-TEXTO-MATRICULA SECTION.

           MOVE "DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)"
             TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA
           STRING WRK-ALUNO-NOME DELIMITED BY "  "
                  ", MATRICULA " DELIMITED BY SIZE
                  WRK-MATRICULA  DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           STRING "ESTA REGULARMENTE MATRICULADO(A) NESTA ESCOLA NO "
                    DELIMITED BY SIZE
                  "NIVEL " DELIMITED BY SIZE
                  WRK-ALUNO-NIVEL DELIMITED BY "  "
                  "," DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           STRING "TURMA " DELIMITED BY SIZE
                  WRK-ALUNO-TURMA DELIMITED BY SPACE
                  ", NO ANO LETIVO DE " DELIMITED BY SIZE
                  SIS-ANO DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA.

       0041-TEXTO-TRANSFERENCIA SECTION.

           STRING "ATESTAMOS QUE O(A) ALUNO(A) " DELIMITED BY SIZE
                  WRK-ALUNO-NOME DELIMITED BY "  "
                  "," DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           STRING "MATRICULA " DELIMITED BY SIZE
                  WRK-MATRICULA DELIMITED BY SPACE
                  ", DO NIVEL " DELIMITED BY SIZE
                  WRK-ALUNO-NIVEL DELIMITED BY "  "
                  ", TURMA " DELIMITED BY SIZE
                  WRK-ALUNO-TURMA DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           MOVE "TEVE SUA TRANSFERENCIA EXPEDIDA NESTA DATA."
             TO WRK-LINHA-REL
           PERFORM 0032-ADICIONA-LINHA
           PERFORM 0032-ADICIONA-LINHA
           IF WRK-TEM-RESULTADO EQUAL "S"
             STRING "RESULTADO FINAL DO ANO LETIVO DE "
                      DELIMITED BY SIZE
                    WRK-RES-ANO DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    WRK-NOME-RESULTADO DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "ANO LETIVO DE " DELIMITED BY SIZE
                    WRK-ANO-NOTAS DELIMITED BY SIZE
                    " EM CURSO, SEM RESULTADO FINAL."
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           PERFORM 0032-ADICIONA-LINHA
           PERFORM 0043-TEXTO-APROVEITAMENTO.

       0042-TEXTO-CONCLUSAO SECTION.

           STRING "CERTIFICAMOS QUE O(A) ALUNO(A) " DELIMITED BY SIZE
                  WRK-ALUNO-NOME DELIMITED BY "  "
                  "," DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           STRING "MATRICULA " DELIMITED BY SIZE
                  WRK-MATRICULA DELIMITED BY SPACE
                  ", CONCLUIU O ANO LETIVO DE " DELIMITED BY SIZE
                  WRK-RES-ANO DELIMITED BY SIZE
                  " NA TURMA " DELIMITED BY SIZE
                  WRK-RES-TURMA DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           MOVE WRK-RES-QTD-DISC TO WRK-QTD-ED
           STRING "TENDO SIDO APROVADO(A) EM TODAS AS "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " DISCIPLINAS CURSADAS." DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           IF WRK-ALUNO-SITUACAO EQUAL "C"
             STRING "CONCLUIDO O NIVEL " DELIMITED BY SIZE
                    WRK-ALUNO-NIVEL DELIMITED BY "  "
                    "." DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0032-ADICIONA-LINHA
           END-IF
           PERFORM 0043-TEXTO-APROVEITAMENTO.

       0043-TEXTO-APROVEITAMENTO SECTION.

           PERFORM 0032-ADICIONA-LINHA
           STRING "APROVEITAMENTO NO ANO LETIVO DE " DELIMITED BY SIZE
                  WRK-ANO-NOTAS DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0032-ADICIONA-LINHA
           IF WRK-QTD-NOTAS EQUAL ZERO
             MOVE "  NAO HA AVALIACOES LANCADAS NO ANO."
               TO WRK-LINHA-REL
             PERFORM 0032-ADICIONA-LINHA
           ELSE
             MOVE "  DISCIPLINA   MEDIA   SITUACAO" TO WRK-LINHA-REL
             PERFORM 0032-ADICIONA-LINHA
             PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                       UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
               MOVE NOT-MEDIA(WRK-IDX-NOTA) TO WRK-MEDIA-ED
               STRING "  " DELIMITED BY SIZE
                      NOT-DISCIPLINA(WRK-IDX-NOTA) DELIMITED BY SIZE
                      "         " DELIMITED BY SIZE
                      WRK-MEDIA-ED DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      NOT-SITUACAO(WRK-IDX-NOTA) DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0032-ADICIONA-LINHA
             END-PERFORM
           END-IF.

       0044-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "DOC-ESCOLAR"      TO RPED-JOB
           MOVE WRK-NOME-DOCUMENTO TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM DOCUMENTO-ESCOLAR.
