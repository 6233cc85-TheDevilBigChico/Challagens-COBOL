       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRADA-ANO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: VIRADA DO ANO LETIVO NO MESTRE DE ALUNOS, EM VEZ
      *==            DE A SECRETARIA ALTERAR TURMA E NIVEL ALUNO A
      *==            ALUNO EM JANEIRO. PARA CADA ALUNO ATIVO DO
      *==            ALUNOS-CADASTRO, O RESULTADO DO ANO EM
      *==            RESULTADO-ANUAL (GRAVADO PELO CONSOLIDA-ANO)
      *==            DECIDE: APROVADO VAI PARA A TURMA SEGUINTE DA
      *==            TABELA TURMA-PROGRESSAO (COM O NIVEL NOVO QUANDO
      *==            MUDA); APROVADO NO ULTIMO ANO (TURMA SEGUINTE EM
      *==            BRANCO) FICA CONCLUINTE (SITUACAO "C"); REPROVADO
      *==            FICA NA MESMA TURMA. O RELATORIO VIRADA-RELATORIO
      *==            TRAZ A LISTA PROPOSTA DE CADA TURMA DO ANO SEGUINTE
      *==            COM O TOTAL DE ALUNOS, OS CONCLUINTES E OS
      *==            PENDENTES (SEM RESULTADO NO ANO OU TURMA SEM LINHA
      *==            NA PROGRESSAO), QUE NAO SAO ALTERADOS. SO NO MODO
      *==            EFETIVA O CADASTRO E REGRAVADO, CADA ALUNO
      *==            ALTERADO REGISTRADO EM ALUNOS-LOG (ACAO VIRADA,
      *==            IMAGENS ANTES E DEPOIS), O MESMO LOG DO
      *==            MANUTENCAO-ALUNOS, E O ANO ANOTADO EM
      *==            VIRADA-CONTROLE.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, UMA LINHA POR PARAMETRO: MODO (P = PREVIA, SO
      *==      O RELATORIO; E = EFETIVA) E ANO LETIVO QUE TERMINA
      *==      (AAAA). ANO JA VIRADO EM VIRADA-CONTROLE, CARGA
      *==      TRUNCADA DE ALGUMA TABELA OU PARAMETRO INVALIDO RECUSAM
      *==      A EFETIVACAO COM RETURN-CODE 8 (O RELATORIO SAI COMO
      *==      PREVIA). SEM ALUNOS-CADASTRO, TURMA-PROGRESSAO OU
      *==      RESULTADO DO ANO EM RESULTADO-ANUAL O JOB TERMINA COM
      *==      RETURN-CODE 12. ALUNO PENDENTE DA RETURN-CODE 4.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO VIRADA-RELATORIO REGISTRADA NO
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
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT RESULTADO-ANUAL ASSIGN TO "RESULTADO-ANUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.
           SELECT TURMA-PROGRESSAO ASSIGN TO "TURMA-PROGRESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROGRESSAO.
           SELECT ALUNOS-LOG ASSIGN TO "ALUNOS-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT VIRADA-CONTROLE ASSIGN TO "VIRADA-CONTROLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.
           SELECT VIRADA-RELATORIO ASSIGN TO "VIRADA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

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

       FD  TURMA-PROGRESSAO.
       01  REG-TURMA-PROGRESSAO.
           COPY TURMA-PROG.

       FD  ALUNOS-LOG.
       01  REG-ALUNO-LOG.
           05 ALOG-DATA            PIC 9(08).
           05 ALOG-HORA            PIC 9(08).
           05 ALOG-OPERADOR        PIC X(10).
           05 ALOG-ACAO            PIC X(08).
           05 ALOG-ANTES           PIC X(89).
           05 ALOG-DEPOIS          PIC X(89).

       FD  VIRADA-CONTROLE.
       01  REG-VIRADA-CONTROLE.
           05 VCT-ANO              PIC 9(04).
           05 VCT-DATA             PIC 9(08).
           05 VCT-HORA             PIC 9(08).
           05 VCT-PROMOVIDOS       PIC 9(05).
           05 VCT-RETIDOS          PIC 9(05).
           05 VCT-CONCLUINTES      PIC 9(05).

       FD  VIRADA-RELATORIO.
       01  REG-VIRADA-REL          PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-GRUPO           PIC 9(01).
           05 SORT-TURMA           PIC X(05).
           05 SORT-NOME            PIC X(25).
           05 SORT-MATRICULA       PIC X(10).
           05 SORT-TURMA-ANTERIOR  PIC X(05).
           05 SORT-NIVEL           PIC X(08).
           05 SORT-DECISAO         PIC X(01).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)         VALUE ZERO.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-RESULTADO PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-PROGRESSAO PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CONTROLE PIC X(02)         VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== PARAMETROS =================================
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-MODO         PIC X(01)            VALUE "P".
           88 MODO-EFETIVA                       VALUE "E".
       77  WRK-ANO          PIC X(04)            VALUE SPACE.
       77  WRK-ANO-NUM      PIC 9(04)            VALUE ZERO.
       77  WRK-ANO-SEGUINTE PIC 9(04)            VALUE ZERO.
       77  WRK-PARAM-OK     PIC X(01)            VALUE "S".
           88 PARAMETROS-VALIDOS                 VALUE "S".
       77  WRK-TEXTO-MODO   PIC X(30)            VALUE SPACE.
       77  WRK-RECUSA       PIC X(60)            VALUE SPACE.
       77  WRK-DATA-VIRADA  PIC 9(08)            VALUE ZERO.
      *====================== PROGRESSAO DE TURMAS =======================
       77  WRK-QTD-PROGRESSAO PIC 9(03)          VALUE ZERO.
       77  WRK-IDX-PROGRESSAO PIC 9(03)          VALUE ZERO.
       77  WRK-POS-PROGRESSAO PIC 9(03)          VALUE ZERO.
       77  WRK-PROGRESSAO-TRUNC PIC X(01)        VALUE "N".
       01  TAB-PROGRESSAO.
           05 PRG-ITEM OCCURS 200 TIMES
                        INDEXED BY IDX-PRG.
              10 PRG-TURMA-ATUAL  PIC X(05).
              10 PRG-TURMA-NOVA   PIC X(05).
              10 PRG-NIVEL-NOVO   PIC X(08).
       77  WRK-NIVEL-TESTE  PIC X(08)            VALUE SPACE.
           88 NIVEL-VALIDO  VALUE "FUND" "MEDIO" "SUPERIOR".
      *====================== RESULTADOS DO ANO ==========================
       77  WRK-QTD-RESULTADOS PIC 9(04)          VALUE ZERO.
       77  WRK-IDX-RESULTADO PIC 9(04)           VALUE ZERO.
       77  WRK-RESULTADO-TRUNC PIC X(01)         VALUE "N".
       77  WRK-RESULTADO-ALUNO PIC X(01)         VALUE SPACE.
       01  TAB-RESULTADOS.
           05 RSL-ITEM OCCURS 1000 TIMES
                        INDEXED BY IDX-RSL.
              10 RSL-MATRICULA    PIC X(10).
              10 RSL-RESULTADO    PIC X(01).
      *====================== MESTRE DE ALUNOS ===========================
       77  WRK-QTD-ALUNOS   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-ALUNO    PIC 9(04)            VALUE ZERO.
       77  WRK-CADASTRO-TRUNC PIC X(01)          VALUE "N".
       01  TAB-ALUNOS.
           05 ALUNO-ITEM OCCURS 1000 TIMES
                          INDEXED BY IDX-ALUNO.
              10 ALU-REGISTRO.
                 15 ALU-MATRICULA   PIC X(10).
                 15 ALU-NOME        PIC X(25).
                 15 ALU-NIVEL       PIC X(08).
                 15 ALU-TURMA       PIC X(05).
                 15 ALU-RESPONSAVEL PIC X(25).
                 15 ALU-CONTATO     PIC X(15).
                 15 ALU-SITUACAO    PIC X(01).
      *          P = PROMOVIDO, R = RETIDO, C = CONCLUINTE, S = SEM
      *          RESULTADO NO ANO, T = TURMA SEM PROGRESSAO, X = JA
      *          CONCLUINTE (FORA DA VIRADA).
              10 ALU-DECISAO     PIC X(01).
              10 ALU-TURMA-NOVA  PIC X(05).
              10 ALU-NIVEL-NOVO  PIC X(08).
      *====================== RELATORIO E TOTAIS =========================
       77  WRK-GRUPO-ATUAL  PIC 9(01)            VALUE ZERO.
       77  WRK-TURMA-ATUAL  PIC X(05)            VALUE SPACE.
       77  WRK-TEM-QUEBRA   PIC X(01)            VALUE "N".
       77  WRK-QTD-QUEBRA   PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-PROMOVIDOS PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-RETIDOS  PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-CONCLUINTES PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-PENDENTES PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-JA-CONCLUINTES PIC 9(05)      VALUE ZERO.
       77  WRK-QTD-TURMAS-NOVAS PIC 9(05)        VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-TEXTO-DECISAO PIC X(40)           VALUE SPACE.
      *====================== LOG DE ALTERACOES ==========================
       77  WRK-IMAGEM-ANTES PIC X(89)            VALUE SPACE.
       77  WRK-IMAGEM-DEPOIS PIC X(89)           VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0001-RECEBE-PARAMETROS

           PERFORM 0002-CARREGA-PROGRESSAO
           IF WRK-QTD-PROGRESSAO EQUAL ZERO
             DISPLAY "TURMA-PROGRESSAO INEXISTENTE OU VAZIA, NADA A "
                     "VIRAR"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0003-CARREGA-RESULTADOS
           IF WRK-QTD-RESULTADOS EQUAL ZERO
             DISPLAY "RESULTADO-ANUAL SEM O ANO " WRK-ANO-NUM
                     ", RODAR O CONSOLIDA-ANO ANTES DA VIRADA"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0004-CARREGA-CADASTRO
           IF WRK-QTD-ALUNOS EQUAL ZERO
             DISPLAY "ALUNOS-CADASTRO INEXISTENTE OU VAZIO, NADA A "
                     "VIRAR"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0005-CONFERE-CONTROLE

      *    EFETIVACAO SO COM TUDO CARREGADO: REGRAVAR O CADASTRO DE
      *    UMA TABELA INCOMPLETA APAGARIA ALUNOS.
           IF MODO-EFETIVA
             EVALUATE TRUE
               WHEN NOT PARAMETROS-VALIDOS
                 MOVE "PARAMETROS INVALIDOS" TO WRK-RECUSA
               WHEN WRK-DATA-VIRADA NOT EQUAL ZERO
                 MOVE "ANO JA VIRADO (VER VIRADA-CONTROLE)"
                   TO WRK-RECUSA
               WHEN WRK-CADASTRO-TRUNC EQUAL "S"
                 MOVE "ALUNOS-CADASTRO MAIOR QUE A TABELA"
                   TO WRK-RECUSA
               WHEN WRK-RESULTADO-TRUNC EQUAL "S"
                 MOVE "RESULTADO-ANUAL MAIOR QUE A TABELA"
                   TO WRK-RECUSA
               WHEN WRK-PROGRESSAO-TRUNC EQUAL "S"
                 MOVE "TURMA-PROGRESSAO MAIOR QUE A TABELA"
                   TO WRK-RECUSA
             END-EVALUATE
             IF WRK-RECUSA NOT EQUAL SPACE
               MOVE "P" TO WRK-MODO
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF

           PERFORM 0010-DECIDE-ALUNOS

           OPEN OUTPUT VIRADA-RELATORIO
           PERFORM 0011-CABECALHO
           SORT WRK-SORT
               ASCENDING KEY SORT-GRUPO SORT-TURMA SORT-NOME
               INPUT PROCEDURE 0012-SELECIONA
               OUTPUT PROCEDURE 0013-LISTA-TURMAS
           IF WRK-TEM-QUEBRA EQUAL "S"
             PERFORM 0015-FECHA-QUEBRA
           END-IF

           IF MODO-EFETIVA
             PERFORM 0020-GRAVA-CADASTRO
             PERFORM 0022-GRAVA-CONTROLE
           END-IF

           PERFORM 0017-TOTAIS
           CLOSE VIRADA-RELATORIO
           PERFORM 0023-REGISTRA-RELATORIO

           IF RETURN-CODE LESS 4
             AND WRK-QTD-PENDENTES GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE-PARAMETROS SECTION.

           DISPLAY "MODO (P-PREVIA E-EFETIVA) "
             ACCEPT WRK-MODO
           DISPLAY "ANO LETIVO QUE TERMINA (AAAA) "
             ACCEPT WRK-ANO

           IF WRK-MODO NOT EQUAL "E"
             MOVE "P" TO WRK-MODO
           END-IF
           IF WRK-ANO NUMERIC
             MOVE WRK-ANO TO WRK-ANO-NUM
           END-IF
           IF WRK-ANO-NUM LESS 2000
             COMPUTE WRK-ANO-NUM = WRK-DATA-SISTEMA / 10000 - 1
             DISPLAY "ANO INVALIDO: " WRK-ANO ", PREVIA DO ANO "
                     WRK-ANO-NUM
             MOVE "N" TO WRK-PARAM-OK
           END-IF
           COMPUTE WRK-ANO-SEGUINTE = WRK-ANO-NUM + 1.

       0002-CARREGA-PROGRESSAO SECTION.

           OPEN INPUT TURMA-PROGRESSAO
           IF WRK-STATUS-PROGRESSAO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ TURMA-PROGRESSAO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   MOVE PROG-NIVEL-NOVO-REG TO WRK-NIVEL-TESTE
                   EVALUATE TRUE
                     WHEN PROG-TURMA-ATUAL-REG EQUAL SPACE
                       CONTINUE
                     WHEN PROG-NIVEL-NOVO-REG NOT EQUAL SPACE
                       AND NOT NIVEL-VALIDO
                       DISPLAY "PROGRESSAO COM NIVEL INVALIDO "
                               "IGNORADA: " REG-TURMA-PROGRESSAO
                     WHEN WRK-QTD-PROGRESSAO NOT LESS 200
                       DISPLAY "TAB-PROGRESSAO CHEIA, TURMAS "
                               "RESTANTES SEM PROGRESSAO"
                       MOVE "S" TO WRK-PROGRESSAO-TRUNC
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     WHEN OTHER
                       ADD 1 TO WRK-QTD-PROGRESSAO
                       MOVE PROG-TURMA-ATUAL-REG
                         TO PRG-TURMA-ATUAL(WRK-QTD-PROGRESSAO)
                       MOVE PROG-TURMA-NOVA-REG
                         TO PRG-TURMA-NOVA(WRK-QTD-PROGRESSAO)
                       MOVE PROG-NIVEL-NOVO-REG
                         TO PRG-NIVEL-NOVO(WRK-QTD-PROGRESSAO)
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE TURMA-PROGRESSAO
           END-IF.

       0003-CARREGA-RESULTADOS SECTION.

           OPEN INPUT RESULTADO-ANUAL
           IF WRK-STATUS-RESULTADO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ RESULTADO-ANUAL
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF RES-ANO EQUAL WRK-ANO-NUM
                     IF WRK-QTD-RESULTADOS NOT LESS 1000
                       DISPLAY "TAB-RESULTADOS CHEIA, ALUNOS "
                               "RESTANTES SEM RESULTADO"
                       MOVE "S" TO WRK-RESULTADO-TRUNC
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-RESULTADOS
                       MOVE RES-MATRICULA
                         TO RSL-MATRICULA(WRK-QTD-RESULTADOS)
                       MOVE RES-RESULTADO
                         TO RSL-RESULTADO(WRK-QTD-RESULTADOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RESULTADO-ANUAL
           END-IF.

       0004-CARREGA-CADASTRO SECTION.

           OPEN INPUT ALUNOS-CADASTRO
           IF WRK-STATUS-CADASTRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ALUNOS-CADASTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-ALUNOS NOT LESS 1000
                     DISPLAY "TAB-ALUNOS CHEIA, ALUNOS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-CADASTRO-TRUNC
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-ALUNOS
                     MOVE REG-ALUNO-CADASTRO
                       TO ALU-REGISTRO(WRK-QTD-ALUNOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
           END-IF.

       0005-CONFERE-CONTROLE SECTION.

           MOVE ZERO TO WRK-DATA-VIRADA
           OPEN INPUT VIRADA-CONTROLE
           IF WRK-STATUS-CONTROLE NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ VIRADA-CONTROLE
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF VCT-ANO EQUAL WRK-ANO-NUM
                     MOVE VCT-DATA TO WRK-DATA-VIRADA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VIRADA-CONTROLE
           END-IF
           IF WRK-DATA-VIRADA NOT EQUAL ZERO
             DISPLAY "ANO " WRK-ANO-NUM " JA VIRADO EM "
                     WRK-DATA-VIRADA
           END-IF.

       0006-BUSCA-RESULTADO SECTION.

           MOVE SPACE TO WRK-RESULTADO-ALUNO
           PERFORM VARYING WRK-IDX-RESULTADO FROM 1 BY 1
                     UNTIL WRK-IDX-RESULTADO > WRK-QTD-RESULTADOS
             IF RSL-MATRICULA(WRK-IDX-RESULTADO)
                  EQUAL ALU-MATRICULA(WRK-IDX-ALUNO)
               MOVE RSL-RESULTADO(WRK-IDX-RESULTADO)
                 TO WRK-RESULTADO-ALUNO
               MOVE WRK-QTD-RESULTADOS TO WRK-IDX-RESULTADO
             END-IF
           END-PERFORM.

       0007-BUSCA-PROGRESSAO SECTION.

           MOVE ZERO TO WRK-POS-PROGRESSAO
           PERFORM VARYING WRK-IDX-PROGRESSAO FROM 1 BY 1
                     UNTIL WRK-IDX-PROGRESSAO > WRK-QTD-PROGRESSAO
             IF PRG-TURMA-ATUAL(WRK-IDX-PROGRESSAO)
                  EQUAL ALU-TURMA(WRK-IDX-ALUNO)
               MOVE WRK-IDX-PROGRESSAO TO WRK-POS-PROGRESSAO
               MOVE WRK-QTD-PROGRESSAO TO WRK-IDX-PROGRESSAO
             END-IF
           END-PERFORM.

       0010-DECIDE-ALUNOS SECTION.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             MOVE ALU-TURMA(WRK-IDX-ALUNO)
               TO ALU-TURMA-NOVA(WRK-IDX-ALUNO)
             MOVE ALU-NIVEL(WRK-IDX-ALUNO)
               TO ALU-NIVEL-NOVO(WRK-IDX-ALUNO)
             PERFORM 0006-BUSCA-RESULTADO
             PERFORM 0007-BUSCA-PROGRESSAO
             EVALUATE TRUE
               WHEN ALU-SITUACAO(WRK-IDX-ALUNO) EQUAL "C"
                 MOVE "X" TO ALU-DECISAO(WRK-IDX-ALUNO)
                 ADD 1 TO WRK-QTD-JA-CONCLUINTES
               WHEN WRK-RESULTADO-ALUNO EQUAL "R"
                 MOVE "R" TO ALU-DECISAO(WRK-IDX-ALUNO)
                 ADD 1 TO WRK-QTD-RETIDOS
               WHEN WRK-RESULTADO-ALUNO NOT EQUAL "A"
                 MOVE "S" TO ALU-DECISAO(WRK-IDX-ALUNO)
                 ADD 1 TO WRK-QTD-PENDENTES
               WHEN WRK-POS-PROGRESSAO EQUAL ZERO
                 MOVE "T" TO ALU-DECISAO(WRK-IDX-ALUNO)
                 ADD 1 TO WRK-QTD-PENDENTES
               WHEN PRG-TURMA-NOVA(WRK-POS-PROGRESSAO) EQUAL SPACE
                 MOVE "C" TO ALU-DECISAO(WRK-IDX-ALUNO)
                 ADD 1 TO WRK-QTD-CONCLUINTES
               WHEN OTHER
                 MOVE "P" TO ALU-DECISAO(WRK-IDX-ALUNO)
                 MOVE PRG-TURMA-NOVA(WRK-POS-PROGRESSAO)
                   TO ALU-TURMA-NOVA(WRK-IDX-ALUNO)
                 IF PRG-NIVEL-NOVO(WRK-POS-PROGRESSAO) NOT EQUAL SPACE
                   MOVE PRG-NIVEL-NOVO(WRK-POS-PROGRESSAO)
                     TO ALU-NIVEL-NOVO(WRK-IDX-ALUNO)
                 END-IF
                 ADD 1 TO WRK-QTD-PROMOVIDOS
             END-EVALUATE
           END-PERFORM.

       0011-CABECALHO SECTION.

           IF MODO-EFETIVA
             MOVE "EFETIVA" TO WRK-TEXTO-MODO
           ELSE
             MOVE "PREVIA (NADA GRAVADO)" TO WRK-TEXTO-MODO
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "VIRADA DO ANO LETIVO " DELIMITED BY SIZE
                  WRK-ANO-NUM      DELIMITED BY SIZE
                  " - MODO "       DELIMITED BY SIZE
                  WRK-TEXTO-MODO   DELIMITED BY "  "
                  " - DATA "       DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           IF WRK-RECUSA NOT EQUAL SPACE
             MOVE SPACE TO WRK-LINHA-REL
             STRING "EFETIVACAO RECUSADA: " DELIMITED BY SIZE
                    WRK-RECUSA DELIMITED BY "  "
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0016-GRAVA-LINHA
             DISPLAY WRK-LINHA-REL
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0016-GRAVA-LINHA.

       0012-SELECIONA SECTION.

      *    GRUPO 1 = TURMAS DO ANO SEGUINTE (PROMOVIDOS E RETIDOS),
      *    2 = CONCLUINTES, 3 = PENDENTES. JA CONCLUINTE NAO ENTRA.
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             IF ALU-DECISAO(WRK-IDX-ALUNO) NOT EQUAL "X"
               EVALUATE ALU-DECISAO(WRK-IDX-ALUNO)
                 WHEN "P"
                 WHEN "R"
                   MOVE 1 TO SORT-GRUPO
                 WHEN "C"
                   MOVE 2 TO SORT-GRUPO
                 WHEN OTHER
                   MOVE 3 TO SORT-GRUPO
               END-EVALUATE
               MOVE ALU-TURMA-NOVA(WRK-IDX-ALUNO) TO SORT-TURMA
               MOVE ALU-NOME(WRK-IDX-ALUNO)       TO SORT-NOME
               MOVE ALU-MATRICULA(WRK-IDX-ALUNO)  TO SORT-MATRICULA
               MOVE ALU-TURMA(WRK-IDX-ALUNO)      TO SORT-TURMA-ANTERIOR
               MOVE ALU-NIVEL-NOVO(WRK-IDX-ALUNO) TO SORT-NIVEL
               MOVE ALU-DECISAO(WRK-IDX-ALUNO)    TO SORT-DECISAO
               IF SORT-GRUPO NOT EQUAL 1
                 MOVE SPACE TO SORT-TURMA
               END-IF
               RELEASE REG-SORT
             END-IF
           END-PERFORM.

       0013-LISTA-TURMAS SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0014-TRATA-ALUNO
             END-RETURN
           END-PERFORM.

       0014-TRATA-ALUNO SECTION.

           IF WRK-TEM-QUEBRA EQUAL "N"
             OR SORT-GRUPO NOT EQUAL WRK-GRUPO-ATUAL
             OR SORT-TURMA NOT EQUAL WRK-TURMA-ATUAL
             IF WRK-TEM-QUEBRA EQUAL "S"
               PERFORM 0015-FECHA-QUEBRA
             END-IF
             MOVE "S" TO WRK-TEM-QUEBRA
             MOVE SORT-GRUPO TO WRK-GRUPO-ATUAL
             MOVE SORT-TURMA TO WRK-TURMA-ATUAL
             MOVE ZERO TO WRK-QTD-QUEBRA
             MOVE SPACE TO WRK-LINHA-REL
             EVALUATE SORT-GRUPO
               WHEN 1
                 ADD 1 TO WRK-QTD-TURMAS-NOVAS
                 STRING "TURMA " DELIMITED BY SIZE
                        SORT-TURMA DELIMITED BY SIZE
                        " - NIVEL " DELIMITED BY SIZE
                        SORT-NIVEL DELIMITED BY SIZE
                        " - LISTA PROPOSTA PARA " DELIMITED BY SIZE
                        WRK-ANO-SEGUINTE DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
               WHEN 2
                 MOVE "CONCLUINTES (ULTIMO ANO, SITUACAO C NO CADASTRO)"
                   TO WRK-LINHA-REL
               WHEN OTHER
                 MOVE "PENDENTES - NAO ALTERADOS NA VIRADA"
                   TO WRK-LINHA-REL
             END-EVALUATE
             PERFORM 0016-GRAVA-LINHA
           END-IF

           EVALUATE SORT-DECISAO
             WHEN "P"
               MOVE "PROMOVIDO" TO WRK-TEXTO-DECISAO
             WHEN "R"
               MOVE "RETIDO NA SERIE" TO WRK-TEXTO-DECISAO
             WHEN "C"
               MOVE "CONCLUINTE" TO WRK-TEXTO-DECISAO
             WHEN "S"
               MOVE "SEM RESULTADO NO ANO EM RESULTADO-ANUAL"
                 TO WRK-TEXTO-DECISAO
             WHEN OTHER
               MOVE "TURMA SEM LINHA EM TURMA-PROGRESSAO"
                 TO WRK-TEXTO-DECISAO
           END-EVALUATE
           ADD 1 TO WRK-QTD-QUEBRA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  SORT-MATRICULA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORT-NOME DELIMITED BY SIZE
                  " TURMA ATUAL " DELIMITED BY SIZE
                  SORT-TURMA-ANTERIOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-TEXTO-DECISAO DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA.

       0015-FECHA-QUEBRA SECTION.

           MOVE WRK-QTD-QUEBRA TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TOTAL DE ALUNOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0016-GRAVA-LINHA.

       0016-GRAVA-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-VIRADA-REL
           WRITE REG-VIRADA-REL.

       0017-TOTAIS SECTION.

           MOVE WRK-QTD-TURMAS-NOVAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TURMAS DO ANO SEGUINTE: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-QTD-PROMOVIDOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROMOVIDOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-QTD-RETIDOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RETIDOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-QTD-CONCLUINTES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONCLUINTES: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PENDENTES: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-QTD-JA-CONCLUINTES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "JA CONCLUINTES (FORA DA VIRADA): " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           EVALUATE TRUE
             WHEN WRK-RECUSA NOT EQUAL SPACE
               MOVE "NADA GRAVADO" TO WRK-LINHA-REL
             WHEN NOT MODO-EFETIVA
               MOVE "PREVIA: NADA GRAVADO, RODAR NO MODO E PARA GRAVAR"
                 TO WRK-LINHA-REL
             WHEN OTHER
               MOVE "CADASTRO REGRAVADO, ALTERACOES EM ALUNOS-LOG"
                 TO WRK-LINHA-REL
           END-EVALUATE
           PERFORM 0016-GRAVA-LINHA
           DISPLAY WRK-LINHA-REL.

       0020-GRAVA-CADASTRO SECTION.

           OPEN OUTPUT ALUNOS-CADASTRO
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             MOVE ALU-REGISTRO(WRK-IDX-ALUNO) TO REG-ALUNO-CADASTRO
             EVALUATE ALU-DECISAO(WRK-IDX-ALUNO)
               WHEN "P"
                 MOVE ALU-TURMA-NOVA(WRK-IDX-ALUNO) TO ALUNO-TURMA-REG
                 MOVE ALU-NIVEL-NOVO(WRK-IDX-ALUNO) TO ALUNO-NIVEL-REG
               WHEN "C"
                 MOVE "C" TO ALUNO-SITUACAO-REG
             END-EVALUATE
             WRITE REG-ALUNO-CADASTRO
             IF ALU-DECISAO(WRK-IDX-ALUNO) EQUAL "P"
               OR ALU-DECISAO(WRK-IDX-ALUNO) EQUAL "C"
               MOVE ALU-REGISTRO(WRK-IDX-ALUNO) TO WRK-IMAGEM-ANTES
               MOVE REG-ALUNO-CADASTRO TO WRK-IMAGEM-DEPOIS
               PERFORM 0021-GRAVA-LOG
             END-IF
           END-PERFORM
           CLOSE ALUNOS-CADASTRO.

       0021-GRAVA-LOG SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-DATA-SISTEMA  TO ALOG-DATA
           MOVE WRK-HORA-SISTEMA  TO ALOG-HORA
           MOVE "VIRADA-ANO"      TO ALOG-OPERADOR
           MOVE "VIRADA"          TO ALOG-ACAO
           MOVE WRK-IMAGEM-ANTES  TO ALOG-ANTES
           MOVE WRK-IMAGEM-DEPOIS TO ALOG-DEPOIS

           OPEN EXTEND ALUNOS-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT ALUNOS-LOG
           END-IF
           WRITE REG-ALUNO-LOG
           CLOSE ALUNOS-LOG.

       0022-GRAVA-CONTROLE SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-ANO-NUM         TO VCT-ANO
           MOVE WRK-DATA-SISTEMA    TO VCT-DATA
           MOVE WRK-HORA-SISTEMA    TO VCT-HORA
           MOVE WRK-QTD-PROMOVIDOS  TO VCT-PROMOVIDOS
           MOVE WRK-QTD-RETIDOS     TO VCT-RETIDOS
           MOVE WRK-QTD-CONCLUINTES TO VCT-CONCLUINTES

           OPEN EXTEND VIRADA-CONTROLE
           IF WRK-STATUS-CONTROLE EQUAL "35"
             OPEN OUTPUT VIRADA-CONTROLE
           END-IF
           WRITE REG-VIRADA-CONTROLE
           CLOSE VIRADA-CONTROLE.

       0023-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "VIRADA-ANO"       TO RPED-JOB
           MOVE "VIRADA-RELATORIO" TO RPED-RELATORIO
      *    O ANO LETIVO VAI NA COMPETENCIA COM O MES ZERADO.
           COMPUTE RPED-COMPETENCIA = WRK-ANO-NUM * 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM VIRADA-ANO.
