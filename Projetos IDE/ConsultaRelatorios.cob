       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-RELATORIOS.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONSULTA AO REPOSITORIO DE RELATORIOS. PESQUISA O
      *==            RELATORIOS-INDICE (GRAVADO PELO REGISTRA-RELATORIO)
      *==            POR JOB, RELATORIO, PERIODO DE EMISSAO,
      *==            COMPETENCIA E FILIAL (EM BRANCO OU ZERO, QUALQUER
      *==            UM) E LISTA AS EMISSOES NUMERADAS; A REIMPRESSAO
      *==            DE UMA EMISSAO DA LISTA COPIA O TEXTO GUARDADO EM
      *==            RELATORIOS-ARQUIVO PARA RELATORIO-REIMPRESSO, COM
      *==            CABECALHO DE REIMPRESSAO, E REGISTRA EM
      *==            REIMPRESSOES-LOG QUEM REIMPRIMIU O QUE E QUANDO.
      *== DATA: 15/10/2026
      *== OBS: EMISSAO CUJO TEXTO JA FOI EXPURGADO PELO RETENCAO-LOGS
      *==      E AVISADA E NAO GERA REIMPRESSAO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIOS-INDICE ASSIGN TO "RELATORIOS-INDICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INDICE.
           SELECT RELATORIOS-ARQUIVO ASSIGN TO "RELATORIOS-ARQUIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT RELATORIO-REIMPRESSO
               ASSIGN TO "RELATORIO-REIMPRESSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REIMPRESSOES-LOG ASSIGN TO "REIMPRESSOES-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIOS-INDICE.
       01  REG-RELATORIO-INDICE.
           COPY REL-INDICE.

       FD  RELATORIOS-ARQUIVO.
       01  REG-RELATORIO-ARQUIVO.
           COPY REL-ARQUIVO.

       FD  RELATORIO-REIMPRESSO.
       01  REG-REIMPRESSO          PIC X(200).

       FD  REIMPRESSOES-LOG.
       01  REG-REIMPRESSAO-LOG.
           05 RLOG-DATA            PIC 9(08).
           05 RLOG-HORA            PIC 9(08).
           05 RLOG-OPERADOR        PIC X(10).
           05 RLOG-EMIS-DATA       PIC 9(08).
           05 RLOG-EMIS-HORA       PIC 9(08).
           05 RLOG-JOB             PIC X(12).
           05 RLOG-RELATORIO       PIC X(20).
           05 RLOG-LINHAS          PIC 9(07).

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-INDICE  PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-ARQUIVO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-LOG     PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-SESSAO  PIC X(02)         VALUE SPACE.
       77  WRK-OPERADOR       PIC X(10)         VALUE SPACE.
       77  WRK-FIM-INDICE     PIC X(01)         VALUE "N".
       77  WRK-FIM-ARQUIVO    PIC X(01)         VALUE "N".
       77  WRK-LINHA-REL      PIC X(200)        VALUE SPACE.
       77  WRK-DATA-SISTEMA   PIC 9(08)         VALUE ZERO.
       77  WRK-HORA-SISTEMA   PIC 9(08)         VALUE ZERO.
      *====================== MENU =======================================
       77  WRK-OPCAO          PIC 9(01)         VALUE ZERO.
           88 OPCAO-PESQUISAR                   VALUE 1.
           88 OPCAO-REIMPRIMIR                  VALUE 2.
           88 OPCAO-SAIR                        VALUE 3.
      *====================== FILTROS DA PESQUISA ========================
       77  WRK-FILTRO-JOB     PIC X(12)         VALUE SPACE.
       77  WRK-FILTRO-REL     PIC X(20)         VALUE SPACE.
       77  WRK-FILTRO-DATA-INI PIC 9(08)        VALUE ZERO.
       77  WRK-FILTRO-DATA-FIM PIC 9(08)        VALUE ZERO.
       77  WRK-FILTRO-COMPET  PIC 9(06)         VALUE ZERO.
       77  WRK-FILTRO-FILIAL  PIC X(05)         VALUE SPACE.
       77  WRK-ATENDE         PIC X(01)         VALUE "N".
           88 ATENDE-FILTRO                     VALUE "S".
      *====================== EMISSOES ACHADAS ===========================
       77  WRK-QTD-ACHADOS    PIC 9(03)         VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(03)         VALUE ZERO.
       77  WRK-ESCOLHA        PIC 9(03)         VALUE ZERO.
       77  WRK-ACHADOS-TRUNC  PIC X(01)         VALUE "N".
           88 LISTA-TRUNCADA                    VALUE "S".
       01  TAB-ACHADOS.
           05 ACHADO-ITEM OCCURS 200 TIMES.
              10 ACH-DATA         PIC 9(08).
              10 ACH-HORA         PIC 9(08).
              10 ACH-JOB          PIC X(12).
              10 ACH-RELATORIO    PIC X(20).
              10 ACH-COMPETENCIA  PIC 9(06).
              10 ACH-FILIAL       PIC X(05).
              10 ACH-PAGINAS      PIC 9(05).
              10 ACH-LINHAS       PIC 9(07).
      *====================== REIMPRESSAO ================================
       77  WRK-QTD-REIMPRESSAS PIC 9(07)        VALUE ZERO.
       77  WRK-NUM-ED         PIC ZZ9.
       77  WRK-PAG-ED         PIC ZZZZ9.
       77  WRK-QTD-ED         PIC ZZZZZZ9.

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

           PERFORM 0001-EXIBE-MENU
           PERFORM UNTIL OPCAO-SAIR
             EVALUATE TRUE
               WHEN OPCAO-PESQUISAR
                 PERFORM 0010-PESQUISA
               WHEN OPCAO-REIMPRIMIR
                 PERFORM 0020-REIMPRIME
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
             PERFORM 0001-EXIBE-MENU
           END-PERFORM

           GOBACK.

       0001-EXIBE-MENU SECTION.

           DISPLAY "===== REPOSITORIO DE RELATORIOS ====="
           DISPLAY "1 - PESQUISAR O INDICE"
           DISPLAY "2 - REIMPRIMIR RELATORIO DA ULTIMA PESQUISA"
           DISPLAY "3 - SAIR"
           ACCEPT WRK-OPCAO.

       0010-PESQUISA SECTION.

           DISPLAY "JOB (BRANCO = TODOS) "
             ACCEPT WRK-FILTRO-JOB
           DISPLAY "RELATORIO (BRANCO = TODOS) "
             ACCEPT WRK-FILTRO-REL
           DISPLAY "EMITIDO DE AAAAMMDD (ZERO = SEM LIMITE) "
             ACCEPT WRK-FILTRO-DATA-INI
           DISPLAY "EMITIDO ATE AAAAMMDD (ZERO = SEM LIMITE) "
             ACCEPT WRK-FILTRO-DATA-FIM
           DISPLAY "COMPETENCIA AAAAMM (ZERO = TODAS) "
             ACCEPT WRK-FILTRO-COMPET
           DISPLAY "FILIAL (BRANCO = TODAS) "
             ACCEPT WRK-FILTRO-FILIAL

           MOVE ZERO TO WRK-QTD-ACHADOS
           MOVE "N"  TO WRK-ACHADOS-TRUNC
           MOVE "N"  TO WRK-FIM-INDICE
           OPEN INPUT RELATORIOS-INDICE
           IF WRK-STATUS-INDICE EQUAL "35"
             DISPLAY "RELATORIOS-INDICE INEXISTENTE"
             MOVE "S" TO WRK-FIM-INDICE
           END-IF
           PERFORM UNTIL WRK-FIM-INDICE EQUAL "S"
             READ RELATORIOS-INDICE
               AT END
                 MOVE "S" TO WRK-FIM-INDICE
               NOT AT END
                 PERFORM 0011-CONFERE-FILTRO
                 IF ATENDE-FILTRO
                   PERFORM 0012-GUARDA-ACHADO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-INDICE NOT EQUAL "35"
             CLOSE RELATORIOS-INDICE
           END-IF

           IF WRK-QTD-ACHADOS EQUAL ZERO
             DISPLAY "NENHUM RELATORIO ENCONTRADO NO INDICE"
           ELSE
             PERFORM 0013-LISTA-ACHADOS
           END-IF.

       0011-CONFERE-FILTRO SECTION.

           MOVE "S" TO WRK-ATENDE
           IF WRK-FILTRO-JOB NOT EQUAL SPACE
             AND RIX-JOB NOT EQUAL WRK-FILTRO-JOB
             MOVE "N" TO WRK-ATENDE
           END-IF
           IF WRK-FILTRO-REL NOT EQUAL SPACE
             AND RIX-RELATORIO NOT EQUAL WRK-FILTRO-REL
             MOVE "N" TO WRK-ATENDE
           END-IF
           IF WRK-FILTRO-DATA-INI GREATER ZERO
             AND RIX-DATA LESS WRK-FILTRO-DATA-INI
             MOVE "N" TO WRK-ATENDE
           END-IF
           IF WRK-FILTRO-DATA-FIM GREATER ZERO
             AND RIX-DATA GREATER WRK-FILTRO-DATA-FIM
             MOVE "N" TO WRK-ATENDE
           END-IF
           IF WRK-FILTRO-COMPET GREATER ZERO
             AND RIX-COMPETENCIA NOT EQUAL WRK-FILTRO-COMPET
             MOVE "N" TO WRK-ATENDE
           END-IF
           IF WRK-FILTRO-FILIAL NOT EQUAL SPACE
             AND RIX-FILIAL NOT EQUAL WRK-FILTRO-FILIAL
             MOVE "N" TO WRK-ATENDE
           END-IF.

       0012-GUARDA-ACHADO SECTION.

      *    O INDICE E GRAVADO EM ORDEM DE EMISSAO; COM A LISTA CHEIA,
      *    AS EMISSOES MAIS RECENTES FICAM DE FORA E O OPERADOR E
      *    AVISADO PARA ESTREITAR A PESQUISA.
           IF WRK-QTD-ACHADOS NOT LESS 200
             MOVE "S" TO WRK-ACHADOS-TRUNC
             MOVE "S" TO WRK-FIM-INDICE
           ELSE
             ADD 1 TO WRK-QTD-ACHADOS
             MOVE RIX-DATA        TO ACH-DATA(WRK-QTD-ACHADOS)
             MOVE RIX-HORA        TO ACH-HORA(WRK-QTD-ACHADOS)
             MOVE RIX-JOB         TO ACH-JOB(WRK-QTD-ACHADOS)
             MOVE RIX-RELATORIO   TO ACH-RELATORIO(WRK-QTD-ACHADOS)
             MOVE RIX-COMPETENCIA TO ACH-COMPETENCIA(WRK-QTD-ACHADOS)
             MOVE RIX-FILIAL      TO ACH-FILIAL(WRK-QTD-ACHADOS)
             MOVE RIX-PAGINAS     TO ACH-PAGINAS(WRK-QTD-ACHADOS)
             MOVE RIX-LINHAS      TO ACH-LINHAS(WRK-QTD-ACHADOS)
           END-IF.

       0013-LISTA-ACHADOS SECTION.

           DISPLAY "NUM DATA     HORA     JOB          RELATORIO"
                   "            COMPET FILIAL PAGS"
           PERFORM VARYING WRK-IDX-ACHADO FROM 1 BY 1
                     UNTIL WRK-IDX-ACHADO GREATER WRK-QTD-ACHADOS
             MOVE WRK-IDX-ACHADO TO WRK-NUM-ED
             MOVE ACH-PAGINAS(WRK-IDX-ACHADO) TO WRK-PAG-ED
             DISPLAY WRK-NUM-ED " "
                     ACH-DATA(WRK-IDX-ACHADO) " "
                     ACH-HORA(WRK-IDX-ACHADO) " "
                     ACH-JOB(WRK-IDX-ACHADO) " "
                     ACH-RELATORIO(WRK-IDX-ACHADO) " "
                     ACH-COMPETENCIA(WRK-IDX-ACHADO) " "
                     ACH-FILIAL(WRK-IDX-ACHADO) "  "
                     WRK-PAG-ED
           END-PERFORM
           IF LISTA-TRUNCADA
             DISPLAY "LISTA LIMITADA A 200 EMISSOES, ESTREITE A "
                     "PESQUISA PARA VER AS MAIS RECENTES"
           END-IF.

       0020-REIMPRIME SECTION.

           IF WRK-QTD-ACHADOS EQUAL ZERO
             DISPLAY "FACA ANTES UMA PESQUISA COM RESULTADO"
           ELSE
             DISPLAY "NUMERO DA EMISSAO NA LISTA "
               ACCEPT WRK-ESCOLHA
             IF WRK-ESCOLHA EQUAL ZERO
               OR WRK-ESCOLHA GREATER WRK-QTD-ACHADOS
               DISPLAY "NUMERO FORA DA LISTA"
             ELSE
               PERFORM 0021-COPIA-TEXTO
               IF WRK-QTD-REIMPRESSAS EQUAL ZERO
                 DISPLAY "TEXTO DA EMISSAO JA EXPURGADO DO "
                         "RELATORIOS-ARQUIVO, REIMPRESSAO IMPOSSIVEL"
               ELSE
                 PERFORM 0022-GRAVA-LOG
                 MOVE WRK-QTD-REIMPRESSAS TO WRK-QTD-ED
                 DISPLAY "REIMPRESSAO GRAVADA EM RELATORIO-REIMPRESSO ("
                         WRK-QTD-ED " LINHAS)"
               END-IF
             END-IF
           END-IF.

       0021-COPIA-TEXTO SECTION.

           MOVE ZERO TO WRK-QTD-REIMPRESSAS
           MOVE "N"  TO WRK-FIM-ARQUIVO
           OPEN OUTPUT RELATORIO-REIMPRESSO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "REIMPRESSAO DE "        DELIMITED BY SIZE
                  ACH-RELATORIO(WRK-ESCOLHA) DELIMITED BY SPACE
                  " EMITIDO EM "           DELIMITED BY SIZE
                  ACH-DATA(WRK-ESCOLHA)    DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ACH-HORA(WRK-ESCOLHA)    DELIMITED BY SIZE
                  " PELO JOB "             DELIMITED BY SIZE
                  ACH-JOB(WRK-ESCOLHA)     DELIMITED BY SPACE
                  " - REIMPRESSO POR "     DELIMITED BY SIZE
                  WRK-OPERADOR             DELIMITED BY SPACE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REIMPRESSO
           WRITE REG-REIMPRESSO

           OPEN INPUT RELATORIOS-ARQUIVO
           IF WRK-STATUS-ARQUIVO EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ RELATORIOS-ARQUIVO
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF RARQ-DATA      EQUAL ACH-DATA(WRK-ESCOLHA)
                   AND RARQ-HORA   EQUAL ACH-HORA(WRK-ESCOLHA)
                   AND RARQ-JOB    EQUAL ACH-JOB(WRK-ESCOLHA)
                   AND RARQ-RELATORIO
                                   EQUAL ACH-RELATORIO(WRK-ESCOLHA)
                   ADD 1 TO WRK-QTD-REIMPRESSAS
                   MOVE RARQ-TEXTO TO REG-REIMPRESSO
                   WRITE REG-REIMPRESSO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-ARQUIVO NOT EQUAL "35"
             CLOSE RELATORIOS-ARQUIVO
           END-IF
           CLOSE RELATORIO-REIMPRESSO.

       0022-GRAVA-LOG SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-DATA-SISTEMA           TO RLOG-DATA
           MOVE WRK-HORA-SISTEMA           TO RLOG-HORA
           MOVE WRK-OPERADOR               TO RLOG-OPERADOR
           MOVE ACH-DATA(WRK-ESCOLHA)      TO RLOG-EMIS-DATA
           MOVE ACH-HORA(WRK-ESCOLHA)      TO RLOG-EMIS-HORA
           MOVE ACH-JOB(WRK-ESCOLHA)       TO RLOG-JOB
           MOVE ACH-RELATORIO(WRK-ESCOLHA) TO RLOG-RELATORIO
           MOVE WRK-QTD-REIMPRESSAS        TO RLOG-LINHAS

           OPEN EXTEND REIMPRESSOES-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT REIMPRESSOES-LOG
           END-IF
           WRITE REG-REIMPRESSAO-LOG
           CLOSE REIMPRESSOES-LOG.

       END PROGRAM CONSULTA-RELATORIOS.
