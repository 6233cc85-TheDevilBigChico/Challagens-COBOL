       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-PERIODO-FRETE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: FECHAMENTO MENSAL DA COMPETENCIA DE FRETE. DEPOIS
      *==            QUE FATURA-FRETE FATUROU A COMPETENCIA, O
      *==            SUPERVISOR (PERFIL "S" EM OPERADORES-SENHA) A FECHA
      *==            AQUI, GRAVANDO EM FRETE-PERIODOS (LEIAUTE
      *==            FRETE-PERIODO) A DATA, A HORA E O OPERADOR. DAI EM
      *==            DIANTE CALCULO-FRETE NAO LANCA MAIS NADA NELA: O
      *==            ESTORNO, A DUPLICATA CONFIRMADA, O COMPLEMENTO DE
      *==            PESAGEM E O REJEITO REAPRESENTADO QUE CHEGAREM
      *==            ATRASADOS VAO PARA A COMPETENCIA ABERTA, COM A DE
      *==            ORIGEM NA AUDITORIA (AUDIT-COMPET-ORIGEM). O
      *==            RELATORIO POSTERGADOS-REL LISTA TUDO O
      *==            QUE FOI ASSIM LANCADO.
      *== DATA: 15/10/2026
      *== OBS: NAO HA REABERTURA; COMPETENCIA FUTURA NAO PODE SER
      *==      FECHADA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FATURAS-HISTORICO 85 -> 96 (BONIFICACAO POR
      *==                 VOLUME NO FIM DO REGISTRO).
      *== 15/10/2026 FA  O RELATORIO DE POSTERGADOS PASSA DE
      *==                 FRETE-POSTERGADOS-RELATORIO PARA
      *==                 POSTERGADOS-REL (O REPOSITORIO DE RELATORIOS
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
           SELECT FRETE-PERIODOS ASSIGN TO "FRETE-PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODOS.
           SELECT FATURAS-HISTORICO ASSIGN TO "FATURAS-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATHIST.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT POSTERGADOS-REL
               ASSIGN TO "POSTERGADOS-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES-SENHA ASSIGN TO "OPERADORES-SENHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPER.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-PERIODOS.
       01  REG-FRETE-PERIODO.
           COPY FRETE-PERIODO.

       FD  FATURAS-HISTORICO.
       01  REG-FATURA-HIST.
           05 FATURA-COMPETENCIA   PIC 9(06).
           05 FILLER               PIC X(90).

       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  POSTERGADOS-REL.
       01  REG-POSTERGADOS-REL     PIC X(132).

       FD  OPERADORES-SENHA.
       01  REG-OPERADOR.
           COPY OPER-SENHA.

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)         VALUE ZERO.
       77  WRK-STATUS-PERIODOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-FATHIST PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-OPER  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-PERFIL-SUPERV PIC X(01)           VALUE SPACE.
           88 OPERADOR-SUPERVISOR                VALUE "S".
       77  WRK-FIM-OPER     PIC X(01)            VALUE "N".
       77  WRK-FIM-PERIODOS PIC X(01)            VALUE "N".
       77  WRK-FIM-FATHIST  PIC X(01)            VALUE "N".
       77  WRK-FIM-AUDITORIA PIC X(01)           VALUE "N".
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-AGORA   PIC 9(08)            VALUE ZERO.
       77  WRK-COMPET-HOJE  PIC 9(06)            VALUE ZERO.
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== MENU =======================================
       77  WRK-OPCAO        PIC 9(01)            VALUE ZERO.
           88 OPCAO-FECHAR                       VALUE 1.
           88 OPCAO-LISTAR                       VALUE 2.
           88 OPCAO-RELATORIO                    VALUE 3.
           88 OPCAO-SAIR                         VALUE 4.
      *====================== COMPETENCIA DIGITADA =======================
       01  WRK-COMPET-DIGITADA  PIC X(06)        VALUE SPACE.
       01  WRK-COMPET-PARTES REDEFINES WRK-COMPET-DIGITADA.
           05 DIG-ANO       PIC 9(04).
           05 DIG-MES       PIC 9(02).
       01  WRK-COMPET-NUM REDEFINES WRK-COMPET-DIGITADA
                            PIC 9(06).
       77  WRK-COMPET-VALIDA PIC X(01)           VALUE "N".
           88 COMPETENCIA-VALIDA                 VALUE "S".
       77  WRK-JA-FECHADA   PIC X(01)            VALUE "N".
           88 COMPETENCIA-JA-FECHADA             VALUE "S".
       77  WRK-QTD-FATURAS  PIC 9(05)            VALUE ZERO.
       77  WRK-CONFIRMA     PIC X(01)            VALUE SPACE.
       77  WRK-QTD-ED       PIC ZZZZ9.
      *====================== RELATORIO DE POSTERGADOS ===================
       77  WRK-COMPET-FILTRO PIC 9(06)           VALUE ZERO.
       77  WRK-COMPET-LANCADA PIC 9(06)          VALUE ZERO.
       77  WRK-QTD-POSTERGADOS PIC 9(07)         VALUE ZERO.
       77  WRK-TOTAL-POSTERGADO PIC 9(11)V99     VALUE ZERO.
       77  WRK-QTD-POST-ED  PIC Z.ZZZ.ZZ9.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WRK-COMPET-HOJE = WRK-DATA-HOJE / 100

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
               WHEN OPCAO-FECHAR
                 PERFORM 0010-FECHA-COMPETENCIA
               WHEN OPCAO-LISTAR
                 PERFORM 0020-LISTA-FECHADAS
               WHEN OPCAO-RELATORIO
                 PERFORM 0030-RELATORIO-POSTERGADOS
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
             PERFORM 0001-EXIBE-MENU
           END-PERFORM

           GOBACK.

       0001-EXIBE-MENU SECTION.

           DISPLAY "===== FECHAMENTO DE COMPETENCIA DE FRETE ====="
           DISPLAY "1 - FECHAR COMPETENCIA"
           DISPLAY "2 - LISTAR COMPETENCIAS FECHADAS"
           DISPLAY "3 - RELATORIO DE LANCAMENTOS POSTERGADOS"
           DISPLAY "4 - SAIR"
           ACCEPT WRK-OPCAO.

       0010-FECHA-COMPETENCIA SECTION.

           PERFORM 0011-CHECA-SUPERVISOR
           IF NOT OPERADOR-SUPERVISOR
             DISPLAY "OPERADOR " WRK-OPERADOR " SEM PERFIL DE "
                     "SUPERVISOR, FECHAMENTO NEGADO"
           ELSE
             DISPLAY "COMPETENCIA A FECHAR (AAAAMM) "
               ACCEPT WRK-COMPET-DIGITADA
             PERFORM 0012-VALIDA-COMPETENCIA
             IF COMPETENCIA-VALIDA
               PERFORM 0013-PROCURA-FECHADA
               IF COMPETENCIA-JA-FECHADA
                 DISPLAY "COMPETENCIA " WRK-COMPET-DIGITADA
                         " JA ESTA FECHADA"
               ELSE
                 PERFORM 0014-CONTA-FATURAS
                 IF WRK-QTD-FATURAS EQUAL ZERO
                   DISPLAY "AVISO: NENHUMA FATURA DA COMPETENCIA "
                           WRK-COMPET-DIGITADA " EM FATURAS-HISTORICO"
                 ELSE
                   MOVE WRK-QTD-FATURAS TO WRK-QTD-ED
                   DISPLAY "FATURAS EMITIDAS NA COMPETENCIA: "
                           WRK-QTD-ED
                 END-IF
                 DISPLAY "CONFIRMA O FECHAMENTO DA COMPETENCIA "
                         WRK-COMPET-DIGITADA " (S/N) "
                   ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "S"
                   PERFORM 0015-GRAVA-FECHAMENTO
                 ELSE
                   DISPLAY "FECHAMENTO CANCELADO"
                 END-IF
               END-IF
             END-IF
           END-IF.

       0011-CHECA-SUPERVISOR SECTION.

           MOVE SPACE TO WRK-PERFIL-SUPERV
           MOVE "N"   TO WRK-FIM-OPER
           OPEN INPUT OPERADORES-SENHA
           IF WRK-STATUS-OPER NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-OPER EQUAL "S"
               READ OPERADORES-SENHA
                 AT END
                   MOVE "S" TO WRK-FIM-OPER
                 NOT AT END
                   IF OPERADOR-COD-REG EQUAL WRK-OPERADOR
                     IF OPERADOR-BLOQ-REG NOT EQUAL "S"
                       MOVE OPERADOR-PERFIL-REG TO WRK-PERFIL-SUPERV
                     END-IF
                     MOVE "S" TO WRK-FIM-OPER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OPERADORES-SENHA
           END-IF.

       0012-VALIDA-COMPETENCIA SECTION.

           MOVE "N" TO WRK-COMPET-VALIDA
           EVALUATE TRUE
             WHEN WRK-COMPET-DIGITADA NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA, INFORME AAAAMM"
             WHEN DIG-MES LESS 1 OR DIG-MES GREATER 12
               DISPLAY "MES INVALIDO NA COMPETENCIA"
             WHEN WRK-COMPET-NUM GREATER WRK-COMPET-HOJE
               DISPLAY "COMPETENCIA FUTURA NAO PODE SER FECHADA"
             WHEN OTHER
               MOVE "S" TO WRK-COMPET-VALIDA
           END-EVALUATE.

       0013-PROCURA-FECHADA SECTION.

           MOVE "N" TO WRK-JA-FECHADA
           MOVE "N" TO WRK-FIM-PERIODOS
           OPEN INPUT FRETE-PERIODOS
           IF WRK-STATUS-PERIODOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PERIODOS EQUAL "S"
               READ FRETE-PERIODOS
                 AT END
                   MOVE "S" TO WRK-FIM-PERIODOS
                 NOT AT END
                   IF PERIODO-SITUACAO EQUAL "F"
                     AND PERIODO-COMPETENCIA NUMERIC
                     AND PERIODO-COMPETENCIA EQUAL WRK-COMPET-NUM
                     MOVE "S" TO WRK-JA-FECHADA
                     MOVE "S" TO WRK-FIM-PERIODOS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-PERIODOS
           END-IF.

       0014-CONTA-FATURAS SECTION.

           MOVE ZERO TO WRK-QTD-FATURAS
           MOVE "N"  TO WRK-FIM-FATHIST
           OPEN INPUT FATURAS-HISTORICO
           IF WRK-STATUS-FATHIST NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-FATHIST EQUAL "S"
               READ FATURAS-HISTORICO
                 AT END
                   MOVE "S" TO WRK-FIM-FATHIST
                 NOT AT END
                   IF FATURA-COMPETENCIA NUMERIC
                     AND FATURA-COMPETENCIA EQUAL WRK-COMPET-NUM
                     ADD 1 TO WRK-QTD-FATURAS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURAS-HISTORICO
           END-IF.

       0015-GRAVA-FECHAMENTO SECTION.

           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE SPACE          TO REG-FRETE-PERIODO
           MOVE WRK-COMPET-NUM TO PERIODO-COMPETENCIA
           MOVE "F"            TO PERIODO-SITUACAO
           MOVE WRK-DATA-HOJE  TO PERIODO-DATA-FECHA
           MOVE WRK-HORA-AGORA TO PERIODO-HORA-FECHA
           MOVE WRK-OPERADOR   TO PERIODO-OPERADOR

           OPEN EXTEND FRETE-PERIODOS
           IF WRK-STATUS-PERIODOS EQUAL "35"
             OPEN OUTPUT FRETE-PERIODOS
           END-IF
           WRITE REG-FRETE-PERIODO
           CLOSE FRETE-PERIODOS

           DISPLAY "COMPETENCIA " WRK-COMPET-DIGITADA " FECHADA".

       0020-LISTA-FECHADAS SECTION.

           MOVE ZERO TO WRK-QTD-FATURAS
           MOVE "N"  TO WRK-FIM-PERIODOS
           OPEN INPUT FRETE-PERIODOS
           IF WRK-STATUS-PERIODOS EQUAL "35"
             DISPLAY "NENHUMA COMPETENCIA FECHADA"
           ELSE
             DISPLAY "COMPET. FECHADA EM  HORA     OPERADOR"
             PERFORM UNTIL WRK-FIM-PERIODOS EQUAL "S"
               READ FRETE-PERIODOS
                 AT END
                   MOVE "S" TO WRK-FIM-PERIODOS
                 NOT AT END
                   IF PERIODO-SITUACAO EQUAL "F"
                     ADD 1 TO WRK-QTD-FATURAS
                     DISPLAY PERIODO-COMPETENCIA "  "
                             PERIODO-DATA-FECHA "  "
                             PERIODO-HORA-FECHA(1:6) "   "
                             PERIODO-OPERADOR
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-PERIODOS
             MOVE WRK-QTD-FATURAS TO WRK-QTD-ED
             DISPLAY "COMPETENCIAS FECHADAS: " WRK-QTD-ED
           END-IF.

       0030-RELATORIO-POSTERGADOS SECTION.

           DISPLAY "COMPETENCIA DE LANCAMENTO (AAAAMM, 000000 = TODAS) "
             ACCEPT WRK-COMPET-DIGITADA
           IF WRK-COMPET-DIGITADA NOT NUMERIC
             DISPLAY "COMPETENCIA INVALIDA, INFORME AAAAMM"
           ELSE
             MOVE WRK-COMPET-NUM TO WRK-COMPET-FILTRO
             MOVE ZERO TO WRK-QTD-POSTERGADOS
             MOVE ZERO TO WRK-TOTAL-POSTERGADO
             MOVE "N"  TO WRK-FIM-AUDITORIA

             OPEN OUTPUT POSTERGADOS-REL
             MOVE SPACE TO WRK-LINHA-REL
             STRING "LANCAMENTOS POSTERGADOS DE COMPETENCIA FECHADA - "
                      DELIMITED BY SIZE
                    "EMITIDO EM " DELIMITED BY SIZE
                    WRK-DATA-HOJE DELIMITED BY SIZE
                    " - COMPETENCIA " DELIMITED BY SIZE
                    WRK-COMPET-DIGITADA DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-POSTERGADOS-REL
             WRITE REG-POSTERGADOS-REL
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DATA     SEQUENCIA T CLIENTE FILIAL "
                      DELIMITED BY SIZE
                    "          FRETE ORIGEM LANCADA PRODUTO"
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-POSTERGADOS-REL
             WRITE REG-POSTERGADOS-REL

             OPEN INPUT FRETE-AUDITORIA
             IF WRK-STATUS-AUDITORIA EQUAL "35"
               MOVE "S" TO WRK-FIM-AUDITORIA
             END-IF
             PERFORM UNTIL WRK-FIM-AUDITORIA EQUAL "S"
               READ FRETE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-AUDITORIA
                 NOT AT END
                   PERFORM 0031-TRATA-AUDITORIA
               END-READ
             END-PERFORM
             IF WRK-STATUS-AUDITORIA NOT EQUAL "35"
               CLOSE FRETE-AUDITORIA
             END-IF

             MOVE WRK-QTD-POSTERGADOS  TO WRK-QTD-POST-ED
             MOVE WRK-TOTAL-POSTERGADO TO WRK-TOTAL-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "TOTAL POSTERGADO: " DELIMITED BY SIZE
                    WRK-QTD-POST-ED DELIMITED BY SIZE
                    " LANCAMENTOS, FRETE " DELIMITED BY SIZE
                    WRK-TOTAL-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-POSTERGADOS-REL
             WRITE REG-POSTERGADOS-REL
             CLOSE POSTERGADOS-REL
             PERFORM 0032-REGISTRA-RELATORIO

             DISPLAY "LANCAMENTOS POSTERGADOS: " WRK-QTD-POST-ED
             DISPLAY "RELATORIO GRAVADO EM POSTERGADOS-REL"
           END-IF.

       0031-TRATA-AUDITORIA SECTION.

      *    REGISTRO ANTIGO (CURTO) NAO TEM AS COMPETENCIAS E NUNCA FOI
      *    POSTERGADO.
           IF AUDIT-COMPET-ORIGEM NUMERIC
             AND AUDIT-COMPET-ORIGEM GREATER ZERO
             IF AUDIT-COMPETENCIA NUMERIC
               AND AUDIT-COMPETENCIA GREATER ZERO
               MOVE AUDIT-COMPETENCIA TO WRK-COMPET-LANCADA
             ELSE
               COMPUTE WRK-COMPET-LANCADA = AUDIT-DATA / 100
             END-IF
             IF WRK-COMPET-FILTRO EQUAL ZERO
               OR WRK-COMPET-FILTRO EQUAL WRK-COMPET-LANCADA
               ADD 1 TO WRK-QTD-POSTERGADOS
               IF AUDIT-FRETE NUMERIC
                 ADD AUDIT-FRETE TO WRK-TOTAL-POSTERGADO
                 MOVE AUDIT-FRETE TO WRK-VALOR-ED
               ELSE
                 MOVE ZERO TO WRK-VALOR-ED
               END-IF
               MOVE SPACE TO WRK-LINHA-REL
               STRING AUDIT-DATA         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      AUDIT-SEQ          DELIMITED BY SIZE
                      "   "              DELIMITED BY SIZE
                      AUDIT-TIPO         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      AUDIT-CLIENTE      DELIMITED BY SIZE
                      "   "              DELIMITED BY SIZE
                      AUDIT-FILIAL       DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WRK-VALOR-ED       DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      AUDIT-COMPET-ORIGEM DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WRK-COMPET-LANCADA DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      AUDIT-PRODUTO      DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-POSTERGADOS-REL
               WRITE REG-POSTERGADOS-REL
             END-IF
           END-IF.

       0032-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "FECHA-PERIOD"    TO RPED-JOB
           MOVE "POSTERGADOS-REL" TO RPED-RELATORIO
      *    SEM FILTRO (TODAS), VALE A COMPETENCIA CORRENTE.
           IF WRK-COMPET-FILTRO GREATER ZERO
             MOVE WRK-COMPET-FILTRO TO RPED-COMPETENCIA
           ELSE
             MOVE WRK-COMPET-HOJE TO RPED-COMPETENCIA
           END-IF
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM FECHA-PERIODO-FRETE.
