       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGACAO-FUNCOES.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONFLITO DE FUNCOES (SEGREGACAO). O PERFIS-ACESSO
      *==            DIZ QUEM PODE USAR CADA OPCAO, MAS NADA CONFERIA O
      *==            QUE CADA UM FEZ DE FATO. ESTE JOB SEMANAL LE AS
      *==            TRILHAS E TRANSFORMA CADA ACAO EM UM EVENTO
      *==            (ACAO, OPERADOR, DATA/HORA E O OBJETO AFETADO):
      *==            - SESSOES-LOG: MENU-NN, OBJETO = O DIA;
      *==            - ESTORNOS-PENDENTES: APROVA-EST, OBJETO = FRETE
      *==              ESTORNADO (DATA E SEQUENCIA ORIGINAIS);
      *==            - DUPLICATAS-PENDENTES: LIBERA-DUP, OBJETO =
      *==              FILIAL, CLIENTE E PRODUTO DA TRANSACAO;
      *==            - REJEITOS-PENDENTES: CORRIG-REJ (MESMO OBJETO DA
      *==              DUPLICATA) E, SE O REJEITO ERA ESTORNO,
      *==              CORRIG-EST (MESMO OBJETO DO ESTORNO);
      *==            - EMPLOYEE-AUDITORIA: E-<ACAO>, OBJETO = CODIGO DO
      *==              EMPREGADO;
      *==            - FRETE-REF-LOG: REF-ALTERA (QUEM DIGITOU) E
      *==              REF-APROVA (QUEM APROVOU), OBJETO = A ALTERACAO;
      *==            - OPERADORES-EMPREGADOS: SOU-EMPREG, OBJETO = O
      *==              CODIGO DE EMPREGADO DO PROPRIO OPERADOR.
      *==            DOIS EVENTOS DO MESMO OPERADOR NO MESMO OBJETO QUE
      *==            FORMAM UM PAR DA TABELA SEGREGACAO-CONFLITOS (SEM
      *==            O ARQUIVO, VALEM OS PARES PADRAO DE
      *==            0002-CONFLITOS-PADRAO) SAO UMA VIOLACAO, LISTADA
      *==            EM SEGREGACAO-RELATORIO COM OS DOIS LADOS
      *==            (OPERADOR, DATA E HORA) E GRAVADA EM ALERTAS.
      *== DATA: 15/10/2026
      *== OBS: AS TRILHAS SAO LIDAS DOS ULTIMOS 30 DIAS E SO ENTRA NO
      *==      RELATORIO A VIOLACAO COM ALGUM LADO NOS ULTIMOS 7 DIAS,
      *==      PARA NAO REPETIR A MESMA TODA SEMANA. RETURN-CODE 4
      *==      QUANDO HA VIOLACAO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO SEGREGACAO-RELATORIO REGISTRADA NO
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
           SELECT SEGREGACAO-CONFLITOS ASSIGN TO "SEGREGACAO-CONFLITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONFLITOS.
           SELECT OPERADORES-EMPREGADOS
               ASSIGN TO "OPERADORES-EMPREGADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPEMP.
           SELECT SESSOES-LOG ASSIGN TO "SESSOES-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSOES.
           SELECT ESTORNOS-PENDENTES ASSIGN TO "ESTORNOS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTORNOS.
           SELECT DUPLICATAS-PENDENTES
               ASSIGN TO "DUPLICATAS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT REJEITOS-PENDENTES ASSIGN TO "REJEITOS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJEITOS.
           SELECT EMPLOYEE-AUDITORIA ASSIGN TO "EMPLOYEE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMP.
           SELECT FRETE-REF-LOG ASSIGN TO "FRETE-REF-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REF.
           SELECT SEGREGACAO-RELATORIO
               ASSIGN TO "SEGREGACAO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGREGACAO-CONFLITOS.
       01  REG-SEGREGACAO-CONFLITO.
           05 CONF-ACAO-1-REG      PIC X(10).
           05 CONF-ACAO-2-REG      PIC X(10).
           05 CONF-DESCRICAO-REG   PIC X(40).

       FD  OPERADORES-EMPREGADOS.
       01  REG-OPERADOR-EMPREGADO.
           05 OPEMP-OPERADOR-REG   PIC X(10).
           05 OPEMP-CODIGO-REG     PIC 9(04).

       FD  SESSOES-LOG.
       01  REG-SESSAO-LOG.
           05 SESLOG-DATA          PIC 9(08).
           05 SESLOG-HORA          PIC 9(08).
           05 SESLOG-OPERADOR      PIC X(10).
           05 SESLOG-OPCAO         PIC 9(02).

       FD  ESTORNOS-PENDENTES.
       01  REG-ESTORNO-PENDENTE.
           COPY ESTORNO-PEND.

       FD  DUPLICATAS-PENDENTES.
       01  REG-DUPLICATA-PENDENTE.
           COPY DUPLICATA-PEND.

       FD  REJEITOS-PENDENTES.
       01  REG-REJEITO-PENDENTE.
           COPY REJEITO-PEND.

       FD  EMPLOYEE-AUDITORIA.
       01  REG-EMPLOYEE-AUDITORIA.
           COPY EMP-AUDIT.

       FD  FRETE-REF-LOG.
       01  REG-FRETE-REF-LOG.
           05 LOG-DATA             PIC 9(08).
           05 LOG-HORA             PIC 9(08).
           05 LOG-OPERADOR         PIC X(10).
           05 LOG-ARQUIVO          PIC X(14).
           05 LOG-ACAO             PIC X(08).
           05 LOG-ANTES            PIC X(40).
           05 LOG-DEPOIS           PIC X(40).
           05 LOG-APROVADOR        PIC X(10).

       FD  SEGREGACAO-RELATORIO.
       01  REG-SEGREGACAO-REL      PIC X(132).

       FD  ALERTAS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB           PIC 9(04)        VALUE ZERO.
       77  WRK-STATUS-CONFLITOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-OPEMP PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SESSOES PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ESTORNOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-DUPLICATAS PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-REJEITOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-EMP   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-REF   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== JANELAS ====================================
       77  WRK-DIAS-VOLTA   PIC 9(02)            VALUE ZERO.
       77  WRK-DATA-HISTORICO PIC 9(08)          VALUE ZERO.
       77  WRK-DATA-SEMANA  PIC 9(08)            VALUE ZERO.
       77  WRK-IDX-DIA      PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORTE-GRP.
           05 CORTE-ANO     PIC 9(04)            VALUE ZERO.
           05 CORTE-MES     PIC 9(02)            VALUE ZERO.
           05 CORTE-DIA     PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORTE REDEFINES WRK-DATA-CORTE-GRP
                            PIC 9(08).
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
      *====================== PARES EM CONFLITO ==========================
       77  WRK-QTD-CONFLITOS PIC 9(02)           VALUE ZERO.
       77  WRK-IDX-CONFLITO PIC 9(02)            VALUE ZERO.
       01  TAB-CONFLITOS.
           05 CONFLITO-ITEM OCCURS 50 TIMES.
              10 CNF-ACAO-1      PIC X(10).
              10 CNF-ACAO-2      PIC X(10).
              10 CNF-DESCRICAO   PIC X(40).
      *====================== EVENTOS ====================================
       77  WRK-QTD-EVENTOS  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-EVENTO   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-OUTRO    PIC 9(04)            VALUE ZERO.
       77  WRK-EVENTOS-TRUNC PIC X(01)           VALUE "N".
       77  WRK-REPETIDO     PIC X(01)            VALUE "N".
       01  TAB-EVENTOS.
           05 EVENTO-ITEM OCCURS 5000 TIMES.
              10 EVT-ACAO        PIC X(10).
              10 EVT-OPERADOR    PIC X(10).
              10 EVT-DATA        PIC 9(08).
              10 EVT-HORA        PIC 9(08).
              10 EVT-CHAVE       PIC X(40).
       01  WRK-EVENTO.
           05 NOVO-ACAO          PIC X(10).
           05 NOVO-OPERADOR      PIC X(10).
           05 NOVO-DATA          PIC 9(08).
           05 NOVO-HORA          PIC 9(08).
           05 NOVO-CHAVE         PIC X(40).
      *    OBJETOS: FRETE ESTORNADO, TRANSACAO E ALTERACAO DE
      *    REFERENCIA.
       01  WRK-CHAVE-ESTORNO.
           05 CHE-DATA-ORIGINAL  PIC 9(08).
           05 CHE-SEQ-ORIGINAL   PIC 9(07).
       01  WRK-CHAVE-TRANSACAO.
           05 CHT-FILIAL         PIC X(05).
           05 CHT-CLIENTE        PIC 9(05).
           05 CHT-PRODUTO        PIC X(30).
       01  WRK-CHAVE-REFERENCIA.
           05 CHR-ARQUIVO        PIC X(14).
           05 CHR-DATA           PIC 9(08).
           05 CHR-HORA           PIC 9(08).
       01  WRK-ACAO-MENU.
           05 FILLER             PIC X(05)       VALUE "MENU-".
           05 MENU-OPCAO         PIC 9(02)       VALUE ZERO.
       01  WRK-ACAO-EMPREGADO.
           05 FILLER             PIC X(02)       VALUE "E-".
           05 EMPREG-ACAO        PIC X(08)       VALUE SPACE.
      *====================== VIOLACOES ==================================
       77  WRK-QTD-VIOLACOES PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE 30 TO WRK-DIAS-VOLTA
           PERFORM 0006-CALCULA-CORTE
           MOVE WRK-DATA-CORTE TO WRK-DATA-HISTORICO
           MOVE 7 TO WRK-DIAS-VOLTA
           PERFORM 0006-CALCULA-CORTE
           MOVE WRK-DATA-CORTE TO WRK-DATA-SEMANA

           PERFORM 0001-CARREGA-CONFLITOS
           IF WRK-QTD-CONFLITOS EQUAL ZERO
             PERFORM 0002-CONFLITOS-PADRAO
           END-IF

           PERFORM 0010-LE-SESSOES
           PERFORM 0011-LE-ESTORNOS
           PERFORM 0012-LE-DUPLICATAS
           PERFORM 0013-LE-REJEITOS
           PERFORM 0014-LE-EMPREGADOS
           PERFORM 0015-LE-REFERENCIAS
           PERFORM 0016-LE-OPERADORES-EMPREGADOS

           OPEN OUTPUT SEGREGACAO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONFLITO DE FUNCOES - VIOLACOES DESDE "
                    DELIMITED BY SIZE
                  WRK-DATA-SEMANA DELIMITED BY SIZE
                  " (TRILHAS DESDE " DELIMITED BY SIZE
                  WRK-DATA-HISTORICO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           IF WRK-EVENTOS-TRUNC EQUAL "S"
             MOVE "TAB-EVENTOS CHEIA: EVENTOS FORA DA CONFERENCIA"
               TO WRK-LINHA-REL
             PERFORM 0005-GRAVA-LINHA
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0005-GRAVA-LINHA

           PERFORM 0030-PROCURA-VIOLACOES

           MOVE WRK-QTD-VIOLACOES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "VIOLACOES ENCONTRADAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE "SUPERVISOR: _______________________  DATA: __/__/"
             TO WRK-LINHA-REL
           PERFORM 0005-GRAVA-LINHA
           CLOSE SEGREGACAO-RELATORIO
           PERFORM 0033-REGISTRA-RELATORIO

           IF WRK-QTD-VIOLACOES GREATER ZERO
             OR WRK-EVENTOS-TRUNC EQUAL "S"
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-CONFLITOS SECTION.

           OPEN INPUT SEGREGACAO-CONFLITOS
           IF WRK-STATUS-CONFLITOS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ SEGREGACAO-CONFLITOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   EVALUATE TRUE
                     WHEN CONF-ACAO-1-REG EQUAL SPACE
                       OR CONF-ACAO-2-REG EQUAL SPACE
                       DISPLAY "PAR DE CONFLITO INCOMPLETO IGNORADO: "
                               REG-SEGREGACAO-CONFLITO
                     WHEN WRK-QTD-CONFLITOS NOT LESS 50
                       DISPLAY "TAB-CONFLITOS CHEIA, PARES RESTANTES "
                               "IGNORADOS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     WHEN OTHER
                       ADD 1 TO WRK-QTD-CONFLITOS
                       MOVE CONF-ACAO-1-REG
                         TO CNF-ACAO-1(WRK-QTD-CONFLITOS)
                       MOVE CONF-ACAO-2-REG
                         TO CNF-ACAO-2(WRK-QTD-CONFLITOS)
                       MOVE CONF-DESCRICAO-REG
                         TO CNF-DESCRICAO(WRK-QTD-CONFLITOS)
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE SEGREGACAO-CONFLITOS
           END-IF.

       0002-CONFLITOS-PADRAO SECTION.

           MOVE "CORRIG-EST" TO CNF-ACAO-1(1)
           MOVE "APROVA-EST"  TO CNF-ACAO-2(1)
           MOVE "CORRIGIU E APROVOU O MESMO ESTORNO"
             TO CNF-DESCRICAO(1)
           MOVE "CORRIG-REJ" TO CNF-ACAO-1(2)
           MOVE "LIBERA-DUP"  TO CNF-ACAO-2(2)
           MOVE "CORRIGIU E LIBEROU A PROPRIA DUPLICATA"
             TO CNF-DESCRICAO(2)
           MOVE "REF-ALTERA"  TO CNF-ACAO-1(3)
           MOVE "REF-APROVA"  TO CNF-ACAO-2(3)
           MOVE "ALTEROU E APROVOU A MESMA REFERENCIA"
             TO CNF-DESCRICAO(3)
           MOVE "SOU-EMPREG"  TO CNF-ACAO-1(4)
           MOVE "E-ALTERAR"   TO CNF-ACAO-2(4)
           MOVE "ALTEROU O PROPRIO REGISTRO DE EMPREGADO"
             TO CNF-DESCRICAO(4)
           MOVE "SOU-EMPREG"  TO CNF-ACAO-1(5)
           MOVE "E-AJUSTAR"   TO CNF-ACAO-2(5)
           MOVE "AJUSTOU O PROPRIO SALARIO"
             TO CNF-DESCRICAO(5)
           MOVE "SOU-EMPREG"  TO CNF-ACAO-1(6)
           MOVE "E-DESLIGAR"  TO CNF-ACAO-2(6)
           MOVE "DESLIGOU O PROPRIO REGISTRO DE EMPREGADO"
             TO CNF-DESCRICAO(6)
           MOVE "MENU-01"     TO CNF-ACAO-1(7)
           MOVE "MENU-23"     TO CNF-ACAO-2(7)
           MOVE "LANCOU FRETE E APROVOU ESTORNO NO DIA"
             TO CNF-DESCRICAO(7)
           MOVE "MENU-25"     TO CNF-ACAO-1(8)
           MOVE "MENU-24"     TO CNF-ACAO-2(8)
           MOVE "CORRIGIU REJEITOS E TRATOU DUPLICATAS"
             TO CNF-DESCRICAO(8)
           MOVE 8 TO WRK-QTD-CONFLITOS.

       0005-GRAVA-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-SEGREGACAO-REL
           WRITE REG-SEGREGACAO-REL.

       0006-CALCULA-CORTE SECTION.

           MOVE WRK-DATA-SISTEMA TO WRK-DATA-CORTE
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA GREATER WRK-DIAS-VOLTA
             IF CORTE-DIA GREATER 1
               SUBTRACT 1 FROM CORTE-DIA
             ELSE
               IF CORTE-MES GREATER 1
                 SUBTRACT 1 FROM CORTE-MES
               ELSE
                 MOVE 12 TO CORTE-MES
                 SUBTRACT 1 FROM CORTE-ANO
               END-IF
               PERFORM 0007-DIAS-NO-MES-CORTE
               MOVE WRK-DIAS-NO-MES TO CORTE-DIA
             END-IF
           END-PERFORM.

       0007-DIAS-NO-MES-CORTE SECTION.

           MOVE DIAS-MES(CORTE-MES) TO WRK-DIAS-NO-MES
           MOVE "N" TO WRK-BISSEXTO
           IF CORTE-MES EQUAL 2
             DIVIDE CORTE-ANO BY 4   GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-4
             DIVIDE CORTE-ANO BY 100 GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-100
             DIVIDE CORTE-ANO BY 400 GIVING WRK-DIV-TMP
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

       0010-LE-SESSOES SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SESSOES-LOG
           IF WRK-STATUS-SESSOES EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ SESSOES-LOG
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF SESLOG-DATA NUMERIC
                   AND SESLOG-DATA NOT LESS WRK-DATA-HISTORICO
                   AND SESLOG-OPCAO NUMERIC
                   MOVE SESLOG-OPCAO    TO MENU-OPCAO
                   MOVE WRK-ACAO-MENU   TO NOVO-ACAO
                   MOVE SESLOG-OPERADOR TO NOVO-OPERADOR
                   MOVE SESLOG-DATA     TO NOVO-DATA
                   MOVE SESLOG-HORA     TO NOVO-HORA
                   MOVE SESLOG-DATA     TO NOVO-CHAVE
                   PERFORM 0020-GUARDA-EVENTO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-SESSOES NOT EQUAL "35"
             CLOSE SESSOES-LOG
           END-IF.

       0011-LE-ESTORNOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT ESTORNOS-PENDENTES
           IF WRK-STATUS-ESTORNOS EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ ESTORNOS-PENDENTES
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF EPEND-SITUACAO EQUAL "A"
                   AND EPEND-DECISAO-DATA NUMERIC
                   AND EPEND-DECISAO-DATA NOT LESS WRK-DATA-HISTORICO
                   MOVE EPEND-DATA-ORIGINAL TO CHE-DATA-ORIGINAL
                   MOVE EPEND-SEQ-ORIGINAL  TO CHE-SEQ-ORIGINAL
                   MOVE "APROVA-EST"        TO NOVO-ACAO
                   MOVE EPEND-OPERADOR      TO NOVO-OPERADOR
                   MOVE EPEND-DECISAO-DATA  TO NOVO-DATA
                   MOVE ZERO                TO NOVO-HORA
                   MOVE WRK-CHAVE-ESTORNO   TO NOVO-CHAVE
                   PERFORM 0020-GUARDA-EVENTO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-ESTORNOS NOT EQUAL "35"
             CLOSE ESTORNOS-PENDENTES
           END-IF.

       0012-LE-DUPLICATAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT DUPLICATAS-PENDENTES
           IF WRK-STATUS-DUPLICATAS EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ DUPLICATAS-PENDENTES
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF DPEND-SITUACAO EQUAL "L"
                   AND DPEND-DECISAO-DATA NUMERIC
                   AND DPEND-DECISAO-DATA NOT LESS WRK-DATA-HISTORICO
                   MOVE DPEND-FILIAL        TO CHT-FILIAL
                   MOVE DPEND-CLIENTE       TO CHT-CLIENTE
                   MOVE DPEND-PRODUTO       TO CHT-PRODUTO
                   MOVE "LIBERA-DUP"        TO NOVO-ACAO
                   MOVE DPEND-OPERADOR      TO NOVO-OPERADOR
                   MOVE DPEND-DECISAO-DATA  TO NOVO-DATA
                   MOVE ZERO                TO NOVO-HORA
                   MOVE WRK-CHAVE-TRANSACAO TO NOVO-CHAVE
                   PERFORM 0020-GUARDA-EVENTO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-DUPLICATAS NOT EQUAL "35"
             CLOSE DUPLICATAS-PENDENTES
           END-IF.

       0013-LE-REJEITOS SECTION.

      *    O REJEITO REAPRESENTADO ("R") E A TRANSACAO DIGITADA DE NOVO
      *    PELO OPERADOR: CONTA COMO AUTORIA DA TRANSACAO E, SE ERA UM
      *    ESTORNO, DO ESTORNO DO FRETE ORIGINAL.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT REJEITOS-PENDENTES
           IF WRK-STATUS-REJEITOS EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ REJEITOS-PENDENTES
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF RPEND-SITUACAO EQUAL "R"
                   AND RPEND-DECISAO-DATA NUMERIC
                   AND RPEND-DECISAO-DATA NOT LESS WRK-DATA-HISTORICO
                   MOVE RPEND-FILIAL        TO CHT-FILIAL
                   MOVE RPEND-CLIENTE       TO CHT-CLIENTE
                   MOVE RPEND-PRODUTO       TO CHT-PRODUTO
                   MOVE "CORRIG-REJ"       TO NOVO-ACAO
                   MOVE RPEND-OPERADOR      TO NOVO-OPERADOR
                   MOVE RPEND-DECISAO-DATA  TO NOVO-DATA
                   MOVE ZERO                TO NOVO-HORA
                   MOVE WRK-CHAVE-TRANSACAO TO NOVO-CHAVE
                   PERFORM 0020-GUARDA-EVENTO
                   IF RPEND-TIPO EQUAL "E"
                     MOVE RPEND-DATA-ORIGINAL TO CHE-DATA-ORIGINAL
                     MOVE RPEND-SEQ-ORIGINAL  TO CHE-SEQ-ORIGINAL
                     MOVE "CORRIG-EST"       TO NOVO-ACAO
                     MOVE WRK-CHAVE-ESTORNO   TO NOVO-CHAVE
                     PERFORM 0020-GUARDA-EVENTO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-REJEITOS NOT EQUAL "35"
             CLOSE REJEITOS-PENDENTES
           END-IF.

       0014-LE-EMPREGADOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT EMPLOYEE-AUDITORIA
           IF WRK-STATUS-EMP EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ EMPLOYEE-AUDITORIA
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF EAUD-DATA NUMERIC
                   AND EAUD-DATA NOT LESS WRK-DATA-HISTORICO
                   MOVE EAUD-ACAO          TO EMPREG-ACAO
                   MOVE WRK-ACAO-EMPREGADO TO NOVO-ACAO
                   MOVE EAUD-OPERADOR      TO NOVO-OPERADOR
                   MOVE EAUD-DATA          TO NOVO-DATA
                   MOVE EAUD-HORA          TO NOVO-HORA
                   MOVE SPACE              TO NOVO-CHAVE
                   IF EAUD-DEPOIS(1:4) NUMERIC
                     MOVE EAUD-DEPOIS(1:4) TO NOVO-CHAVE
                   ELSE
                     MOVE EAUD-ANTES(1:4)  TO NOVO-CHAVE
                   END-IF
                   PERFORM 0020-GUARDA-EVENTO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-EMP NOT EQUAL "35"
             CLOSE EMPLOYEE-AUDITORIA
           END-IF.

       0015-LE-REFERENCIAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-REF-LOG
           IF WRK-STATUS-REF EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ FRETE-REF-LOG
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF LOG-DATA NUMERIC
                   AND LOG-DATA NOT LESS WRK-DATA-HISTORICO
                   MOVE LOG-ARQUIVO          TO CHR-ARQUIVO
                   MOVE LOG-DATA             TO CHR-DATA
                   MOVE LOG-HORA             TO CHR-HORA
                   MOVE "REF-ALTERA"         TO NOVO-ACAO
                   MOVE LOG-OPERADOR         TO NOVO-OPERADOR
                   MOVE LOG-DATA             TO NOVO-DATA
                   MOVE LOG-HORA             TO NOVO-HORA
                   MOVE WRK-CHAVE-REFERENCIA TO NOVO-CHAVE
                   PERFORM 0020-GUARDA-EVENTO
                   IF LOG-APROVADOR NOT EQUAL SPACE
                     MOVE "REF-APROVA"       TO NOVO-ACAO
                     MOVE LOG-APROVADOR      TO NOVO-OPERADOR
                     PERFORM 0020-GUARDA-EVENTO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-REF NOT EQUAL "35"
             CLOSE FRETE-REF-LOG
           END-IF.

       0016-LE-OPERADORES-EMPREGADOS SECTION.

      *    QUEM E EMPREGADO: O OPERADOR E O PROPRIO CODIGO NO
      *    EMPLOYEE-MASTER. SEM O ARQUIVO, NAO HA COMO VER ALTERACAO NO
      *    PROPRIO REGISTRO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT OPERADORES-EMPREGADOS
           IF WRK-STATUS-OPEMP EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ OPERADORES-EMPREGADOS
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF OPEMP-CODIGO-REG NUMERIC
                   AND OPEMP-OPERADOR-REG NOT EQUAL SPACE
                   MOVE "SOU-EMPREG"       TO NOVO-ACAO
                   MOVE OPEMP-OPERADOR-REG TO NOVO-OPERADOR
                   MOVE ZERO               TO NOVO-DATA
                   MOVE ZERO               TO NOVO-HORA
                   MOVE OPEMP-CODIGO-REG   TO NOVO-CHAVE
                   PERFORM 0020-GUARDA-EVENTO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-OPEMP NOT EQUAL "35"
             CLOSE OPERADORES-EMPREGADOS
           END-IF.

       0020-GUARDA-EVENTO SECTION.

      *    A MESMA ACAO DO MESMO OPERADOR NO MESMO OBJETO ENTRA UMA VEZ
      *    SO (VARIAS ENTRADAS NA MESMA OPCAO DO MENU NO DIA, POR
      *    EXEMPLO), COM O PRIMEIRO HORARIO.
           IF NOVO-OPERADOR NOT EQUAL SPACE
             MOVE "N" TO WRK-REPETIDO
             PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                       UNTIL WRK-IDX-OUTRO > WRK-QTD-EVENTOS
               IF EVT-ACAO(WRK-IDX-OUTRO) EQUAL NOVO-ACAO
                 AND EVT-OPERADOR(WRK-IDX-OUTRO) EQUAL NOVO-OPERADOR
                 AND EVT-CHAVE(WRK-IDX-OUTRO) EQUAL NOVO-CHAVE
                 MOVE "S" TO WRK-REPETIDO
                 MOVE WRK-QTD-EVENTOS TO WRK-IDX-OUTRO
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN WRK-REPETIDO EQUAL "S"
                 CONTINUE
               WHEN WRK-QTD-EVENTOS NOT LESS 5000
                 IF WRK-EVENTOS-TRUNC NOT EQUAL "S"
                   DISPLAY "TAB-EVENTOS CHEIA, EVENTOS RESTANTES "
                           "FORA DA CONFERENCIA"
                   MOVE "S" TO WRK-EVENTOS-TRUNC
                 END-IF
               WHEN OTHER
                 ADD 1 TO WRK-QTD-EVENTOS
                 MOVE WRK-EVENTO TO EVENTO-ITEM(WRK-QTD-EVENTOS)
             END-EVALUATE
           END-IF.

       0030-PROCURA-VIOLACOES SECTION.

           PERFORM VARYING WRK-IDX-CONFLITO FROM 1 BY 1
                     UNTIL WRK-IDX-CONFLITO > WRK-QTD-CONFLITOS
             PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                       UNTIL WRK-IDX-EVENTO > WRK-QTD-EVENTOS
               IF EVT-ACAO(WRK-IDX-EVENTO)
                    EQUAL CNF-ACAO-1(WRK-IDX-CONFLITO)
                 PERFORM 0031-COMPARA-EVENTO
               END-IF
             END-PERFORM
           END-PERFORM

           IF WRK-QTD-VIOLACOES EQUAL ZERO
             MOVE "NENHUMA VIOLACAO DE SEGREGACAO NO PERIODO"
               TO WRK-LINHA-REL
             PERFORM 0005-GRAVA-LINHA
             MOVE SPACE TO WRK-LINHA-REL
             PERFORM 0005-GRAVA-LINHA
           END-IF.

       0031-COMPARA-EVENTO SECTION.

           PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                     UNTIL WRK-IDX-OUTRO > WRK-QTD-EVENTOS
             IF EVT-ACAO(WRK-IDX-OUTRO)
                  EQUAL CNF-ACAO-2(WRK-IDX-CONFLITO)
               AND EVT-OPERADOR(WRK-IDX-OUTRO)
                  EQUAL EVT-OPERADOR(WRK-IDX-EVENTO)
               AND EVT-CHAVE(WRK-IDX-OUTRO)
                  EQUAL EVT-CHAVE(WRK-IDX-EVENTO)
               AND WRK-IDX-OUTRO NOT EQUAL WRK-IDX-EVENTO
               AND (EVT-DATA(WRK-IDX-EVENTO)
                      NOT LESS WRK-DATA-SEMANA
                 OR EVT-DATA(WRK-IDX-OUTRO)
                      NOT LESS WRK-DATA-SEMANA)
               PERFORM 0032-REGISTRA-VIOLACAO
             END-IF
           END-PERFORM.

       0032-REGISTRA-VIOLACAO SECTION.

           ADD 1 TO WRK-QTD-VIOLACOES

           MOVE SPACE TO WRK-LINHA-REL
           STRING "VIOLACAO: " DELIMITED BY SIZE
                  CNF-DESCRICAO(WRK-IDX-CONFLITO) DELIMITED BY "  "
                  " - OBJETO " DELIMITED BY SIZE
                  EVT-CHAVE(WRK-IDX-EVENTO) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  EVT-ACAO(WRK-IDX-EVENTO) DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  EVT-OPERADOR(WRK-IDX-EVENTO) DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  EVT-DATA(WRK-IDX-EVENTO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVT-HORA(WRK-IDX-EVENTO) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  EVT-ACAO(WRK-IDX-OUTRO) DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  EVT-OPERADOR(WRK-IDX-OUTRO) DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  EVT-DATA(WRK-IDX-OUTRO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVT-HORA(WRK-IDX-OUTRO) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0005-GRAVA-LINHA

           MOVE "SEGREGACAO"     TO ALR-JOB
           MOVE WRK-DATA-SISTEMA TO ALR-DATA
           MOVE WRK-HORA-SISTEMA TO ALR-HORA
           MOVE "A"              TO ALR-SEVERIDADE
           MOVE SPACE            TO ALR-MENSAGEM
           STRING EVT-OPERADOR(WRK-IDX-EVENTO) DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  CNF-DESCRICAO(WRK-IDX-CONFLITO) DELIMITED BY "  "
             INTO ALR-MENSAGEM
           END-STRING

           OPEN EXTEND ALERTAS
           IF WRK-STATUS-ALERTAS EQUAL "35"
             OPEN OUTPUT ALERTAS
           END-IF
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0033-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "SEGREGA-FUNC"         TO RPED-JOB
           MOVE "SEGREGACAO-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM SEGREGACAO-FUNCOES.
