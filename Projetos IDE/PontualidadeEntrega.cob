      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: RELATORIO MENSAL DE PONTUALIDADE DE ENTREGA POR
      *==            TRANSPORTADORA E ZONA. O LOTE PROMETE UMA DATA DE
      *==            ENTREGA EM CADA COTACAO (HEMB-DATA-ENTREGA NO
      *==            EMBARQUE-HISTORICO) E NINGUEM CONFERIA; ESTE JOB
      *==            CRUZA AS DATAS REAIS DO ARQUIVO DE CONFIRMACAO DAS
      *==            TRANSPORTADORAS (ENTREGAS-CONFIRMADAS: CODIGO DA
      *==            TRANSPORTADORA, DATA DE PROCESSAMENTO + SEQUENCIA
      *==            DO EMBARQUE E DATA REAL DA ENTREGA) COM A DATA
      *==            PROMETIDA E TOTALIZA, POR TRANSPORTADORA E ZONA,
      *==            ENTREGAS NO PRAZO, ATRASADAS E A MEDIA DE DIAS DE
      *==            ATRASO CONTRA A PROMESSA, EM
      *==            PONTUALIDADE-REL. A COMPETENCIA FILTRA PELA
      *==            DATA DE PROCESSAMENTO DO EMBARQUE (HEMB-DATA); EM
      *==            BRANCO OU INVALIDA ASSUME O MES DA DATA DO
      *==            SISTEMA. CONFIRMACAO SEM EMBARQUE NO HISTORICO E
      *==            LISTADA NO FINAL.
      *== DATA: 02/09/2026
      *== OBS:
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  CADA CONFIRMACAO E LIDA DIRETO NO
      *==                 EMBARQUE-HISTORICO PELA CHAVE, NO LUGAR DA
      *==                 TABELA DE CONFIRMACOES CASADA COM FRETE-SAIDA.
      *== 15/10/2026 FA  O RELATORIO PASSA DE PONTUALIDADE-RELATORIO
      *==                 PARA PONTUALIDADE-REL (O REPOSITORIO DE
      *==                 RELATORIOS GUARDA NOMES DE ATE 20 POSICOES) E
      *==                 A EMISSAO E REGISTRADA NO REPOSITORIO
      *==                 (REGISTRA-RELATORIO) PARA PESQUISA E
      *==                 REIMPRESSAO PELO CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "ENTREGAS-CONFIRMADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONFIRMADAS.
           SELECT EMBARQUE-HISTORICO ASSIGN TO "EMBARQUE-HISTORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEMB-CHAVE
               ALTERNATE RECORD KEY IS HEMB-CHAVE-TRANSP
               ALTERNATE RECORD KEY IS HEMB-CHAVE-CLIENTE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT PONTUALIDADE-REL
               ASSIGN TO "PONTUALIDADE-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 CONF-SEQ             PIC 9(07).
           05 CONF-DATA-ENTREGA    PIC 9(08).

       FD  EMBARQUE-HISTORICO.
       01  REG-EMBARQUE-HIST.
           COPY EMBARQUE-HIST.

       FD  PONTUALIDADE-REL.
       01  REG-PONTUALIDADE        PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB             PIC 9(04)      VALUE ZERO.
       77  WRK-STATUS-CONFIRMADAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-HISTORICO PIC X(02)        VALUE SPACE.
       77  WRK-FIM-CONFIRMADAS PIC X(01)         VALUE "N".
           88 FIM-DAS-CONFIRMADAS                VALUE "S".
       77  WRK-CONFERE      PIC X(01)            VALUE "N".
           88 HA-CONFIRMACOES                    VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-COMPET-EMB   PIC 9(06)            VALUE ZERO.
      *====================== CONFIRMACOES DAS TRANSPORTADORAS ===========
       77  WRK-ACHOU-HIST   PIC X(01)            VALUE "N".
           88 EMBARQUE-NO-HISTORICO              VALUE "S".
      *====================== CALCULO DE DIAS DE ATRASO ==================
       77  WRK-DIAS-ATRASO  PIC 9(04)            VALUE ZERO.
       01  WRK-DATA-CORRE-GRP.
                     WRK-COMPETENCIA-NUM
           END-IF

           OPEN OUTPUT PONTUALIDADE-REL
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PONTUALIDADE DE ENTREGA - COMPETENCIA "
                    DELIMITED BY SIZE
           MOVE WRK-LINHA-REL TO REG-PONTUALIDADE
           WRITE REG-PONTUALIDADE

           OPEN INPUT EMBARQUE-HISTORICO
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             DISPLAY "EMBARQUE-HISTORICO INDISPONIVEL, STATUS "
                     WRK-STATUS-HISTORICO ", NADA A APURAR"
           ELSE
             OPEN INPUT ENTREGAS-CONFIRMADAS
             IF WRK-STATUS-CONFIRMADAS EQUAL "35"
               DISPLAY "ENTREGAS-CONFIRMADAS INEXISTENTE, NADA A "
                       "CONFERIR"
               CLOSE EMBARQUE-HISTORICO
             ELSE
               MOVE "S" TO WRK-CONFERE
               PERFORM 0001-RECEBE-CONFIRMACAO
               PERFORM UNTIL FIM-DAS-CONFIRMADAS
                 PERFORM 0002-CASA-CONFIRMACAO
                 PERFORM 0001-RECEBE-CONFIRMACAO
               END-PERFORM
               CLOSE ENTREGAS-CONFIRMADAS
             END-IF
           END-IF

           PERFORM 0003-IMPRIME-TOTAIS
           IF HA-CONFIRMACOES
             PERFORM 0004-LISTA-SEM-EMBARQUE
             CLOSE EMBARQUE-HISTORICO
           END-IF
           CLOSE PONTUALIDADE-REL
           PERFORM 0011-REGISTRA-RELATORIO

           GOBACK.

       0001-RECEBE-CONFIRMACAO SECTION.

           READ ENTREGAS-CONFIRMADAS
             AT END
               MOVE "S" TO WRK-FIM-CONFIRMADAS
           END-READ.

       0005-LE-HISTORICO SECTION.

      *    O EMBARQUE DA CONFIRMACAO E LIDO PELA CHAVE DATA DE
      *    PROCESSAMENTO + SEQUENCIA.
           MOVE "N" TO WRK-ACHOU-HIST
           IF CONF-DATA-EMBARQUE NUMERIC
             AND CONF-SEQ NUMERIC
             MOVE CONF-DATA-EMBARQUE TO HEMB-DATA
             MOVE CONF-SEQ           TO HEMB-SEQ
             READ EMBARQUE-HISTORICO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "S" TO WRK-ACHOU-HIST
             END-READ
           END-IF.

       0002-CASA-CONFIRMACAO SECTION.

      *    CONFIRMACAO DE EMBARQUE DE OUTRA COMPETENCIA E IGNORADA;
      *    SEM EMBARQUE NO HISTORICO E LISTADA NO FINAL.
           PERFORM 0005-LE-HISTORICO
           IF EMBARQUE-NO-HISTORICO
             AND NOT HEMB-ESTORNO
             AND CONF-DATA-ENTREGA NUMERIC
             COMPUTE WRK-COMPET-EMB = HEMB-DATA / 100
             IF WRK-COMPET-EMB EQUAL WRK-COMPETENCIA-NUM
               ADD 1 TO WRK-QTD-CASADAS
               PERFORM 0006-APURA-ENTREGA
             END-IF
           END-IF.

       0006-APURA-ENTREGA SECTION.

           IF CONF-DATA-ENTREGA GREATER HEMB-DATA-ENTREGA
             PERFORM 0007-CONTA-DIAS-ATRASO
           ELSE
             MOVE ZERO TO WRK-DIAS-ATRASO
      *    AVANCANDO O CALENDARIO DIA A DIA COMO OS DEMAIS CALCULOS DE
      *    DATA DA SUITE.
           MOVE ZERO TO WRK-DIAS-ATRASO
           MOVE HEMB-DATA-ENTREGA TO WRK-DATA-CORRE
           PERFORM UNTIL WRK-DATA-CORRE NOT LESS CONF-DATA-ENTREGA
                      OR WRK-DIAS-ATRASO NOT LESS 9999
             PERFORM 0009-AVANCA-UM-DIA
             ADD 1 TO WRK-DIAS-ATRASO
           PERFORM VARYING WRK-IDX-PONT FROM 1 BY 1
                     UNTIL WRK-IDX-PONT > WRK-QTD-PONT
             IF PONT-TRANSP(WRK-IDX-PONT)
                  EQUAL HEMB-TRANSPORTADORA
               AND PONT-ZONA(WRK-IDX-PONT) EQUAL HEMB-ZONA
               PERFORM 0010-SOMA-PONTUALIDADE
               MOVE "S" TO WRK-ACHOU-PONT
               MOVE WRK-QTD-PONT TO WRK-IDX-PONT
           IF WRK-ACHOU-PONT EQUAL "N"
             IF WRK-QTD-PONT NOT LESS 200
               DISPLAY "TAB-PONTUALIDADE CHEIA, COMBINACAO FORA DO "
                       "RELATORIO: " HEMB-TRANSPORTADORA " "
                       HEMB-ZONA
             ELSE
               ADD 1 TO WRK-QTD-PONT
               MOVE WRK-QTD-PONT TO WRK-IDX-PONT
               MOVE HEMB-TRANSPORTADORA
                 TO PONT-TRANSP(WRK-IDX-PONT)
               MOVE HEMB-ZONA TO PONT-ZONA(WRK-IDX-PONT)
               MOVE ZERO TO PONT-NO-PRAZO(WRK-IDX-PONT)
               MOVE ZERO TO PONT-ATRASADAS(WRK-IDX-PONT)
               MOVE ZERO TO PONT-SOMA-ATRASO(WRK-IDX-PONT)

       0004-LISTA-SEM-EMBARQUE SECTION.

      *    SEGUNDA LEITURA DAS CONFIRMACOES, PARA A LISTA SAIR DEPOIS
      *    DOS TOTAIS COMO SEMPRE SAIU.
           MOVE "N" TO WRK-FIM-CONFIRMADAS
           OPEN INPUT ENTREGAS-CONFIRMADAS
           PERFORM 0001-RECEBE-CONFIRMACAO
           PERFORM UNTIL FIM-DAS-CONFIRMADAS
             PERFORM 0005-LE-HISTORICO
             IF NOT EMBARQUE-NO-HISTORICO
               ADD 1 TO WRK-QTD-SEM-CONF
               MOVE SPACE TO WRK-LINHA-REL
               STRING "CONFIRMACAO SEM EMBARQUE: TRANSPORTADORA "
                        DELIMITED BY SIZE
                      CONF-TRANSPORTADORA DELIMITED BY SIZE
                      " EMBARQUE " DELIMITED BY SIZE
                      CONF-DATA-EMBARQUE DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      CONF-SEQ     DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-PONTUALIDADE
               WRITE REG-PONTUALIDADE
             END-IF
             PERFORM 0001-RECEBE-CONFIRMACAO
           END-PERFORM
           CLOSE ENTREGAS-CONFIRMADAS.

       0011-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "PONTUALIDADE"     TO RPED-JOB
           MOVE "PONTUALIDADE-REL" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ENTREGA-PONTUAL.
