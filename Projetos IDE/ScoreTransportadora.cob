       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-TRANSP.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: SCORE TRIMESTRAL DE TRANSPORTADORAS POR ZONA.
      *==            PONTUALIDADE (ENTREGA-PONTUAL), SINISTROS
      *==            (SINISTRO-RELATORIO), DIVERGENCIAS DE FATURA
      *==            (CONCILIA-TRANSP) E MARGEM (MARGEM-FRETE) ERAM
      *==            QUATRO RELATORIOS SEPARADOS. ESTE JOB APURA OS
      *==            QUATRO NO TRIMESTRE INFORMADO (AAAAT; EM BRANCO OU
      *==            INVALIDO, O ULTIMO TRIMESTRE FECHADO) PARA CADA
      *==            LINHA DE TRANSPORTADORAS, DA UMA NOTA DE 0 A 100
      *==            A CADA UM, PONDERA PELOS PESOS DE SCORE-PARAMETROS
      *==            (PADRAO 40/20/20/20), CLASSIFICA AS
      *==            TRANSPORTADORAS DE CADA ZONA E PROPOE A NOVA
      *==            PRIORIDADE (ORDEM DA CLASSIFICACAO) E, NA ZONA QUE
      *==            USA RATEIO, O NOVO PERCENTUAL (PROPORCIONAL A
      *==            NOTA). A CLASSIFICACAO SAI EM SCORE-RELATORIO E AS
      *==            PROPOSTAS EM SCORE-PROPOSTAS (LEIAUTE SCORE-PROP),
      *==            PARA O SUPERVISOR ACEITAR NO APROVA-SCORE.
      *== DATA: 15/10/2026
      *== OBS: TRANSPORTADORA SEM EMBARQUE NO TRIMESTRE NAO E
      *==      CLASSIFICADA E MANTEM PRIORIDADE E PERCENTUAL; SEM
      *==      ENTREGA CONFIRMADA OU SEM FATURA CONCILIADA A NOTA DO
      *==      QUESITO E NEUTRA (50).
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO SCORE-RELATORIO REGISTRADA NO
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
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPORTADORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT FRETE-SAIDA ASSIGN TO "FRETE-SAIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SAIDA.
           SELECT ENTREGAS-CONFIRMADAS
               ASSIGN TO "ENTREGAS-CONFIRMADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONFIRMADAS.
           SELECT CONCILIA-SITUACAO ASSIGN TO "CONCILIA-SITUACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONCILIA.
           SELECT SINISTROS ASSIGN TO "SINISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT SCORE-PARAMETROS ASSIGN TO "SCORE-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT SCORE-PROPOSTAS ASSIGN TO "SCORE-PROPOSTAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORE-RELATORIO ASSIGN TO "SCORE-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TRANSP-ZONA-REG      PIC X(04).
           05 TRANSP-COD-REG       PIC X(04).
           05 TRANSP-NOME-REG      PIC X(20).
           05 TRANSP-CUSTO-REG     PIC 9V9999.
           05 TRANSP-PRIORIDADE-REG PIC 9(02).
           05 TRANSP-PERC-ALOC-REG PIC 9(03).

       FD  FRETE-SAIDA.
       01  REG-FRETE-SAIDA.
           COPY FRETE-SAIDA-REG.
       01  REG-FRETE-SAIDA-HDR.
           COPY FRETE-SAIDA-HDR.

       FD  ENTREGAS-CONFIRMADAS.
       01  REG-ENTREGA-CONFIRMADA.
           05 CONF-TRANSPORTADORA  PIC X(04).
           05 CONF-DATA-EMBARQUE   PIC 9(08).
           05 CONF-SEQ             PIC 9(07).
           05 CONF-DATA-ENTREGA    PIC 9(08).

       FD  CONCILIA-SITUACAO.
       01  REG-CONCILIA-SITUACAO.
           COPY CONCILIA-SIT.

       FD  SINISTROS.
       01  REG-SINISTRO.
           COPY SINISTRO-REG.

       FD  SCORE-PARAMETROS.
       01  REG-SCORE-PARAMETROS.
           05 PARAM-PESO-PONT-REG  PIC 9(03).
           05 PARAM-PESO-SIN-REG   PIC 9(03).
           05 PARAM-PESO-DIV-REG   PIC 9(03).
           05 PARAM-PESO-MARGEM-REG PIC 9(03).

       FD  SCORE-PROPOSTAS.
       01  REG-SCORE-PROPOSTA.
           COPY SCORE-PROP.

       FD  SCORE-RELATORIO.
       01  REG-SCORE-REL           PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-TRANSP PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-SAIDA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CONFIRMADAS PIC X(02)      VALUE SPACE.
       77  WRK-STATUS-CONCILIA PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-SINISTROS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-FIM-SAIDA    PIC X(01)            VALUE "N".
           88 FIM-DA-SAIDA                       VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== TRIMESTRE ==================================
       77  WRK-TRIMESTRE-X  PIC X(05)            VALUE SPACE.
       01  WRK-TRIMESTRE-GRP.
           05 TRIM-ANO      PIC 9(04)            VALUE ZERO.
           05 TRIM-NUM      PIC 9(01)            VALUE ZERO.
       01  WRK-TRIMESTRE REDEFINES WRK-TRIMESTRE-GRP
                            PIC 9(05).
       77  WRK-MES-INICIO   PIC 9(02)            VALUE ZERO.
       77  WRK-MES-SISTEMA  PIC 9(02)            VALUE ZERO.
       77  WRK-DATA-INICIO  PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-FIM     PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-EMBARQUE PIC 9(08)           VALUE ZERO.
      *====================== PESOS DO SCORE =============================
       77  WRK-PESO-PONT    PIC 9(03)            VALUE 40.
       77  WRK-PESO-SIN     PIC 9(03)            VALUE 20.
       77  WRK-PESO-DIV     PIC 9(03)            VALUE 20.
       77  WRK-PESO-MARGEM  PIC 9(03)            VALUE 20.
       77  WRK-SOMA-PESOS   PIC 9(04)            VALUE ZERO.
      *====================== CONFIRMACOES E CONCILIACOES ================
       77  WRK-QTD-CONF     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-CONF     PIC 9(04)            VALUE ZERO.
       01  TAB-CONFIRMADAS.
           05 CONF-ITEM OCCURS 5000 TIMES
                         INDEXED BY IDX-CONF.
              10 CONF-TAB-DATA-EMB PIC 9(08).
              10 CONF-TAB-SEQ      PIC 9(07).
              10 CONF-TAB-ENTREGA  PIC 9(08).
       77  WRK-QTD-CSIT     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-CSIT     PIC 9(04)            VALUE ZERO.
       01  TAB-CONCILIADAS.
           05 CSIT-ITEM OCCURS 5000 TIMES
                         INDEXED BY IDX-CSIT.
              10 CSIT-TAB-DATA-EMB PIC 9(08).
              10 CSIT-TAB-SEQ      PIC 9(07).
              10 CSIT-TAB-SITUACAO PIC X(02).
      *====================== SCORE POR TRANSPORTADORA/ZONA ==============
       77  WRK-QTD-SCORE    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-SCORE    PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-SCORE  PIC 9(03)            VALUE ZERO.
       77  WRK-CHAVE-ZONA   PIC X(04)            VALUE SPACE.
       77  WRK-CHAVE-TRANSP PIC X(04)            VALUE SPACE.
       01  TAB-SCORE.
           05 SCORE-ITEM OCCURS 200 TIMES
                          INDEXED BY IDX-SCORE.
              10 SCO-ZONA          PIC X(04).
              10 SCO-TRANSP        PIC X(04).
              10 SCO-NOME          PIC X(20).
              10 SCO-CUSTO         PIC 9V9999.
              10 SCO-PRIO-ATUAL    PIC 9(02).
              10 SCO-PERC-ATUAL    PIC 9(03).
              10 SCO-EMBARQUES     PIC 9(05).
              10 SCO-CONFERIDAS    PIC 9(05).
              10 SCO-NO-PRAZO      PIC 9(05).
              10 SCO-CONCILIADAS   PIC 9(05).
              10 SCO-DIVERGENTES   PIC 9(05).
              10 SCO-SIN-QTD       PIC 9(05).
              10 SCO-SIN-VALOR     PIC 9(11)V99.
              10 SCO-FRETE         PIC 9(11)V99.
              10 SCO-CUSTO-TOTAL   PIC 9(11)V99.
              10 SCO-NOTA-PONT     PIC 9(03)V9.
              10 SCO-NOTA-SIN      PIC 9(03)V9.
              10 SCO-NOTA-DIV      PIC 9(03)V9.
              10 SCO-NOTA-MARGEM   PIC 9(03)V9.
              10 SCO-NOTA          PIC 9(03)V9.
              10 SCO-CLASSIFICADA  PIC X(01).
              10 SCO-ZONA-FEITA    PIC X(01).
              10 SCO-POSICAO       PIC 9(02).
              10 SCO-PRIO-PROP     PIC 9(02).
              10 SCO-PERC-PROP     PIC 9(03).
      *====================== CLASSIFICACAO DA ZONA ======================
       77  WRK-ZONA-CORRENTE PIC X(04)           VALUE SPACE.
       77  WRK-IDX-ZONA     PIC 9(03)            VALUE ZERO.
       77  WRK-ZONA-RATEIO  PIC X(01)            VALUE "N".
       77  WRK-QTD-ZONA     PIC 9(03)            VALUE ZERO.
       77  WRK-POSICAO      PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-MELHOR   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-PRIMEIRO PIC 9(03)            VALUE ZERO.
       77  WRK-SOMA-NOTAS   PIC 9(05)V9          VALUE ZERO.
       77  WRK-PERC-FIXO    PIC 9(05)            VALUE ZERO.
       77  WRK-PERC-POOL    PIC 9(03)            VALUE ZERO.
       77  WRK-PERC-DISTRIB PIC 9(05)            VALUE ZERO.
       77  WRK-MARGEM-PERC  PIC S9(05)V9         VALUE ZERO.
       77  WRK-TAXA         PIC 9(05)V9          VALUE ZERO.
      *====================== APURACAO DO EMBARQUE =======================
       77  WRK-CUSTO-EMB    PIC 9(09)V99         VALUE ZERO.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05)        VALUE ZERO.
       77  WRK-QTD-CLASSIFICADAS PIC 9(05)       VALUE ZERO.
       77  WRK-QTD-PROPOSTAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-NOTA-ED      PIC ZZ9,9.
       77  WRK-NOTA-ED2     PIC ZZ9,9.
       77  WRK-NOTA-ED3     PIC ZZ9,9.
       77  WRK-NOTA-ED4     PIC ZZ9,9.
       77  WRK-NOTA-ED5     PIC ZZ9,9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "TRIMESTRE A APURAR (AAAAT) "
             ACCEPT WRK-TRIMESTRE-X
           IF WRK-TRIMESTRE-X NUMERIC
             MOVE WRK-TRIMESTRE-X TO WRK-TRIMESTRE
           END-IF
           IF TRIM-NUM LESS 1 OR TRIM-NUM GREATER 4
             PERFORM 0001-TRIMESTRE-FECHADO
             DISPLAY "TRIMESTRE INVALIDO, ASSUMINDO " WRK-TRIMESTRE
           END-IF
           COMPUTE WRK-MES-INICIO = (TRIM-NUM - 1) * 3 + 1
           COMPUTE WRK-DATA-INICIO =
               TRIM-ANO * 10000 + WRK-MES-INICIO * 100 + 1
           COMPUTE WRK-DATA-FIM =
               TRIM-ANO * 10000 + (WRK-MES-INICIO + 2) * 100 + 31

           PERFORM 0002-CARREGA-PESOS
           PERFORM 0005-CARREGA-TRANSPORTADORAS
           PERFORM 0006-CARREGA-CONFIRMADAS
           PERFORM 0007-CARREGA-CONCILIADAS

           OPEN INPUT FRETE-SAIDA
           IF WRK-STATUS-SAIDA EQUAL "35"
             DISPLAY "FRETE-SAIDA INEXISTENTE, NENHUM EMBARQUE A "
                     "APURAR"
           ELSE
             PERFORM 0010-RECEBE-SAIDA
             PERFORM UNTIL FIM-DA-SAIDA
               PERFORM 0011-APURA-EMBARQUE
               PERFORM 0010-RECEBE-SAIDA
             END-PERFORM
             CLOSE FRETE-SAIDA
           END-IF

           PERFORM 0015-APURA-SINISTROS
           PERFORM 0020-CALCULA-NOTAS

           OPEN OUTPUT SCORE-RELATORIO
           OPEN OUTPUT SCORE-PROPOSTAS
           MOVE SPACE TO WRK-LINHA-REL
           STRING "SCORE DE TRANSPORTADORAS - TRIMESTRE "
                    DELIMITED BY SIZE
                  TRIM-ANO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TRIM-NUM DELIMITED BY SIZE
                  " - PESOS PONT/SIN/DIV/MARG: " DELIMITED BY SIZE
                  WRK-PESO-PONT DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WRK-PESO-SIN DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WRK-PESO-DIV DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WRK-PESO-MARGEM DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-SCORE-REL
           WRITE REG-SCORE-REL

           PERFORM VARYING WRK-IDX-ZONA FROM 1 BY 1
                     UNTIL WRK-IDX-ZONA > WRK-QTD-SCORE
             IF SCO-ZONA-FEITA(WRK-IDX-ZONA) EQUAL "N"
               MOVE SCO-ZONA(WRK-IDX-ZONA) TO WRK-ZONA-CORRENTE
               PERFORM 0030-CLASSIFICA-ZONA
             END-IF
           END-PERFORM

           PERFORM 0040-TOTAIS
           CLOSE SCORE-PROPOSTAS
           CLOSE SCORE-RELATORIO
           PERFORM 0041-REGISTRA-RELATORIO

           GOBACK.

       0001-TRIMESTRE-FECHADO SECTION.

      *    O SCORE RODA DEPOIS DO FECHAMENTO: O PADRAO E O TRIMESTRE
      *    ANTERIOR AO DA DATA DO SISTEMA.
           COMPUTE TRIM-ANO = WRK-DATA-SISTEMA / 10000
           COMPUTE WRK-MES-SISTEMA =
               (WRK-DATA-SISTEMA - TRIM-ANO * 10000) / 100
           COMPUTE TRIM-NUM = (WRK-MES-SISTEMA - 1) / 3
           IF TRIM-NUM EQUAL ZERO
             MOVE 4 TO TRIM-NUM
             SUBTRACT 1 FROM TRIM-ANO
           END-IF.

       0002-CARREGA-PESOS SECTION.

           OPEN INPUT SCORE-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             READ SCORE-PARAMETROS
               NOT AT END
                 IF PARAM-PESO-PONT-REG NUMERIC
                   AND PARAM-PESO-SIN-REG NUMERIC
                   AND PARAM-PESO-DIV-REG NUMERIC
                   AND PARAM-PESO-MARGEM-REG NUMERIC
                   COMPUTE WRK-SOMA-PESOS =
                       PARAM-PESO-PONT-REG + PARAM-PESO-SIN-REG
                       + PARAM-PESO-DIV-REG + PARAM-PESO-MARGEM-REG
                   IF WRK-SOMA-PESOS EQUAL 100
                     MOVE PARAM-PESO-PONT-REG   TO WRK-PESO-PONT
                     MOVE PARAM-PESO-SIN-REG    TO WRK-PESO-SIN
                     MOVE PARAM-PESO-DIV-REG    TO WRK-PESO-DIV
                     MOVE PARAM-PESO-MARGEM-REG TO WRK-PESO-MARGEM
                   ELSE
                     DISPLAY "PESOS DE SCORE-PARAMETROS NAO SOMAM "
                             "100, ASSUMINDO O PADRAO"
                   END-IF
                 ELSE
                   DISPLAY "SCORE-PARAMETROS INVALIDO, ASSUMINDO O "
                           "PADRAO"
                 END-IF
             END-READ
             CLOSE SCORE-PARAMETROS
           END-IF.

       0005-CARREGA-TRANSPORTADORAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT TRANSPORTADORAS
           IF WRK-STATUS-TRANSP EQUAL "35"
             DISPLAY "TRANSPORTADORAS INEXISTENTE, NADA A CLASSIFICAR"
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ TRANSPORTADORAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-SCORE NOT LESS 200
                     DISPLAY "TAB-SCORE CHEIA, TRANSPORTADORAS "
                             "RESTANTES NAO CLASSIFICADAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-SCORE
                     PERFORM 0008-INICIA-SCORE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSPORTADORAS
           END-IF.

       0008-INICIA-SCORE SECTION.

           INITIALIZE SCORE-ITEM(WRK-QTD-SCORE)
           MOVE TRANSP-ZONA-REG TO SCO-ZONA(WRK-QTD-SCORE)
           MOVE TRANSP-COD-REG  TO SCO-TRANSP(WRK-QTD-SCORE)
           MOVE TRANSP-NOME-REG TO SCO-NOME(WRK-QTD-SCORE)
           IF TRANSP-CUSTO-REG NUMERIC
             MOVE TRANSP-CUSTO-REG TO SCO-CUSTO(WRK-QTD-SCORE)
           END-IF
      *    ARQUIVO ANTIGO SEM PRIORIDADE VALE PRIORIDADE 1, COMO NO
      *    LOTE CALCULO-FRETE.
           IF TRANSP-PRIORIDADE-REG NUMERIC
             AND TRANSP-PRIORIDADE-REG GREATER ZERO
             MOVE TRANSP-PRIORIDADE-REG
               TO SCO-PRIO-ATUAL(WRK-QTD-SCORE)
           ELSE
             MOVE 1 TO SCO-PRIO-ATUAL(WRK-QTD-SCORE)
           END-IF
           IF TRANSP-PERC-ALOC-REG NUMERIC
             MOVE TRANSP-PERC-ALOC-REG
               TO SCO-PERC-ATUAL(WRK-QTD-SCORE)
           END-IF
           MOVE "N" TO SCO-CLASSIFICADA(WRK-QTD-SCORE)
           MOVE "N" TO SCO-ZONA-FEITA(WRK-QTD-SCORE)
           MOVE SCO-PRIO-ATUAL(WRK-QTD-SCORE)
             TO SCO-PRIO-PROP(WRK-QTD-SCORE)
           MOVE SCO-PERC-ATUAL(WRK-QTD-SCORE)
             TO SCO-PERC-PROP(WRK-QTD-SCORE).

       0006-CARREGA-CONFIRMADAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT ENTREGAS-CONFIRMADAS
           IF WRK-STATUS-CONFIRMADAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ ENTREGAS-CONFIRMADAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF CONF-DATA-EMBARQUE NOT LESS WRK-DATA-INICIO
                     AND CONF-DATA-EMBARQUE NOT GREATER WRK-DATA-FIM
                     IF WRK-QTD-CONF NOT LESS 5000
                       DISPLAY "TAB-CONFIRMADAS CHEIA, CONFIRMACOES "
                               "RESTANTES NAO CARREGADAS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-CONF
                       MOVE CONF-DATA-EMBARQUE
                         TO CONF-TAB-DATA-EMB(WRK-QTD-CONF)
                       MOVE CONF-SEQ
                         TO CONF-TAB-SEQ(WRK-QTD-CONF)
                       MOVE CONF-DATA-ENTREGA
                         TO CONF-TAB-ENTREGA(WRK-QTD-CONF)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ENTREGAS-CONFIRMADAS
           END-IF.

       0007-CARREGA-CONCILIADAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CONCILIA-SITUACAO
           IF WRK-STATUS-CONCILIA NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CONCILIA-SITUACAO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF CSIT-DATA-EMBARQUE NOT LESS WRK-DATA-INICIO
                     AND CSIT-DATA-EMBARQUE NOT GREATER WRK-DATA-FIM
                     IF WRK-QTD-CSIT NOT LESS 5000
                       DISPLAY "TAB-CONCILIADAS CHEIA, SITUACOES "
                               "RESTANTES NAO CARREGADAS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-CSIT
                       MOVE CSIT-DATA-EMBARQUE
                         TO CSIT-TAB-DATA-EMB(WRK-QTD-CSIT)
                       MOVE CSIT-SEQ
                         TO CSIT-TAB-SEQ(WRK-QTD-CSIT)
                       MOVE CSIT-SITUACAO
                         TO CSIT-TAB-SITUACAO(WRK-QTD-CSIT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONCILIA-SITUACAO
           END-IF.

       0009-PROCURA-SCORE SECTION.

           MOVE ZERO TO WRK-ACHOU-SCORE
           PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                     UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
             IF SCO-ZONA(WRK-IDX-SCORE)   EQUAL WRK-CHAVE-ZONA
               AND SCO-TRANSP(WRK-IDX-SCORE) EQUAL WRK-CHAVE-TRANSP
               MOVE WRK-IDX-SCORE TO WRK-ACHOU-SCORE
               MOVE WRK-QTD-SCORE TO WRK-IDX-SCORE
             END-IF
           END-PERFORM.

       0010-RECEBE-SAIDA SECTION.

           READ FRETE-SAIDA
             AT END
               MOVE "S" TO WRK-FIM-SAIDA
             NOT AT END
               IF SAIDA-REGISTRO EQUAL "H"
                 MOVE SAIDA-H-DATA TO WRK-DATA-EMBARQUE
               END-IF
           END-READ.

       0011-APURA-EMBARQUE SECTION.

           IF SAIDA-REGISTRO EQUAL "D"
             AND SAIDA-TIPO NOT EQUAL "E"
             AND SAIDA-TRANSPORTADORA NOT EQUAL SPACE
             AND WRK-DATA-EMBARQUE NOT LESS WRK-DATA-INICIO
             AND WRK-DATA-EMBARQUE NOT GREATER WRK-DATA-FIM
             MOVE SAIDA-ZONA           TO WRK-CHAVE-ZONA
             MOVE SAIDA-TRANSPORTADORA TO WRK-CHAVE-TRANSP
             PERFORM 0009-PROCURA-SCORE
             IF WRK-ACHOU-SCORE EQUAL ZERO
               ADD 1 TO WRK-QTD-SEM-CADASTRO
             ELSE
               ADD 1 TO SCO-EMBARQUES(WRK-ACHOU-SCORE)
               ADD SAIDA-FRETE TO SCO-FRETE(WRK-ACHOU-SCORE)
               COMPUTE WRK-CUSTO-EMB ROUNDED =
                   SAIDA-FRETE * SCO-CUSTO(WRK-ACHOU-SCORE)
               ADD WRK-CUSTO-EMB TO SCO-CUSTO-TOTAL(WRK-ACHOU-SCORE)
               PERFORM 0012-CASA-CONFIRMACAO
               PERFORM 0013-CASA-CONCILIACAO
             END-IF
           END-IF.

       0012-CASA-CONFIRMACAO SECTION.

           PERFORM VARYING WRK-IDX-CONF FROM 1 BY 1
                     UNTIL WRK-IDX-CONF > WRK-QTD-CONF
             IF CONF-TAB-DATA-EMB(WRK-IDX-CONF) EQUAL WRK-DATA-EMBARQUE
               AND CONF-TAB-SEQ(WRK-IDX-CONF) EQUAL SAIDA-SEQ
               ADD 1 TO SCO-CONFERIDAS(WRK-ACHOU-SCORE)
               IF CONF-TAB-ENTREGA(WRK-IDX-CONF)
                    NOT GREATER SAIDA-DATA-ENTREGA
                 ADD 1 TO SCO-NO-PRAZO(WRK-ACHOU-SCORE)
               END-IF
               MOVE WRK-QTD-CONF TO WRK-IDX-CONF
             END-IF
           END-PERFORM.

       0013-CASA-CONCILIACAO SECTION.

           PERFORM VARYING WRK-IDX-CSIT FROM 1 BY 1
                     UNTIL WRK-IDX-CSIT > WRK-QTD-CSIT
             IF CSIT-TAB-DATA-EMB(WRK-IDX-CSIT) EQUAL WRK-DATA-EMBARQUE
               AND CSIT-TAB-SEQ(WRK-IDX-CSIT) EQUAL SAIDA-SEQ
               ADD 1 TO SCO-CONCILIADAS(WRK-ACHOU-SCORE)
               IF CSIT-TAB-SITUACAO(WRK-IDX-CSIT) EQUAL "DV"
                 ADD 1 TO SCO-DIVERGENTES(WRK-ACHOU-SCORE)
               END-IF
               MOVE WRK-QTD-CSIT TO WRK-IDX-CSIT
             END-IF
           END-PERFORM.

       0015-APURA-SINISTROS SECTION.

      *    SO PESA CONTRA A TRANSPORTADORA O SINISTRO DE
      *    RESPONSABILIDADE DELA QUE NAO FOI NEGADO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SINISTROS
           IF WRK-STATUS-SINISTROS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ SINISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF SIN-TRANSP-RESP EQUAL "S"
                     AND SIN-SITUACAO NOT EQUAL "N"
                     AND SIN-VALOR NUMERIC
                     AND SIN-DATA-EMBARQUE NOT LESS WRK-DATA-INICIO
                     AND SIN-DATA-EMBARQUE NOT GREATER WRK-DATA-FIM
                     MOVE SIN-ZONA           TO WRK-CHAVE-ZONA
                     MOVE SIN-TRANSPORTADORA TO WRK-CHAVE-TRANSP
                     PERFORM 0009-PROCURA-SCORE
                     IF WRK-ACHOU-SCORE GREATER ZERO
                       ADD 1 TO SCO-SIN-QTD(WRK-ACHOU-SCORE)
                       ADD SIN-VALOR TO SCO-SIN-VALOR(WRK-ACHOU-SCORE)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SINISTROS
           END-IF.

       0020-CALCULA-NOTAS SECTION.

      *    CADA QUESITO VALE DE 0 A 100: PONTUALIDADE = % NO PRAZO;
      *    SINISTROS = 100 MENOS O VALOR SINISTRADO EM % DO FRETE;
      *    DIVERGENCIA = 100 MENOS O % DE FATURAS DIVERGENTES;
      *    MARGEM = MARGEM EM % DO FRETE.
           PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                     UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
             IF SCO-EMBARQUES(WRK-IDX-SCORE) GREATER ZERO
               MOVE "S" TO SCO-CLASSIFICADA(WRK-IDX-SCORE)
               ADD 1 TO WRK-QTD-CLASSIFICADAS

               IF SCO-CONFERIDAS(WRK-IDX-SCORE) GREATER ZERO
                 COMPUTE SCO-NOTA-PONT(WRK-IDX-SCORE) ROUNDED =
                     SCO-NO-PRAZO(WRK-IDX-SCORE) * 100
                     / SCO-CONFERIDAS(WRK-IDX-SCORE)
               ELSE
                 MOVE 50 TO SCO-NOTA-PONT(WRK-IDX-SCORE)
               END-IF

               MOVE ZERO TO WRK-TAXA
               IF SCO-FRETE(WRK-IDX-SCORE) GREATER ZERO
                 COMPUTE WRK-TAXA ROUNDED =
                     SCO-SIN-VALOR(WRK-IDX-SCORE) * 100
                     / SCO-FRETE(WRK-IDX-SCORE)
                   ON SIZE ERROR
                     MOVE 100 TO WRK-TAXA
                 END-COMPUTE
               END-IF
               IF WRK-TAXA GREATER 100
                 MOVE 100 TO WRK-TAXA
               END-IF
               COMPUTE SCO-NOTA-SIN(WRK-IDX-SCORE) = 100 - WRK-TAXA

               IF SCO-CONCILIADAS(WRK-IDX-SCORE) GREATER ZERO
                 COMPUTE SCO-NOTA-DIV(WRK-IDX-SCORE) ROUNDED =
                     100 - (SCO-DIVERGENTES(WRK-IDX-SCORE) * 100
                            / SCO-CONCILIADAS(WRK-IDX-SCORE))
               ELSE
                 MOVE 50 TO SCO-NOTA-DIV(WRK-IDX-SCORE)
               END-IF

               MOVE ZERO TO WRK-MARGEM-PERC
               IF SCO-FRETE(WRK-IDX-SCORE) GREATER ZERO
                 COMPUTE WRK-MARGEM-PERC ROUNDED =
                     (SCO-FRETE(WRK-IDX-SCORE)
                      - SCO-CUSTO-TOTAL(WRK-IDX-SCORE)) * 100
                     / SCO-FRETE(WRK-IDX-SCORE)
               END-IF
               IF WRK-MARGEM-PERC LESS ZERO
                 MOVE ZERO TO WRK-MARGEM-PERC
               END-IF
               MOVE WRK-MARGEM-PERC TO SCO-NOTA-MARGEM(WRK-IDX-SCORE)

               COMPUTE SCO-NOTA(WRK-IDX-SCORE) ROUNDED =
                   (SCO-NOTA-PONT(WRK-IDX-SCORE)   * WRK-PESO-PONT
                  + SCO-NOTA-SIN(WRK-IDX-SCORE)    * WRK-PESO-SIN
                  + SCO-NOTA-DIV(WRK-IDX-SCORE)    * WRK-PESO-DIV
                  + SCO-NOTA-MARGEM(WRK-IDX-SCORE) * WRK-PESO-MARGEM)
                  / 100
             END-IF
           END-PERFORM.

       0030-CLASSIFICA-ZONA SECTION.

      *    A ZONA USA RATEIO QUANDO ALGUMA LINHA TEM PERCENTUAL; O
      *    PERCENTUAL DAS NAO CLASSIFICADAS FICA RESERVADO E O RESTO
      *    E REPARTIDO PELA NOTA.
           MOVE "N"  TO WRK-ZONA-RATEIO
           MOVE ZERO TO WRK-QTD-ZONA
           MOVE ZERO TO WRK-SOMA-NOTAS
           MOVE ZERO TO WRK-PERC-FIXO
           PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                     UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
             IF SCO-ZONA(WRK-IDX-SCORE) EQUAL WRK-ZONA-CORRENTE
               MOVE "S" TO SCO-ZONA-FEITA(WRK-IDX-SCORE)
               IF SCO-PERC-ATUAL(WRK-IDX-SCORE) GREATER ZERO
                 MOVE "S" TO WRK-ZONA-RATEIO
               END-IF
               IF SCO-CLASSIFICADA(WRK-IDX-SCORE) EQUAL "S"
                 ADD 1 TO WRK-QTD-ZONA
                 ADD SCO-NOTA(WRK-IDX-SCORE) TO WRK-SOMA-NOTAS
               ELSE
                 ADD SCO-PERC-ATUAL(WRK-IDX-SCORE) TO WRK-PERC-FIXO
               END-IF
             END-IF
           END-PERFORM

      *    CLASSIFICACAO POR SELECAO: A CADA VOLTA A MAIOR NOTA AINDA
      *    SEM POSICAO; NO EMPATE FICA A DE MENOR PRIORIDADE ATUAL.
           MOVE ZERO TO WRK-IDX-PRIMEIRO
           PERFORM VARYING WRK-POSICAO FROM 1 BY 1
                     UNTIL WRK-POSICAO > WRK-QTD-ZONA
             MOVE ZERO TO WRK-IDX-MELHOR
             PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                       UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
               IF SCO-ZONA(WRK-IDX-SCORE) EQUAL WRK-ZONA-CORRENTE
                 AND SCO-CLASSIFICADA(WRK-IDX-SCORE) EQUAL "S"
                 AND SCO-POSICAO(WRK-IDX-SCORE) EQUAL ZERO
                 IF WRK-IDX-MELHOR EQUAL ZERO
                   MOVE WRK-IDX-SCORE TO WRK-IDX-MELHOR
                 ELSE
                   IF SCO-NOTA(WRK-IDX-SCORE)
                        GREATER SCO-NOTA(WRK-IDX-MELHOR)
                     OR (SCO-NOTA(WRK-IDX-SCORE)
                           EQUAL SCO-NOTA(WRK-IDX-MELHOR)
                         AND SCO-PRIO-ATUAL(WRK-IDX-SCORE)
                           LESS SCO-PRIO-ATUAL(WRK-IDX-MELHOR))
                     MOVE WRK-IDX-SCORE TO WRK-IDX-MELHOR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             MOVE WRK-POSICAO TO SCO-POSICAO(WRK-IDX-MELHOR)
             MOVE WRK-POSICAO TO SCO-PRIO-PROP(WRK-IDX-MELHOR)
             IF WRK-POSICAO EQUAL 1
               MOVE WRK-IDX-MELHOR TO WRK-IDX-PRIMEIRO
             END-IF
           END-PERFORM

           IF WRK-ZONA-RATEIO EQUAL "S"
             AND WRK-QTD-ZONA GREATER ZERO
             PERFORM 0031-REPARTE-PERCENTUAL
           END-IF

           PERFORM VARYING WRK-POSICAO FROM 1 BY 1
                     UNTIL WRK-POSICAO > WRK-QTD-ZONA
             PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                       UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
               IF SCO-ZONA(WRK-IDX-SCORE) EQUAL WRK-ZONA-CORRENTE
                 AND SCO-POSICAO(WRK-IDX-SCORE) EQUAL WRK-POSICAO
                 PERFORM 0032-IMPRIME-CLASSIFICADA
                 PERFORM 0034-GRAVA-PROPOSTA
                 MOVE WRK-QTD-SCORE TO WRK-IDX-SCORE
               END-IF
             END-PERFORM
           END-PERFORM

           PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                     UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
             IF SCO-ZONA(WRK-IDX-SCORE) EQUAL WRK-ZONA-CORRENTE
               AND SCO-CLASSIFICADA(WRK-IDX-SCORE) EQUAL "N"
               PERFORM 0033-IMPRIME-SEM-MOVIMENTO
             END-IF
           END-PERFORM.

       0031-REPARTE-PERCENTUAL SECTION.

           IF WRK-PERC-FIXO NOT LESS 100
             MOVE ZERO TO WRK-PERC-POOL
           ELSE
             COMPUTE WRK-PERC-POOL = 100 - WRK-PERC-FIXO
           END-IF
           MOVE ZERO TO WRK-PERC-DISTRIB
           PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                     UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
             IF SCO-ZONA(WRK-IDX-SCORE) EQUAL WRK-ZONA-CORRENTE
               AND SCO-CLASSIFICADA(WRK-IDX-SCORE) EQUAL "S"
               IF WRK-SOMA-NOTAS GREATER ZERO
                 COMPUTE SCO-PERC-PROP(WRK-IDX-SCORE) =
                     WRK-PERC-POOL * SCO-NOTA(WRK-IDX-SCORE)
                     / WRK-SOMA-NOTAS
               ELSE
                 MOVE ZERO TO SCO-PERC-PROP(WRK-IDX-SCORE)
               END-IF
               ADD SCO-PERC-PROP(WRK-IDX-SCORE) TO WRK-PERC-DISTRIB
             END-IF
           END-PERFORM
      *    A SOBRA DO ARREDONDAMENTO VAI PARA A PRIMEIRA COLOCADA,
      *    PARA A ZONA FECHAR 100%.
           IF WRK-PERC-DISTRIB LESS WRK-PERC-POOL
             COMPUTE SCO-PERC-PROP(WRK-IDX-PRIMEIRO) =
                 SCO-PERC-PROP(WRK-IDX-PRIMEIRO)
                 + WRK-PERC-POOL - WRK-PERC-DISTRIB
           END-IF.

       0032-IMPRIME-CLASSIFICADA SECTION.

           MOVE SCO-EMBARQUES(WRK-IDX-SCORE)   TO WRK-QTD-ED
           MOVE SCO-NOTA-PONT(WRK-IDX-SCORE)   TO WRK-NOTA-ED
           MOVE SCO-NOTA-SIN(WRK-IDX-SCORE)    TO WRK-NOTA-ED2
           MOVE SCO-NOTA-DIV(WRK-IDX-SCORE)    TO WRK-NOTA-ED3
           MOVE SCO-NOTA-MARGEM(WRK-IDX-SCORE) TO WRK-NOTA-ED4
           MOVE SCO-NOTA(WRK-IDX-SCORE)        TO WRK-NOTA-ED5
           MOVE SPACE TO WRK-LINHA-REL
           STRING SCO-POSICAO(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " ZONA " DELIMITED BY SIZE
                  SCO-ZONA(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SCO-TRANSP(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SCO-NOME(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " EMB " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " PONT " DELIMITED BY SIZE
                  WRK-NOTA-ED DELIMITED BY SIZE
                  " SIN " DELIMITED BY SIZE
                  WRK-NOTA-ED2 DELIMITED BY SIZE
                  " DIV " DELIMITED BY SIZE
                  WRK-NOTA-ED3 DELIMITED BY SIZE
                  " MARG " DELIMITED BY SIZE
                  WRK-NOTA-ED4 DELIMITED BY SIZE
                  " NOTA " DELIMITED BY SIZE
                  WRK-NOTA-ED5 DELIMITED BY SIZE
                  " PRIO " DELIMITED BY SIZE
                  SCO-PRIO-ATUAL(WRK-IDX-SCORE) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  SCO-PRIO-PROP(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " RATEIO " DELIMITED BY SIZE
                  SCO-PERC-ATUAL(WRK-IDX-SCORE) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  SCO-PERC-PROP(WRK-IDX-SCORE) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-SCORE-REL
           WRITE REG-SCORE-REL.

       0033-IMPRIME-SEM-MOVIMENTO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "-- ZONA " DELIMITED BY SIZE
                  SCO-ZONA(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SCO-TRANSP(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SCO-NOME(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " SEM EMBARQUE NO TRIMESTRE - MANTEM PRIO "
                    DELIMITED BY SIZE
                  SCO-PRIO-ATUAL(WRK-IDX-SCORE) DELIMITED BY SIZE
                  " RATEIO " DELIMITED BY SIZE
                  SCO-PERC-ATUAL(WRK-IDX-SCORE) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-SCORE-REL
           WRITE REG-SCORE-REL.

       0034-GRAVA-PROPOSTA SECTION.

           MOVE WRK-TRIMESTRE                 TO SPROP-TRIMESTRE
           MOVE SCO-ZONA(WRK-IDX-SCORE)       TO SPROP-ZONA
           MOVE SCO-TRANSP(WRK-IDX-SCORE)     TO SPROP-TRANSPORTADORA
           MOVE SCO-NOME(WRK-IDX-SCORE)       TO SPROP-NOME
           MOVE SCO-NOTA(WRK-IDX-SCORE)       TO SPROP-NOTA
           MOVE SCO-PRIO-ATUAL(WRK-IDX-SCORE) TO SPROP-PRIORIDADE-ATUAL
           MOVE SCO-PERC-ATUAL(WRK-IDX-SCORE) TO SPROP-PERC-ATUAL
           MOVE SCO-PRIO-PROP(WRK-IDX-SCORE)  TO SPROP-PRIORIDADE-PROP
           MOVE SCO-PERC-PROP(WRK-IDX-SCORE)  TO SPROP-PERC-PROP
           MOVE "P"                           TO SPROP-SITUACAO
           MOVE ZERO                          TO SPROP-DECISAO-DATA
           MOVE SPACE                         TO SPROP-OPERADOR
           WRITE REG-SCORE-PROPOSTA
           ADD 1 TO WRK-QTD-PROPOSTAS.

       0040-TOTAIS SECTION.

           MOVE WRK-QTD-CLASSIFICADAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TRANSPORTADORAS CLASSIFICADAS......: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-SCORE-REL
           WRITE REG-SCORE-REL

           MOVE WRK-QTD-PROPOSTAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROPOSTAS GRAVADAS EM SCORE-PROPOSTAS: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-SCORE-REL
           WRITE REG-SCORE-REL

           MOVE WRK-QTD-SEM-CADASTRO TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMBARQUES DE TRANSPORTADORA/ZONA FORA DO "
                    DELIMITED BY SIZE
                  "CADASTRO: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-SCORE-REL
           WRITE REG-SCORE-REL.

       0041-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "SCORE-TRANSP"    TO RPED-JOB
           MOVE "SCORE-RELATORIO" TO RPED-RELATORIO
      *    O TRIMESTRE VAI NA COMPETENCIA PELO SEU ULTIMO MES.
           COMPUTE RPED-COMPETENCIA = WRK-DATA-FIM / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM SCORE-TRANSP.
