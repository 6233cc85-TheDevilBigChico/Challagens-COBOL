      *==            LEIAUTE (SEM PESO/CATEGORIA) E AVISADO E PULADO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  ICMS DE FRETE: DETALHE DA VERSAO 05 TEM O ICMS
      *==                 DESTACADO CONFERIDO TAMBEM - ALIQUOTA VIGENTE
      *==                 DO PAR DE UFS GRAVADO (ICMS-ALIQUOTAS),
      *==                 ISENCAO DO CLIENTE/CATEGORIA (ICMS-ISENCOES)
      *==                 E FRETE MAIS SEGURO GRAVADOS; DIFERENCA ACIMA
      *==                 DE 0,01 SAI NO RELATORIO E TAMBEM SEGURA O
      *==                 FATURAMENTO (RETURN-CODE 8).
      *== 15/10/2026 FA  SOBRETAXA DE COMBUSTIVEL: DETALHE DA VERSAO 06
      *==                 E REPRECIFICADO COM O PERCENTUAL DA
      *==                 COMPETENCIA DO EMBARQUE EM FRETE-COMBUSTIVEL
      *==                 (MESMA REGRA DO LOTE, CONTRATO COM
      *==                 COMBUSTIVEL INCLUSO NAO PAGA); VERSAO ANTERIOR
      *==                 SEGUE CONFERIDA SEM SOBRETAXA.
      *== 15/10/2026 FA  CONTRATO VENCIDO NA DATA DO EMBARQUE (DATA DE
      *==                 TERMINO CONTR-FIM-REG) E CONFERIDO PELA
      *==                 TARIFA GERAL, MESMA REGRA DO LOTE.
      *== 15/10/2026 FA  FRETE A PAGAR: CONTRATO E DESCONTO SAO OS DO
      *==                 PAGADOR GRAVADO NA SAIDA (DESTINATARIO QUANDO
      *==                 SAIDA-PAGADOR = F), COMO NO LOTE.
      *== 15/10/2026 FA  PRODUTOS PERIGOSOS: DETALHE DA VERSAO 08 COM
      *==                 NUMERO ONU E REPRECIFICADO COM O ADICIONAL
      *==                 DO PRODUTO EM PRODUTOS-PERIGOSOS, SOBRE O
      *==                 FRETE JA LIMITADO E ANTES DO COMBUSTIVEL
      *==                 (MESMA ORDEM DO LOTE).
      *== 15/10/2026 FA  EMISSAO DO CONFERE-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTRATO-TARIFAS ASSIGN TO "CONTRATO-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT FRETE-COMBUSTIVEL ASSIGN TO "FRETE-COMBUSTIVEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMBUST.
           SELECT CAMBIO-TAXAS ASSIGN TO "CAMBIO-TAXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAMBIO.
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT CONFERE-RELATORIO ASSIGN TO "CONFERE-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT ICMS-ALIQUOTAS ASSIGN TO "ICMS-ALIQUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMS-ALIQ.
           SELECT ICMS-ISENCOES ASSIGN TO "ICMS-ISENCOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMS-ISENC.
           SELECT PRODUTOS-PERIGOSOS ASSIGN TO "PRODUTOS-PERIGOSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIGOSOS.

       DATA DIVISION.
       FILE SECTION.
           05 CONTR-ZONA-REG       PIC X(04).
           05 CONTR-PERC-REG       PIC 9V9999.
           05 CONTR-VIGOR-REG      PIC 9(08).
           05 CONTR-COMB-INCLUSO-REG PIC X(01).
           05 CONTR-FIM-REG        PIC 9(08).

       FD  FRETE-COMBUSTIVEL.
       01  REG-FRETE-COMBUSTIVEL.
           COPY COMBUST-IDX.

       FD  CAMBIO-TAXAS.
       01  REG-CAMBIO-TAXA.
       FD  CONFERE-RELATORIO.
       01  REG-CONFERE             PIC X(132).

       FD  ICMS-ALIQUOTAS.
       01  REG-ICMS-ALIQUOTA.
           COPY ICMS-ALIQ.

       FD  ICMS-ISENCOES.
       01  REG-ICMS-ISENCAO.
           COPY ICMS-ISENC.

       FD  PRODUTOS-PERIGOSOS.
       01  REG-PERIGOSO.
           COPY PERIGOSO-REG.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.
       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
      *====================== ALERTAS DA MANHA ===========================
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-ALERTA-SEV   PIC X(01)            VALUE "I".
              10 TARIFA-VIGOR     PIC 9(08).
       77  WRK-QTD-CONTRATOS PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-CONTRATO PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-SEL-CONTR PIC 9(03)           VALUE ZERO.
       01  TAB-CONTRATOS.
           05 CONTRATO-ITEM OCCURS 200 TIMES
                             INDEXED BY IDX-CONTRATO.
              10 CONTR-ZONA      PIC X(04).
              10 CONTR-PERC      PIC 9V9999.
              10 CONTR-VIGOR     PIC 9(08).
              10 CONTR-COMB-INCLUSO PIC X(01).
              10 CONTR-FIM       PIC 9(08).
       77  WRK-STATUS-COMBUST PIC X(02)          VALUE SPACE.
       77  WRK-FIM-COMBUST  PIC X(01)            VALUE "N".
       77  WRK-QTD-COMBUST  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-COMBUST  PIC 9(03)            VALUE ZERO.
       01  TAB-COMBUSTIVEL.
           05 COMBUST-ITEM OCCURS 120 TIMES
                            INDEXED BY IDX-COMBUST.
              10 COMB-COMPETENCIA PIC 9(06).
              10 COMB-PERC        PIC 9V9999.
       77  WRK-QTD-MOEDAS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-MOEDA    PIC 9(03)            VALUE ZERO.
       01  TAB-MOEDAS.
                            INDEXED BY IDX-CLIENTE.
              10 CLI-CODIGO      PIC 9(05).
              10 CLI-DESC        PIC 9V9999.
       77  WRK-STATUS-ICMS-ALIQ PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-ICMS-ISENC PIC X(02)       VALUE SPACE.
       77  WRK-FIM-ICMS-ALIQ PIC X(01)           VALUE "N".
       77  WRK-FIM-ICMS-ISENC PIC X(01)          VALUE "N".
       77  WRK-QTD-ICMS-ALIQ PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-ICMS-ALIQ PIC 9(04)           VALUE ZERO.
       01  TAB-ICMS-ALIQ.
           05 ICMS-ALIQ-ITEM OCCURS 1000 TIMES
                              INDEXED BY IDX-ICMS-ALIQ.
              10 ICMS-UF-ORIGEM   PIC X(02).
              10 ICMS-UF-DESTINO  PIC X(02).
              10 ICMS-ALIQ        PIC 9V9999.
              10 ICMS-VIGOR       PIC 9(08).
       77  WRK-QTD-ICMS-ISENC PIC 9(03)          VALUE ZERO.
       77  WRK-IDX-ICMS-ISENC PIC 9(03)          VALUE ZERO.
       01  TAB-ICMS-ISENC.
           05 ICMS-ISENC-ITEM OCCURS 200 TIMES
                               INDEXED BY IDX-ICMS-ISENC.
              10 ISEN-CLIENTE     PIC 9(05).
              10 ISEN-CATEGORIA   PIC X(04).
       77  WRK-STATUS-PERIGOSOS PIC X(02)        VALUE SPACE.
       77  WRK-FIM-PERIGOSOS PIC X(01)           VALUE "N".
       77  WRK-QTD-PERIGOSOS PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-PERIGOSO PIC 9(03)            VALUE ZERO.
       01  TAB-PERIGOSOS.
           05 PERIGOSO-ITEM OCCURS 500 TIMES
                             INDEXED BY IDX-PERIGOSO.
              10 PERIG-ONU        PIC 9(04).
              10 PERIG-ADICIONAL  PIC 9V9999.
      *====================== RECALCULO ==================================
       77  WRK-VALOR-BRL    PIC 9(09)V99         VALUE ZERO.
       77  WRK-TAXA-CAMBIO  PIC 9(03)V9999       VALUE 1,0000.
       77  WRK-CAT-ADICIONAL PIC 9V9999          VALUE ZERO.
       77  WRK-DESC-CLIENTE PIC 9V9999           VALUE ZERO.
       77  WRK-FRETE-CALC   PIC 9(09)V99         VALUE ZERO.
       77  WRK-COMB-INCLUSO PIC X(01)            VALUE "N".
       77  WRK-COMPET-EMBARQUE PIC 9(06)         VALUE ZERO.
       77  WRK-COMPET-SEL-COMB PIC 9(06)         VALUE ZERO.
       77  WRK-PERC-COMBUST PIC 9V9999           VALUE ZERO.
       77  WRK-COMBUST-CALC PIC 9(09)V99         VALUE ZERO.
       77  WRK-CLIENTE-PAGADOR PIC 9(05)         VALUE ZERO.
       77  WRK-PERIGO-ADIC  PIC 9V9999           VALUE ZERO.
       77  WRK-ADIC-PERIGOSO PIC 9(09)V99        VALUE ZERO.
       77  WRK-DIFERENCA    PIC S9(09)V99        VALUE ZERO.
       77  WRK-FRETE-CALC-ED COPY CURRENCY-ED.
       77  WRK-FRETE-GRAV-ED COPY CURRENCY-ED.
       77  WRK-ICMS-ALIQ    PIC 9V9999           VALUE ZERO.
       77  WRK-VIGOR-SEL-ICMS PIC 9(08)          VALUE ZERO.
       77  WRK-ICMS-CALC    PIC 9(09)V99         VALUE ZERO.
       77  WRK-ICMS-SITUACAO PIC X(01)           VALUE "S".
           88 ICMS-TRIBUTADO                     VALUE "T".
           88 ICMS-ISENTO                        VALUE "I".
       77  WRK-ICMS-CALC-ED COPY CURRENCY-ED.
       77  WRK-ICMS-GRAV-ED COPY CURRENCY-ED.
      *====================== CONTADORES =================================
       77  WRK-QTD-CONFERIDOS PIC 9(07)          VALUE ZERO.
       77  WRK-QTD-DIVERGENTES PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-PULADOS  PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-DIVERG-ICMS PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZZZ9.

       PROCEDURE DIVISION.

           PERFORM 0010-CARREGA-TARIFAS
           PERFORM 0011-CARREGA-CONTRATOS
           PERFORM 0018-CARREGA-COMBUSTIVEL
           PERFORM 0012-CARREGA-CAMBIO
           PERFORM 0013-CARREGA-PARAMETROS
           PERFORM 0014-CARREGA-CATEGORIAS
           PERFORM 0015-CARREGA-CLIENTES
           PERFORM 0017-CARREGA-ICMS
           PERFORM 0019-CARREGA-PERIGOSOS

           OPEN OUTPUT CONFERE-RELATORIO
           MOVE "VERIFICACAO INDEPENDENTE DE PRECO DO FRETE"

           PERFORM 0003-TOTAIS-FINAIS
           CLOSE CONFERE-RELATORIO
           PERFORM 0031-REGISTRA-RELATORIO

           IF WRK-QTD-DIVERGENTES GREATER ZERO
             OR WRK-QTD-DIVERG-ICMS GREATER ZERO
             DISPLAY "VERIFICACAO DE PRECO COM DIVERGENCIAS, "
                     "FATURAMENTO NAO DEVE RODAR"
             MOVE "E" TO WRK-ALERTA-SEV
                 MOVE WRK-LINHA-REL TO REG-CONFERE
                 WRITE REG-CONFERE
               END-IF
               IF SAIDA-ICMS NUMERIC
                 PERFORM 0005-CONFERE-ICMS
               END-IF
             END-IF
           END-IF.

       0005-CONFERE-ICMS SECTION.

      *    O ICMS E CONFERIDO SOBRE O FRETE E O SEGURO GRAVADOS (O
      *    FRETE JA FOI CONFERIDO ACIMA), COM AS UFS GRAVADAS NA SAIDA.
           MOVE ZERO TO WRK-ICMS-ALIQ
           MOVE ZERO TO WRK-ICMS-CALC
           MOVE "S"  TO WRK-ICMS-SITUACAO
           PERFORM VARYING WRK-IDX-ICMS-ISENC FROM 1 BY 1
                     UNTIL WRK-IDX-ICMS-ISENC > WRK-QTD-ICMS-ISENC
             IF (ISEN-CLIENTE(WRK-IDX-ICMS-ISENC) EQUAL ZERO
                 OR ISEN-CLIENTE(WRK-IDX-ICMS-ISENC)
                    EQUAL SAIDA-CLIENTE)
               AND (ISEN-CATEGORIA(WRK-IDX-ICMS-ISENC) EQUAL SPACE
                 OR ISEN-CATEGORIA(WRK-IDX-ICMS-ISENC)
                    EQUAL SAIDA-CATEGORIA)
               MOVE "I" TO WRK-ICMS-SITUACAO
               MOVE WRK-QTD-ICMS-ISENC TO WRK-IDX-ICMS-ISENC
             END-IF
           END-PERFORM
           IF NOT ICMS-ISENTO
             MOVE ZERO TO WRK-VIGOR-SEL-ICMS
             PERFORM VARYING WRK-IDX-ICMS-ALIQ FROM 1 BY 1
                       UNTIL WRK-IDX-ICMS-ALIQ > WRK-QTD-ICMS-ALIQ
               IF ICMS-UF-ORIGEM(WRK-IDX-ICMS-ALIQ)
                    EQUAL SAIDA-UF-ORIGEM
                 AND ICMS-UF-DESTINO(WRK-IDX-ICMS-ALIQ)
                     EQUAL SAIDA-UF-DESTINO
                 AND ICMS-VIGOR(WRK-IDX-ICMS-ALIQ) NOT GREATER
                     WRK-DATA-EMBARQUE
                 AND ICMS-VIGOR(WRK-IDX-ICMS-ALIQ) NOT LESS
                     WRK-VIGOR-SEL-ICMS
                 MOVE ICMS-ALIQ(WRK-IDX-ICMS-ALIQ) TO WRK-ICMS-ALIQ
                 MOVE ICMS-VIGOR(WRK-IDX-ICMS-ALIQ)
                   TO WRK-VIGOR-SEL-ICMS
                 MOVE "T" TO WRK-ICMS-SITUACAO
               END-IF
             END-PERFORM
           END-IF
           IF ICMS-TRIBUTADO
             COMPUTE WRK-ICMS-CALC ROUNDED =
                 (SAIDA-FRETE + SAIDA-SEGURO) * WRK-ICMS-ALIQ
           END-IF

           COMPUTE WRK-DIFERENCA = WRK-ICMS-CALC - SAIDA-ICMS
           IF WRK-DIFERENCA GREATER 0,01
             OR WRK-DIFERENCA LESS -0,01
             OR WRK-ICMS-SITUACAO NOT EQUAL SAIDA-ICMS-SITUACAO
             ADD 1 TO WRK-QTD-DIVERG-ICMS
             MOVE WRK-ICMS-CALC TO WRK-ICMS-CALC-ED
             MOVE SAIDA-ICMS    TO WRK-ICMS-GRAV-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "ICMS DIVERGENTE: " DELIMITED BY SIZE
                    WRK-DATA-EMBARQUE DELIMITED BY SIZE
                    " "           DELIMITED BY SIZE
                    SAIDA-SEQ     DELIMITED BY SIZE
                    " UF "        DELIMITED BY SIZE
                    SAIDA-UF-ORIGEM DELIMITED BY SIZE
                    "/"           DELIMITED BY SIZE
                    SAIDA-UF-DESTINO DELIMITED BY SIZE
                    " GRAVADO: "  DELIMITED BY SIZE
                    WRK-ICMS-GRAV-ED DELIMITED BY SIZE
                    " " SAIDA-ICMS-SITUACAO DELIMITED BY SIZE
                    " RECALCULADO: " DELIMITED BY SIZE
                    WRK-ICMS-CALC-ED DELIMITED BY SIZE
                    " " WRK-ICMS-SITUACAO DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-CONFERE
             WRITE REG-CONFERE
           END-IF.

       0004-REPRECIFICA SECTION.

      *    MESMA SEQUENCIA DE 0003-PROCESSAR DE CALCULO-FRETE, SO QUE
             END-IF
           END-PERFORM

      *    FRETE A PAGAR (VERSAO 07 EM DIANTE): CONTRATO E DESCONTO
      *    SAO OS DO DESTINATARIO, QUE PAGA.
           MOVE SAIDA-CLIENTE TO WRK-CLIENTE-PAGADOR
           IF SAIDA-PAGADOR EQUAL "F"
             AND SAIDA-DESTINATARIO NUMERIC
             MOVE SAIDA-DESTINATARIO TO WRK-CLIENTE-PAGADOR
           END-IF

           MOVE ZERO TO WRK-VIGOR-SEL
           MOVE ZERO TO WRK-IDX-SEL-CONTR
           MOVE "N"  TO WRK-COMB-INCLUSO
           IF WRK-CLIENTE-PAGADOR GREATER ZERO
             PERFORM VARYING WRK-IDX-CONTRATO FROM 1 BY 1
                       UNTIL WRK-IDX-CONTRATO > WRK-QTD-CONTRATOS
               IF CONTR-CLIENTE(WRK-IDX-CONTRATO)
                    EQUAL WRK-CLIENTE-PAGADOR
                 AND CONTR-ZONA(WRK-IDX-CONTRATO) EQUAL SAIDA-ZONA
                 AND CONTR-VIGOR(WRK-IDX-CONTRATO) NOT GREATER
                     WRK-DATA-EMBARQUE
                 AND CONTR-VIGOR(WRK-IDX-CONTRATO) NOT LESS
                     WRK-VIGOR-SEL
                 MOVE CONTR-VIGOR(WRK-IDX-CONTRATO)
                   TO WRK-VIGOR-SEL
                 MOVE WRK-IDX-CONTRATO TO WRK-IDX-SEL-CONTR
               END-IF
             END-PERFORM
           END-IF
           IF WRK-IDX-SEL-CONTR GREATER ZERO
             IF CONTR-FIM(WRK-IDX-SEL-CONTR) NOT LESS
                WRK-DATA-EMBARQUE
               MOVE CONTR-PERC(WRK-IDX-SEL-CONTR)
                 TO WRK-PERC-TARIFA
               MOVE CONTR-COMB-INCLUSO(WRK-IDX-SEL-CONTR)
                 TO WRK-COMB-INCLUSO
             END-IF
           END-IF

           COMPUTE WRK-FRETE-CALC =
               (WRK-VALOR-BRL * WRK-PERC-TARIFA)
           END-IF

           MOVE ZERO TO WRK-DESC-CLIENTE
           IF WRK-CLIENTE-PAGADOR GREATER ZERO
             PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                       UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
               IF CLI-CODIGO(WRK-IDX-CLIENTE)
                    EQUAL WRK-CLIENTE-PAGADOR
                 MOVE CLI-DESC(WRK-IDX-CLIENTE)
                   TO WRK-DESC-CLIENTE
                 MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
           END-IF
           IF WRK-FRETE-CALC GREATER WRK-FRETE-MAXIMO
             MOVE WRK-FRETE-MAXIMO TO WRK-FRETE-CALC
           END-IF

      *    ADICIONAL DE PRODUTO PERIGOSO SO EXISTE DA VERSAO 08 EM
      *    DIANTE.
           IF SAIDA-ONU NUMERIC
             AND SAIDA-ONU GREATER ZERO
             MOVE ZERO TO WRK-PERIGO-ADIC
             PERFORM VARYING WRK-IDX-PERIGOSO FROM 1 BY 1
                       UNTIL WRK-IDX-PERIGOSO > WRK-QTD-PERIGOSOS
               IF PERIG-ONU(WRK-IDX-PERIGOSO) EQUAL SAIDA-ONU
                 MOVE PERIG-ADICIONAL(WRK-IDX-PERIGOSO)
                   TO WRK-PERIGO-ADIC
                 MOVE WRK-QTD-PERIGOSOS TO WRK-IDX-PERIGOSO
               END-IF
             END-PERFORM
             IF WRK-PERIGO-ADIC GREATER ZERO
               COMPUTE WRK-ADIC-PERIGOSO ROUNDED =
                   WRK-FRETE-CALC * WRK-PERIGO-ADIC
               ADD WRK-ADIC-PERIGOSO TO WRK-FRETE-CALC
             END-IF
           END-IF

      *    SOBRETAXA DE COMBUSTIVEL SO EXISTE A PARTIR DA VERSAO 06.
           IF SAIDA-COMBUSTIVEL NUMERIC
             AND WRK-COMB-INCLUSO NOT EQUAL "S"
             MOVE ZERO TO WRK-PERC-COMBUST
             MOVE ZERO TO WRK-COMPET-SEL-COMB
             COMPUTE WRK-COMPET-EMBARQUE = WRK-DATA-EMBARQUE / 100
             PERFORM VARYING WRK-IDX-COMBUST FROM 1 BY 1
                       UNTIL WRK-IDX-COMBUST > WRK-QTD-COMBUST
               IF COMB-COMPETENCIA(WRK-IDX-COMBUST) NOT GREATER
                    WRK-COMPET-EMBARQUE
                 AND COMB-COMPETENCIA(WRK-IDX-COMBUST) NOT LESS
                     WRK-COMPET-SEL-COMB
                 MOVE COMB-PERC(WRK-IDX-COMBUST) TO WRK-PERC-COMBUST
                 MOVE COMB-COMPETENCIA(WRK-IDX-COMBUST)
                   TO WRK-COMPET-SEL-COMB
               END-IF
             END-PERFORM
             IF WRK-PERC-COMBUST GREATER ZERO
               COMPUTE WRK-COMBUST-CALC ROUNDED =
                   WRK-FRETE-CALC * WRK-PERC-COMBUST
               ADD WRK-COMBUST-CALC TO WRK-FRETE-CALC
             END-IF
           END-IF.

       0003-TOTAIS-FINAIS SECTION.
           MOVE WRK-LINHA-REL TO REG-CONFERE
           WRITE REG-CONFERE

           MOVE WRK-QTD-DIVERG-ICMS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ICMS DIVERGENTE......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-CONFERE
           WRITE REG-CONFERE

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-QTD-DIVERGENTES EQUAL ZERO
             AND WRK-QTD-DIVERG-ICMS EQUAL ZERO
             STRING "CONTROLE: OK" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
                       TO CONTR-PERC(WRK-QTD-CONTRATOS)
                     MOVE CONTR-VIGOR-REG
                       TO CONTR-VIGOR(WRK-QTD-CONTRATOS)
                     MOVE CONTR-COMB-INCLUSO-REG
                       TO CONTR-COMB-INCLUSO(WRK-QTD-CONTRATOS)
                     IF CONTR-FIM-REG NUMERIC
                       AND CONTR-FIM-REG GREATER ZERO
                       MOVE CONTR-FIM-REG
                         TO CONTR-FIM(WRK-QTD-CONTRATOS)
                     ELSE
                       MOVE 99999999 TO CONTR-FIM(WRK-QTD-CONTRATOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONTRATO-TARIFAS
           END-IF.

       0018-CARREGA-COMBUSTIVEL SECTION.

           OPEN INPUT FRETE-COMBUSTIVEL
           IF WRK-STATUS-COMBUST NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-COMBUST EQUAL "S"
               READ FRETE-COMBUSTIVEL
                 AT END
                   MOVE "S" TO WRK-FIM-COMBUST
                 NOT AT END
                   IF WRK-QTD-COMBUST NOT LESS 120
                     DISPLAY "TAB-COMBUSTIVEL CHEIA, INDICES "
                             "RESTANTES NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-COMBUST
                   ELSE
                     IF COMB-COMPETENCIA-REG NUMERIC
                       AND COMB-PERC-REG NUMERIC
                       ADD 1 TO WRK-QTD-COMBUST
                       MOVE COMB-COMPETENCIA-REG
                         TO COMB-COMPETENCIA(WRK-QTD-COMBUST)
                       MOVE COMB-PERC-REG
                         TO COMB-PERC(WRK-QTD-COMBUST)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-COMBUSTIVEL
           END-IF.

       0012-CARREGA-CAMBIO SECTION.

      *    VALE A TAXA DE DATA MAIS RECENTE DE CADA MOEDA, COMO NA
             CLOSE CLIENTES
           END-IF.

       0019-CARREGA-PERIGOSOS SECTION.

           OPEN INPUT PRODUTOS-PERIGOSOS
           IF WRK-STATUS-PERIGOSOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PERIGOSOS EQUAL "S"
               READ PRODUTOS-PERIGOSOS
                 AT END
                   MOVE "S" TO WRK-FIM-PERIGOSOS
                 NOT AT END
                   IF PERIG-ONU-REG NUMERIC
                     AND PERIG-ADICIONAL-REG NUMERIC
                     IF WRK-QTD-PERIGOSOS NOT LESS 500
                       DISPLAY "TAB-PERIGOSOS CHEIA, PRODUTOS "
                               "RESTANTES NAO CARREGADOS"
                       MOVE "S" TO WRK-FIM-PERIGOSOS
                     ELSE
                       ADD 1 TO WRK-QTD-PERIGOSOS
                       MOVE PERIG-ONU-REG
                         TO PERIG-ONU(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-ADICIONAL-REG
                         TO PERIG-ADICIONAL(WRK-QTD-PERIGOSOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PRODUTOS-PERIGOSOS
           END-IF.

       0017-CARREGA-ICMS SECTION.

           OPEN INPUT ICMS-ALIQUOTAS
           IF WRK-STATUS-ICMS-ALIQ NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ICMS-ALIQ EQUAL "S"
               READ ICMS-ALIQUOTAS
                 AT END
                   MOVE "S" TO WRK-FIM-ICMS-ALIQ
                 NOT AT END
                   IF WRK-QTD-ICMS-ALIQ NOT LESS 1000
                     DISPLAY "TAB-ICMS-ALIQ CHEIA, ALIQUOTAS "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ICMS-ALIQ
                   ELSE
                     IF ICMS-ALIQ-REG NUMERIC
                       AND ICMS-VIGOR-REG NUMERIC
                       ADD 1 TO WRK-QTD-ICMS-ALIQ
                       MOVE ICMS-UF-ORIGEM-REG
                         TO ICMS-UF-ORIGEM(WRK-QTD-ICMS-ALIQ)
                       MOVE ICMS-UF-DESTINO-REG
                         TO ICMS-UF-DESTINO(WRK-QTD-ICMS-ALIQ)
                       MOVE ICMS-ALIQ-REG
                         TO ICMS-ALIQ(WRK-QTD-ICMS-ALIQ)
                       MOVE ICMS-VIGOR-REG
                         TO ICMS-VIGOR(WRK-QTD-ICMS-ALIQ)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ICMS-ALIQUOTAS
           END-IF

           OPEN INPUT ICMS-ISENCOES
           IF WRK-STATUS-ICMS-ISENC NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ICMS-ISENC EQUAL "S"
               READ ICMS-ISENCOES
                 AT END
                   MOVE "S" TO WRK-FIM-ICMS-ISENC
                 NOT AT END
                   IF WRK-QTD-ICMS-ISENC NOT LESS 200
                     DISPLAY "TAB-ICMS-ISENC CHEIA, ISENCOES "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ICMS-ISENC
                   ELSE
                     ADD 1 TO WRK-QTD-ICMS-ISENC
                     IF ISEN-CLIENTE-REG NUMERIC
                       MOVE ISEN-CLIENTE-REG
                         TO ISEN-CLIENTE(WRK-QTD-ICMS-ISENC)
                     ELSE
                       MOVE ZERO TO ISEN-CLIENTE(WRK-QTD-ICMS-ISENC)
                     END-IF
                     MOVE ISEN-CATEGORIA-REG
                       TO ISEN-CATEGORIA(WRK-QTD-ICMS-ISENC)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ICMS-ISENCOES
           END-IF.

       0030-GRAVA-ALERTA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0031-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "CONFERE-FRET"      TO RPED-JOB
           MOVE "CONFERE-RELATORIO" TO RPED-RELATORIO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM CONFERE-FRETE.
