      *==                 COM RETURN-CODE 12 EM VEZ DE TRUNCAR. SO A
      *==                 TABELA DE NOMES DE CLIENTES (SO LEGENDA)
      *==                 SEGUE LIMITADA, COM AVISO.
      *== 15/10/2026 FA  ICMS DE FRETE: O ICMS DESTACADO DE CADA
      *==                 EMBARQUE (AUDIT-ICMS, ESTORNO NEGATIVO) SAI NO
      *==                 ANEXO E E TOTALIZADO NA FATURA EM FATURA-ICMS,
      *==                 NO FIM DO REGISTRO (FATURAS E
      *==                 FATURAS-HISTORICO 62 -> 74).
      *==                 E SO INFORMATIVO: NAO ENTRA NO TOTAL DEVIDO.
      *== 15/10/2026 FA  ENCARGOS POR ATRASO: OS ITENS PENDENTES DE
      *==                 FATURA-DEBITOS (MULTA E JUROS DE RECEBIMENTO
      *==                 EM ATRASO) DO CLIENTE/FILIAL ENTRAM NA FATURA
      *==                 SEGUINTE, LINHA A LINHA NO ANEXO, SOMADOS NO
      *==                 TOTAL DEVIDO E EM FATURA-ENCARGOS (FIM DO
      *==                 REGISTRO, FATURAS E FATURAS-HISTORICO 74 ->
      *==                 85); O ITEM FICA "F" COM A COMPETENCIA E O
      *==                 NUMERO DA FATURA. REEMISSAO DA COMPETENCIA
      *==                 COBRA DE NOVO OS ITENS QUE ELA JA TINHA
      *==                 FATURADO. CLIENTE SEM FATURA NO MES MANTEM O
      *==                 ITEM PENDENTE.
      *== 15/10/2026 FA  FRETE A PAGAR: O EMBARQUE E FATURADO A QUEM
      *==                 PAGA O FRETE - O DESTINATARIO QUANDO
      *==                 AUDIT-PAGADOR = "F", SENAO O REMETENTE
      *==                 (AUDIT-CLIENTE). NO ANEXO, O ITEM DE OUTRO
      *==                 REMETENTE MOSTRA O CODIGO DO REMETENTE.
      *== 15/10/2026 FA  FECHAMENTO DE COMPETENCIA: O EMBARQUE ENTRA NA
      *==                 FATURA PELA COMPETENCIA DE LANCAMENTO
      *==                 (AUDIT-COMPETENCIA); SO O REGISTRO ANTIGO, SEM
      *==                 ELA, AINDA VAI PELO MES DE AUDIT-DATA. O
      *==                 AJUSTE TARDIO DE COMPETENCIA JA FECHADA SAI NO
      *==                 ANEXO COM "REF" E A COMPETENCIA DE ORIGEM.
      *== 15/10/2026 FA  EMISSAO DO FATURA-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *== 15/10/2026 FA  BONIFICACAO POR VOLUME: O SALDO PENDENTE DOS
      *==                 CREDITOS DE BONIFICACAO-CREDITOS (EMITIDOS
      *==                 NO FECHAMENTO DO ANO PELO BONIFICA-VOLUME) DO
      *==                 CLIENTE E ABATIDO NA PRIMEIRA FATURA DELE DE
      *==                 COMPETENCIA DE ANO SEGUINTE, ATE O TOTAL
      *==                 DEVIDO (O RESTO FICA PARA A FATURA
      *==                 SEGUINTE), LINHA A LINHA NO ANEXO E EM
      *==                 FATURA-BONIFICACAO (FIM DO REGISTRO, FATURAS
      *==                 E FATURAS-HISTORICO 85 -> 96). REEMISSAO DA
      *==                 COMPETENCIA DEVOLVE AO SALDO O QUE ELA JA
      *==                 TINHA ABATIDO ANTES DE ABATER DE NOVO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FATURA-RELATORIO ASSIGN TO "FATURA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FATURA-DETALHE ASSIGN TO "FATURA-DETALHE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FATURA-SERIES ASSIGN TO "FATURA-SERIES"
           SELECT FATURAS-HISTORICO ASSIGN TO "FATURAS-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAT-HIST.
           SELECT FATURA-DEBITOS ASSIGN TO "FATURA-DEBITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEBITOS.
           SELECT BONIFICACAO-CREDITOS
               ASSIGN TO "BONIFICACAO-CREDITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CREDITOS.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
           05 FATURA-TOTAL-DEVIDO  PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FATURA-NUMERO        PIC 9(07).
           05 FATURA-ICMS          PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FATURA-ENCARGOS      PIC 9(09)V99.
           05 FATURA-BONIFICACAO   PIC 9(09)V99.

       FD  FATURA-SERIES.
       01  REG-FATURA-SERIE.
           05 SERIE-ULTIMO-REG     PIC 9(07).

       FD  FATURAS-HISTORICO.
       01  REG-FATURA-HIST         PIC X(96).

       FD  FATURA-DEBITOS.
       01  REG-FATURA-DEBITO.
           COPY FATURA-DEBITO.

       FD  BONIFICACAO-CREDITOS.
       01  REG-BONIF-CREDITO.
           COPY BONIF-CREDITO.

       FD  FATURA-RELATORIO.
       01  REG-FATURA-RELATORIO    PIC X(132).
           05 SORT-PRODUTO         PIC X(30).
           05 SORT-ZONA            PIC X(04).
           05 SORT-FRETE           PIC 9(09)V99.
           05 SORT-ICMS            PIC 9(09)V99.
           05 SORT-REMETENTE       PIC 9(05).
           05 SORT-COMPET-ORIGEM   PIC 9(06).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.
      *====================== CONTROLE DO LOTE ==========================
       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-AUDITORIA PIC X(02)       VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)           VALUE "N".
       77  WRK-FIM-SORT     PIC X(01)           VALUE "N".
       77  WRK-GRUPO-BRUTO  PIC 9(09)V99        VALUE ZERO.
       77  WRK-GRUPO-ESTORNOS PIC 9(09)V99      VALUE ZERO.
       77  WRK-TOTAL-ANEXO  PIC S9(09)V99       VALUE ZERO.
       77  WRK-GRUPO-ICMS   PIC S9(09)V99       VALUE ZERO.
       77  WRK-GRUPO-ENCARGOS PIC 9(09)V99      VALUE ZERO.
      *====================== ENCARGOS POR ATRASO ========================
       77  WRK-STATUS-DEBITOS PIC X(02)         VALUE SPACE.
       77  WRK-FIM-DEBITOS  PIC X(01)           VALUE "N".
       77  WRK-QTD-DEBITOS  PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-DEBITO   PIC 9(04)           VALUE ZERO.
       77  WRK-QTD-ENC-COBRADOS PIC 9(05)       VALUE ZERO.
       77  WRK-DEBITOS-CHEIA PIC X(01)          VALUE "N".
           88 DEBITOS-CHEIA                     VALUE "S".
       77  WRK-ENCARGO-ITEM PIC 9(09)V99        VALUE ZERO.
       77  WRK-ENCARGO-ED   COPY CURRENCY-ED.
       01  TAB-DEBITOS.
           05 DEBITO-ITEM OCCURS 2000 TIMES
                           INDEXED BY IDX-DEBITO.
              10 DEB-REGISTRO    PIC X(144).
      *====================== BONIFICACAO POR VOLUME =====================
       77  WRK-STATUS-CREDITOS PIC X(02)        VALUE SPACE.
       77  WRK-FIM-CREDITOS PIC X(01)           VALUE "N".
       77  WRK-QTD-CREDITOS PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-CREDITO  PIC 9(04)           VALUE ZERO.
       77  WRK-CREDITOS-CHEIA PIC X(01)         VALUE "N".
           88 CREDITOS-CHEIA                    VALUE "S".
       77  WRK-CREDITOS-MUDOU PIC X(01)         VALUE "N".
           88 CREDITOS-MUDARAM                  VALUE "S".
       77  WRK-COMPET-ANO   PIC 9(04)           VALUE ZERO.
       77  WRK-GRUPO-BONIFICACAO PIC 9(09)V99   VALUE ZERO.
       77  WRK-DEVIDO-ANTES PIC S9(09)V99       VALUE ZERO.
       77  WRK-ABATE-ITEM   PIC 9(09)V99        VALUE ZERO.
       77  WRK-BONIF-ED     COPY CURRENCY-ED.
       01  TAB-CREDITOS.
           05 CREDITO-ITEM OCCURS 2000 TIMES
                            INDEXED BY IDX-CREDITO.
              10 CRD-REGISTRO    PIC X(86).
      *====================== ABORTO POR ESTOURO =========================
       77  WRK-ESTOURO      PIC X(01)           VALUE "N".
           88 ACUMULADOR-ESTOUROU               VALUE "S".
       77  WRK-FRETE-SINAL  PIC S9(09)V99       VALUE ZERO.
       77  WRK-FRETE-ITEM-ED COPY CURRENCY-ED-SIGNED.
       77  WRK-TOTAL-ANEXO-ED COPY CURRENCY-ED-SIGNED.
       77  WRK-ICMS-SINAL   PIC S9(09)V99       VALUE ZERO.
       77  WRK-ICMS-ITEM-ED COPY CURRENCY-ED-SIGNED.
       77  WRK-TEXTO-REMETENTE PIC X(16)        VALUE SPACE.
       77  WRK-TEXTO-ORIGEM PIC X(11)           VALUE SPACE.
       77  WRK-ICMS-ED      COPY CURRENCY-ED-SIGNED.
       77  WRK-ANEXO-DIVERGENTE PIC X(01)       VALUE "N".
           88 ANEXO-DIVERGENTE                  VALUE "S".
      *====================== TOTAIS GERAIS ==============================

           PERFORM 0005-CARREGA-CLIENTES
           PERFORM 0010-CARREGA-SERIES
           PERFORM 0014-CARREGA-DEBITOS
           PERFORM 0017-CARREGA-CREDITOS

           OPEN OUTPUT FATURAS
           OPEN OUTPUT FATURA-RELATORIO
           PERFORM 0004-TOTAIS-FINAIS
           CLOSE FATURAS
           CLOSE FATURA-RELATORIO
           PERFORM 0025-REGISTRA-RELATORIO
           CLOSE FATURA-DETALHE
           PERFORM 0012-REGRAVA-SERIES
           IF WRK-QTD-ENC-COBRADOS GREATER ZERO
             PERFORM 0016-REGRAVA-DEBITOS
           END-IF
           IF CREDITOS-MUDARAM
             PERFORM 0019-REGRAVA-CREDITOS
           END-IF

           IF ACUMULADOR-ESTOUROU
             DISPLAY "FATURAMENTO ABORTADO: ACUMULADOR DE FATURA "
                   AND AUDIT-CLIENTE NUMERIC
                   AND AUDIT-FRETE NUMERIC
                   AND AUDIT-SEQ GREATER ZERO
                   IF AUDIT-COMPETENCIA NUMERIC
                     AND AUDIT-COMPETENCIA GREATER ZERO
                     MOVE AUDIT-COMPETENCIA TO WRK-AUDIT-COMPET
                   ELSE
                     COMPUTE WRK-AUDIT-COMPET = AUDIT-DATA / 100
                   END-IF
                   IF WRK-AUDIT-COMPET EQUAL WRK-COMPETENCIA-NUM
                     ADD 1 TO WRK-QTD-FATURADOS
                     MOVE AUDIT-CLIENTE TO SORT-CLIENTE
                     MOVE AUDIT-CLIENTE TO SORT-REMETENTE
                     IF AUDIT-PAGADOR EQUAL "F"
                       AND AUDIT-DESTINATARIO NUMERIC
                       AND AUDIT-DESTINATARIO GREATER ZERO
                       MOVE AUDIT-DESTINATARIO TO SORT-CLIENTE
                     END-IF
                     MOVE AUDIT-FILIAL  TO SORT-FILIAL
                     MOVE AUDIT-DATA    TO SORT-DATA
                     MOVE AUDIT-SEQ     TO SORT-SEQ
                     MOVE AUDIT-PRODUTO TO SORT-PRODUTO
                     MOVE AUDIT-ZONA    TO SORT-ZONA
                     MOVE AUDIT-FRETE   TO SORT-FRETE
                     IF AUDIT-ICMS NUMERIC
                       MOVE AUDIT-ICMS  TO SORT-ICMS
                     ELSE
                       MOVE ZERO        TO SORT-ICMS
                     END-IF
                     IF AUDIT-COMPET-ORIGEM NUMERIC
                       MOVE AUDIT-COMPET-ORIGEM TO SORT-COMPET-ORIGEM
                     ELSE
                       MOVE ZERO        TO SORT-COMPET-ORIGEM
                     END-IF
                     RELEASE REG-SORT
                   END-IF
                 END-IF
             MOVE ZERO TO WRK-GRUPO-BRUTO
             MOVE ZERO TO WRK-GRUPO-ESTORNOS
             MOVE ZERO TO WRK-TOTAL-ANEXO
             MOVE ZERO TO WRK-GRUPO-ICMS
             PERFORM 0011-PROXIMO-NUMERO
             PERFORM 0024-ABRE-ANEXO
           END-IF
                 MOVE "S" TO WRK-ESTOURO
             END-ADD
             COMPUTE WRK-FRETE-SINAL = ZERO - SORT-FRETE
             COMPUTE WRK-ICMS-SINAL = ZERO - SORT-ICMS
           ELSE
             ADD 1 TO WRK-GRUPO-QTD
             ADD SORT-FRETE TO WRK-GRUPO-BRUTO
                 MOVE "S" TO WRK-ESTOURO
             END-ADD
             MOVE SORT-FRETE TO WRK-FRETE-SINAL
             MOVE SORT-ICMS  TO WRK-ICMS-SINAL
           END-IF
           ADD WRK-FRETE-SINAL TO WRK-TOTAL-ANEXO
             ON SIZE ERROR
               MOVE "S" TO WRK-ESTOURO
           END-ADD
           ADD WRK-ICMS-SINAL TO WRK-GRUPO-ICMS
             ON SIZE ERROR
               MOVE "S" TO WRK-ESTOURO
           END-ADD

           MOVE WRK-FRETE-SINAL TO WRK-FRETE-ITEM-ED
           MOVE WRK-ICMS-SINAL  TO WRK-ICMS-ITEM-ED
           MOVE SPACE TO WRK-TEXTO-REMETENTE
           IF SORT-REMETENTE NOT EQUAL SORT-CLIENTE
             STRING " REMETENTE " DELIMITED BY SIZE
                    SORT-REMETENTE DELIMITED BY SIZE
               INTO WRK-TEXTO-REMETENTE
             END-STRING
           END-IF
           MOVE SPACE TO WRK-TEXTO-ORIGEM
           IF SORT-COMPET-ORIGEM GREATER ZERO
             STRING " REF " DELIMITED BY SIZE
                    SORT-COMPET-ORIGEM DELIMITED BY SIZE
               INTO WRK-TEXTO-ORIGEM
             END-STRING
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  SORT-DATA    DELIMITED BY SIZE
                  SORT-ZONA    DELIMITED BY SIZE
                  " FRETE "    DELIMITED BY SIZE
                  WRK-FRETE-ITEM-ED DELIMITED BY SIZE
                  " ICMS "     DELIMITED BY SIZE
                  WRK-ICMS-ITEM-ED DELIMITED BY SIZE
                  WRK-TEXTO-REMETENTE DELIMITED BY SIZE
                  WRK-TEXTO-ORIGEM DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FATURA-DETALHE

       0022-FECHA-FATURA SECTION.

           PERFORM 0015-COBRA-ENCARGOS
           PERFORM 0018-ABATE-BONIFICACAO
           COMPUTE WRK-TOTAL-DEVIDO =
               WRK-GRUPO-BRUTO - WRK-GRUPO-ESTORNOS
               + WRK-GRUPO-ENCARGOS - WRK-GRUPO-BONIFICACAO
           ADD WRK-TOTAL-DEVIDO TO WRK-TOTAL-GERAL
           ADD 1 TO WRK-QTD-FATURAS

           MOVE WRK-GRUPO-ESTORNOS  TO FATURA-ESTORNOS
           MOVE WRK-TOTAL-DEVIDO    TO FATURA-TOTAL-DEVIDO
           MOVE WRK-NUMERO-FATURA   TO FATURA-NUMERO
           MOVE WRK-GRUPO-ICMS      TO FATURA-ICMS
           MOVE WRK-GRUPO-ENCARGOS  TO FATURA-ENCARGOS
           MOVE WRK-GRUPO-BONIFICACAO TO FATURA-BONIFICACAO
           WRITE REG-FATURA
           PERFORM 0013-GRAVA-HISTORICO

           MOVE WRK-GRUPO-BRUTO    TO WRK-BRUTO-ED
           MOVE WRK-GRUPO-ESTORNOS TO WRK-ESTORNO-ED
           MOVE WRK-TOTAL-DEVIDO   TO WRK-DEVIDO-ED
           MOVE WRK-GRUPO-ICMS     TO WRK-ICMS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "FATURA " DELIMITED BY SIZE
                  WRK-NUMERO-FATURA DELIMITED BY SIZE
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FATURA-RELATORIO
           WRITE REG-FATURA-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "       ICMS DESTACADO (NAO SOMA NO DEVIDO): "
                    DELIMITED BY SIZE
                  WRK-ICMS-ED    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FATURA-RELATORIO
           WRITE REG-FATURA-RELATORIO
           IF WRK-GRUPO-ENCARGOS GREATER ZERO
             MOVE WRK-GRUPO-ENCARGOS TO WRK-ENCARGO-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "       ENCARGOS POR ATRASO (MULTA + JUROS): "
                      DELIMITED BY SIZE
                    WRK-ENCARGO-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FATURA-RELATORIO
             WRITE REG-FATURA-RELATORIO
           END-IF
           IF WRK-GRUPO-BONIFICACAO GREATER ZERO
             MOVE WRK-GRUPO-BONIFICACAO TO WRK-BONIF-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "       BONIFICACAO POR VOLUME ABATIDA......: "
                      DELIMITED BY SIZE
                    WRK-BONIF-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FATURA-RELATORIO
             WRITE REG-FATURA-RELATORIO
           END-IF

           MOVE "N" TO WRK-TEM-GRUPO.

           WRITE REG-FATURA-HIST
           CLOSE FATURAS-HISTORICO.

       0014-CARREGA-DEBITOS SECTION.

           OPEN INPUT FATURA-DEBITOS
           IF WRK-STATUS-DEBITOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-DEBITOS EQUAL "S"
               READ FATURA-DEBITOS
                 AT END
                   MOVE "S" TO WRK-FIM-DEBITOS
                 NOT AT END
                   IF WRK-QTD-DEBITOS NOT LESS 2000
                     MOVE "S" TO WRK-DEBITOS-CHEIA
                     MOVE "S" TO WRK-FIM-DEBITOS
                   ELSE
                     ADD 1 TO WRK-QTD-DEBITOS
                     MOVE REG-FATURA-DEBITO
                       TO DEB-REGISTRO(WRK-QTD-DEBITOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURA-DEBITOS
           END-IF
      *    SEM O ARQUIVO INTEIRO NA TABELA A REGRAVACAO PERDERIA
      *    ITENS: NESSE CASO NENHUM ENCARGO E COBRADO NO LOTE.
           IF DEBITOS-CHEIA
             DISPLAY "TAB-DEBITOS CHEIA, ENCARGOS POR ATRASO NAO "
                     "COBRADOS NESTE LOTE"
             MOVE ZERO TO WRK-QTD-DEBITOS
           END-IF.

       0015-COBRA-ENCARGOS SECTION.

      *    ITEM PENDENTE DE RECEBIMENTO DE COMPETENCIA ANTERIOR, OU JA
      *    FATURADO NESTA MESMA COMPETENCIA (REEMISSAO), ENTRA NA
      *    FATURA DO CLIENTE/FILIAL.
           MOVE ZERO TO WRK-GRUPO-ENCARGOS
           PERFORM VARYING WRK-IDX-DEBITO FROM 1 BY 1
                     UNTIL WRK-IDX-DEBITO > WRK-QTD-DEBITOS
             MOVE DEB-REGISTRO(WRK-IDX-DEBITO) TO REG-FATURA-DEBITO
             IF DEB-CLIENTE-REG EQUAL WRK-GRUPO-CLIENTE
               AND DEB-FILIAL-REG EQUAL WRK-GRUPO-FILIAL
               AND DEB-COMPETENCIA-REG LESS WRK-COMPETENCIA-NUM
               AND (DEB-PENDENTE
                    OR (DEB-FATURADO AND DEB-COMPET-FATURADA-REG
                                   EQUAL WRK-COMPETENCIA-NUM))
               COMPUTE WRK-ENCARGO-ITEM =
                   DEB-MULTA-REG + DEB-JUROS-REG
               ADD WRK-ENCARGO-ITEM TO WRK-GRUPO-ENCARGOS
                 ON SIZE ERROR
                   MOVE "S" TO WRK-ESTOURO
               END-ADD
               ADD WRK-ENCARGO-ITEM TO WRK-TOTAL-ANEXO
                 ON SIZE ERROR
                   MOVE "S" TO WRK-ESTOURO
               END-ADD
               MOVE "F"                 TO DEB-SITUACAO-REG
               MOVE WRK-COMPETENCIA-NUM TO DEB-COMPET-FATURADA-REG
               MOVE WRK-NUMERO-FATURA   TO DEB-FATURA-COBRANCA-REG
               MOVE REG-FATURA-DEBITO
                 TO DEB-REGISTRO(WRK-IDX-DEBITO)
               ADD 1 TO WRK-QTD-ENC-COBRADOS

               MOVE WRK-ENCARGO-ITEM TO WRK-ENCARGO-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "  ENCARGOS POR ATRASO FATURA " DELIMITED BY SIZE
                      DEB-FILIAL-REG   DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      DEB-NUMERO-REG   DELIMITED BY SIZE
                      " COMPETENCIA "  DELIMITED BY SIZE
                      DEB-COMPETENCIA-REG DELIMITED BY SIZE
                      " RECEBIDA EM "  DELIMITED BY SIZE
                      DEB-DATA-RECEB-REG DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DEB-DIAS-ATRASO-REG DELIMITED BY SIZE
                      " DIAS) VALOR "  DELIMITED BY SIZE
                      WRK-ENCARGO-ED   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-FATURA-DETALHE
               WRITE REG-FATURA-DETALHE
             END-IF
           END-PERFORM.

       0016-REGRAVA-DEBITOS SECTION.

           OPEN OUTPUT FATURA-DEBITOS
           PERFORM VARYING WRK-IDX-DEBITO FROM 1 BY 1
                     UNTIL WRK-IDX-DEBITO > WRK-QTD-DEBITOS
             MOVE DEB-REGISTRO(WRK-IDX-DEBITO) TO REG-FATURA-DEBITO
             WRITE REG-FATURA-DEBITO
           END-PERFORM
           CLOSE FATURA-DEBITOS.

       0017-CARREGA-CREDITOS SECTION.

           OPEN INPUT BONIFICACAO-CREDITOS
           IF WRK-STATUS-CREDITOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-CREDITOS EQUAL "S"
               READ BONIFICACAO-CREDITOS
                 AT END
                   MOVE "S" TO WRK-FIM-CREDITOS
                 NOT AT END
                   IF WRK-QTD-CREDITOS NOT LESS 2000
                     MOVE "S" TO WRK-CREDITOS-CHEIA
                     MOVE "S" TO WRK-FIM-CREDITOS
                   ELSE
                     ADD 1 TO WRK-QTD-CREDITOS
                     PERFORM 0020-DEVOLVE-REEMISSAO
                     MOVE REG-BONIF-CREDITO
                       TO CRD-REGISTRO(WRK-QTD-CREDITOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BONIFICACAO-CREDITOS
           END-IF
      *    SEM O ARQUIVO INTEIRO NA TABELA A REGRAVACAO PERDERIA
      *    CREDITOS: NESSE CASO NENHUMA BONIFICACAO E ABATIDA NO LOTE.
           IF CREDITOS-CHEIA
             DISPLAY "TAB-CREDITOS CHEIA, BONIFICACAO POR VOLUME NAO "
                     "ABATIDA NESTE LOTE"
             MOVE ZERO TO WRK-QTD-CREDITOS
             MOVE "N"  TO WRK-CREDITOS-MUDOU
           END-IF
           DIVIDE WRK-COMPETENCIA-NUM BY 100 GIVING WRK-COMPET-ANO.

      *    REEMISSAO: O QUE A COMPETENCIA JA TINHA ABATIDO VOLTA PARA O
      *    SALDO E E ABATIDO DE NOVO NA FATURA REEMITIDA.
       0020-DEVOLVE-REEMISSAO SECTION.

           IF BCRD-COMPET-FATURADA EQUAL WRK-COMPETENCIA-NUM
             AND BCRD-ABATIDO-COMPET GREATER ZERO
             ADD BCRD-ABATIDO-COMPET TO BCRD-SALDO
             MOVE ZERO TO BCRD-ABATIDO-COMPET
             MOVE "P"  TO BCRD-SITUACAO
             MOVE "S"  TO WRK-CREDITOS-MUDOU
           END-IF.

       0018-ABATE-BONIFICACAO SECTION.

      *    CREDITO DE ANO ANTERIOR AO DA COMPETENCIA, COM SALDO, ENTRA
      *    NA FATURA DO CLIENTE EM QUALQUER FILIAL, SEM DEIXAR O TOTAL
      *    DEVIDO NEGATIVO.
           MOVE ZERO TO WRK-GRUPO-BONIFICACAO
           COMPUTE WRK-DEVIDO-ANTES =
               WRK-GRUPO-BRUTO - WRK-GRUPO-ESTORNOS
               + WRK-GRUPO-ENCARGOS
           PERFORM VARYING WRK-IDX-CREDITO FROM 1 BY 1
                     UNTIL WRK-IDX-CREDITO > WRK-QTD-CREDITOS
                        OR WRK-DEVIDO-ANTES NOT GREATER ZERO
             MOVE CRD-REGISTRO(WRK-IDX-CREDITO) TO REG-BONIF-CREDITO
             IF BCRD-CLIENTE EQUAL WRK-GRUPO-CLIENTE
               AND BCRD-PENDENTE
               AND BCRD-SALDO GREATER ZERO
               AND BCRD-ANO LESS WRK-COMPET-ANO
               IF BCRD-SALDO GREATER WRK-DEVIDO-ANTES
                 MOVE WRK-DEVIDO-ANTES TO WRK-ABATE-ITEM
               ELSE
                 MOVE BCRD-SALDO TO WRK-ABATE-ITEM
               END-IF
               SUBTRACT WRK-ABATE-ITEM FROM BCRD-SALDO
               SUBTRACT WRK-ABATE-ITEM FROM WRK-DEVIDO-ANTES
               ADD WRK-ABATE-ITEM TO WRK-GRUPO-BONIFICACAO
               SUBTRACT WRK-ABATE-ITEM FROM WRK-TOTAL-ANEXO
                 ON SIZE ERROR
                   MOVE "S" TO WRK-ESTOURO
               END-SUBTRACT
               IF BCRD-COMPET-FATURADA EQUAL WRK-COMPETENCIA-NUM
                 ADD WRK-ABATE-ITEM TO BCRD-ABATIDO-COMPET
               ELSE
                 MOVE WRK-ABATE-ITEM TO BCRD-ABATIDO-COMPET
               END-IF
               IF BCRD-SALDO EQUAL ZERO
                 MOVE "F" TO BCRD-SITUACAO
               END-IF
               MOVE WRK-COMPETENCIA-NUM TO BCRD-COMPET-FATURADA
               MOVE WRK-NUMERO-FATURA   TO BCRD-FATURA-COBRANCA
               MOVE WRK-GRUPO-FILIAL    TO BCRD-FILIAL-COBRANCA
               MOVE REG-BONIF-CREDITO
                 TO CRD-REGISTRO(WRK-IDX-CREDITO)
               MOVE "S" TO WRK-CREDITOS-MUDOU

               MOVE WRK-ABATE-ITEM TO WRK-BONIF-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "  BONIFICACAO POR VOLUME DO ANO "
                        DELIMITED BY SIZE
                      BCRD-ANO         DELIMITED BY SIZE
                      " ABATIDA VALOR " DELIMITED BY SIZE
                      WRK-BONIF-ED     DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               IF BCRD-SALDO GREATER ZERO
                 MOVE BCRD-SALDO TO WRK-BONIF-ED
                 STRING "  SALDO A ABATER " DELIMITED BY SIZE
                        WRK-BONIF-ED     DELIMITED BY SIZE
                   INTO WRK-LINHA-REL(65:)
                 END-STRING
               END-IF
               MOVE WRK-LINHA-REL TO REG-FATURA-DETALHE
               WRITE REG-FATURA-DETALHE
             END-IF
           END-PERFORM.

       0019-REGRAVA-CREDITOS SECTION.

           OPEN OUTPUT BONIFICACAO-CREDITOS
           PERFORM VARYING WRK-IDX-CREDITO FROM 1 BY 1
                     UNTIL WRK-IDX-CREDITO > WRK-QTD-CREDITOS
             MOVE CRD-REGISTRO(WRK-IDX-CREDITO) TO REG-BONIF-CREDITO
             WRITE REG-BONIF-CREDITO
           END-PERFORM
           CLOSE BONIFICACAO-CREDITOS.

       0004-TOTAIS-FINAIS SECTION.

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
             CLOSE CLIENTES
           END-IF.

       0025-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "FATURA-FRETE"     TO RPED-JOB
           MOVE "FATURA-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM FATURA-FRETE.
