      *==                 DO QUE O LOTE COBRA A NOITE. A COTACAO
      *==                 GRAVADA LEVA CLIENTE, DIMENSOES, CATEGORIA E
      *==                 SEGURO PARA A EFETIVACAO.
      *== 15/10/2026 FA  ICMS DE FRETE: A COTACAO PASSA A PERGUNTAR A
      *==                 FILIAL DE ORIGEM (BRANCO = MATRIZ) E A
      *==                 MOSTRAR O ICMS DESTACADO SOBRE FRETE MAIS
      *==                 SEGURO, PELA MESMA REGRA DO LOTE (ALIQUOTA
      *==                 UF-ORIGEM X UF-DESTINO DE ICMS-ALIQUOTAS,
      *==                 ISENCOES DE ICMS-ISENCOES, UF PELA TABELA FIXA
      *==                 CEP-UF). FILIAL E ICMS VAO PARA A AUDITORIA E
      *==                 PARA A COTACAO GRAVADA; O IMPOSTO NAO ENTRA NO
      *==                 VALOR FINAL.
      *== 15/10/2026 FA  SOBRETAXA DE COMBUSTIVEL: O FRETE DA COTACAO
      *==                 PASSA A LEVAR, COMO NO LOTE, O PERCENTUAL DA
      *==                 COMPETENCIA EM FRETE-COMBUSTIVEL SOBRE O FRETE
      *==                 JA LIMITADO PELO MINIMO/MAXIMO, MOSTRADO EM
      *==                 LINHA PROPRIA; CONTRATO COM COMBUSTIVEL
      *==                 INCLUSO (CONTR-COMB-INCLUSO-REG = "S") NAO
      *==                 PAGA.
      *== 15/10/2026 FA  CONTRATO COM DATA DE TERMINO (CONTR-FIM-REG) JA
      *==                 VENCIDA NA DATA DA COTACAO DEIXA DE VALER E A
      *==                 COTACAO VOLTA A TARIFA GERAL, COMO NO LOTE.
      *== 15/10/2026 FA  A TRILHA DE AUDITORIA GANHOU PAGADOR E
      *==                 DESTINATARIO; A COTACAO INTERATIVA GRAVA
      *==                 PAGADOR "C" (REMETENTE) SEM DESTINATARIO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTRATO-TARIFAS ASSIGN TO "CONTRATO-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT FRETE-COMBUSTIVEL ASSIGN TO "FRETE-COMBUSTIVEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMBUST.
           SELECT FRETE-PARAMETROS ASSIGN TO "FRETE-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT EMBARGOS ASSIGN TO "EMBARGOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMBARGOS.
           SELECT FILIAIS ASSIGN TO "FILIAIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT ICMS-ALIQUOTAS ASSIGN TO "ICMS-ALIQUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMS-ALIQ.
           SELECT ICMS-ISENCOES ASSIGN TO "ICMS-ISENCOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMS-ISENC.

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

       FD  FRETE-PARAMETROS.
       01  REG-FRETE-PARAMETRO.
           05 EMB-CATEGORIA-REG    PIC X(04).
           05 EMB-ZONA-REG         PIC X(04).

       FD  FILIAIS.
       01  REG-FILIAL.
           COPY FILIAL-REG.

       FD  ICMS-ALIQUOTAS.
       01  REG-ICMS-ALIQUOTA.
           COPY ICMS-ALIQ.

       FD  ICMS-ISENCOES.
       01  REG-ICMS-ISENCAO.
           COPY ICMS-ISENC.

       WORKING-STORAGE SECTION.
      *====================== VARIAVEIS DE APOIO =======================
       77  WRK-PRODUTO      PIC X(30)            VALUE  SPACE.
       77  WRK-IDX-CONTRATO  PIC 9(03)              VALUE ZERO.
       77  WRK-FIM-CONTRATOS PIC X(01)              VALUE "N".
       77  WRK-VIGOR-SEL-CONTR PIC 9(08)            VALUE ZERO.
       77  WRK-IDX-SEL-CONTR PIC 9(03)              VALUE ZERO.
       77  WRK-FONTE-TARIFA  PIC X(08)              VALUE SPACE.
       01  TAB-CONTRATOS.
           05 CONTRATO-ITEM OCCURS 200 TIMES
              10 CONTR-ZONA      PIC X(04).
              10 CONTR-PERC      PIC 9V9999.
              10 CONTR-VIGOR     PIC 9(08).
              10 CONTR-COMB-INCLUSO PIC X(01).
              10 CONTR-FIM       PIC 9(08).
      *====================== SOBRETAXA DE COMBUSTIVEL ===================
       77  WRK-STATUS-COMBUST PIC X(02)             VALUE SPACE.
       77  WRK-FIM-COMBUST   PIC X(01)              VALUE "N".
       77  WRK-COMPET-COTACAO PIC 9(06)             VALUE ZERO.
       77  WRK-COMPET-SEL-COMB PIC 9(06)            VALUE ZERO.
       77  WRK-PERC-COMBUST  PIC 9V9999             VALUE ZERO.
       77  WRK-COMB-INCLUSO  PIC X(01)              VALUE "N".
           88 COMBUSTIVEL-INCLUSO                   VALUE "S".
       77  WRK-COMBUSTIVEL   PIC 9(09)V99           VALUE ZERO.
       77  WRK-COMBUSTIVEL-ED COPY CURRENCY-ED.
      *====================== TRILHA DE AUDITORIA =======================
       77  WRK-STATUS-AUDITORIA PIC X(02)           VALUE SPACE.
       77  WRK-DATA-SISTEMA     PIC 9(08)           VALUE ZERO.
              10 MOEDA-COD   PIC X(03).
              10 MOEDA-TAXA  PIC 9(03)V9999.
              10 MOEDA-DATA  PIC 9(08).
      *====================== ICMS DE FRETE ==============================
       77  WRK-FILIAL        PIC X(05)              VALUE SPACE.
       77  WRK-STATUS-FILIAIS PIC X(02)             VALUE SPACE.
       77  WRK-FIM-FILIAIS   PIC X(01)              VALUE "N".
       77  WRK-FILIAL-OK     PIC X(01)              VALUE "N".
           88 FILIAL-CADASTRADA                     VALUE "S".
       77  WRK-STATUS-ICMS-ALIQ PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-ICMS-ISENC PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ICMS-ALIQ PIC X(01)              VALUE "N".
       77  WRK-FIM-ICMS-ISENC PIC X(01)             VALUE "N".
       77  WRK-VIGOR-SEL-ICMS PIC 9(08)             VALUE ZERO.
       77  WRK-CEP-MATRIZ    PIC 9(08)              VALUE ZERO.
       77  WRK-CEP-ORIGEM    PIC 9(08)              VALUE ZERO.
       77  WRK-CEP-UF-BUSCA  PIC 9(08)              VALUE ZERO.
       77  WRK-CEP-PREFIXO   PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-CEP-UF    PIC 9(02)              VALUE ZERO.
       77  WRK-UF-ACHADA     PIC X(02)              VALUE SPACE.
       77  WRK-UF-ORIGEM     PIC X(02)              VALUE SPACE.
       77  WRK-UF-DESTINO    PIC X(02)              VALUE SPACE.
       77  WRK-ICMS-ALIQ     PIC 9V9999             VALUE ZERO.
       77  WRK-ICMS          PIC 9(09)V99           VALUE ZERO.
       77  WRK-ICMS-ED       COPY CURRENCY-ED.
       77  WRK-ICMS-SITUACAO PIC X(01)              VALUE "S".
           88 ICMS-TRIBUTADO                        VALUE "T".
           88 ICMS-ISENTO                           VALUE "I".
           88 ICMS-SEM-ALIQUOTA                     VALUE "S".
           COPY CEP-UF.


       PROCEDURE DIVISION.
             ACCEPT WRK-CLIENTE.
           DISPLAY "DIGITE O CEP DE DESTINO "
             ACCEPT WRK-CEP.
           DISPLAY "DIGITE A FILIAL DE ORIGEM (BRANCO = MATRIZ) "
             ACCEPT WRK-FILIAL.
           PERFORM 0016-CARREGA-CLIENTES
           PERFORM 0017-RESOLVE-CLIENTE
           PERFORM 0019-CARREGA-CONTRATOS
                 IF PARAM-GRIS-MIN-REG NUMERIC
                   MOVE PARAM-GRIS-MIN-REG TO WRK-GRIS-MIN
                 END-IF
                 IF PARAM-CEP-MATRIZ-REG NUMERIC
                   MOVE PARAM-CEP-MATRIZ-REG TO WRK-CEP-MATRIZ
                 END-IF
             END-READ
             CLOSE FRETE-PARAMETROS
           END-IF.
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
       0018-RESOLVE-CONTRATO SECTION.

      *    CLIENTE COM CONTRATO PARA A ZONA PAGA O PERCENTUAL DO
      *    CONTRATO NO LUGAR DA TARIFA GERAL, COMO EM CALCULO-FRETE;
      *    CONTRATO VENCIDO (CONTR-FIM) DEVOLVE A TARIFA GERAL.
           MOVE "TARIFA" TO WRK-FONTE-TARIFA
           MOVE "N"      TO WRK-COMB-INCLUSO
           MOVE ZERO     TO WRK-VIGOR-SEL-CONTR
           MOVE ZERO     TO WRK-IDX-SEL-CONTR
           IF CLIENTE-ACHADO
             PERFORM VARYING WRK-IDX-CONTRATO FROM 1 BY 1
                       UNTIL WRK-IDX-CONTRATO > WRK-QTD-CONTRATOS
                     WRK-DATA-PROCESSAMENTO
                 AND CONTR-VIGOR(WRK-IDX-CONTRATO) NOT LESS
                     WRK-VIGOR-SEL-CONTR
                 MOVE CONTR-VIGOR(WRK-IDX-CONTRATO)
                   TO WRK-VIGOR-SEL-CONTR
                 MOVE WRK-IDX-CONTRATO TO WRK-IDX-SEL-CONTR
               END-IF
             END-PERFORM
           END-IF
           IF WRK-IDX-SEL-CONTR GREATER ZERO
             IF CONTR-FIM(WRK-IDX-SEL-CONTR) NOT LESS
                WRK-DATA-PROCESSAMENTO
               MOVE CONTR-PERC(WRK-IDX-SEL-CONTR)
                 TO WRK-PERC-TARIFA
               MOVE CONTR-COMB-INCLUSO(WRK-IDX-SEL-CONTR)
                 TO WRK-COMB-INCLUSO
               MOVE "CONTRATO" TO WRK-FONTE-TARIFA
             ELSE
               DISPLAY "CONTRATO DO CLIENTE VENCIDO EM "
                       CONTR-FIM(WRK-IDX-SEL-CONTR)
                       " - COTACAO PELA TARIFA GERAL"
             END-IF
           END-IF.


      *    DESCONTO DO CLIENTE, PISO/TETO E SEGURO (GRIS).
           MOVE ZERO TO WRK-FRETE
           MOVE ZERO TO WRK-SEGURO
           MOVE ZERO TO WRK-COMBUSTIVEL
           EVALUATE TRUE
             WHEN PAR-EMBARGADO
               DISPLAY "CATEGORIA " WRK-CATEGORIA " EMBARGADA PARA "
               IF WRK-FRETE GREATER WRK-FRETE-MAXIMO
                 MOVE WRK-FRETE-MAXIMO TO WRK-FRETE
               END-IF
               PERFORM 0027-CALCULA-COMBUSTIVEL
               IF WRK-GRIS-PERC GREATER ZERO
                 COMPUTE WRK-SEGURO ROUNDED =
                     WRK-VALOR * WRK-GRIS-PERC
               DISPLAY "ZONA INVALIDA PARA ENVIO"
           END-EVALUATE.

           IF WRK-FRETE GREATER 0
             PERFORM 0025-CALCULA-ICMS
           END-IF

           COMPUTE WRK-VALOR = WRK-VALOR + WRK-FRETE + WRK-SEGURO
           MOVE WRK-VALOR  TO WRK-VALOR-ED
           MOVE WRK-FRETE  TO WRK-FRETE-ED
           MOVE WRK-SEGURO TO WRK-SEGURO-ED
           MOVE WRK-COMBUSTIVEL TO WRK-COMBUSTIVEL-ED.

       0004-FINALIZAR SECTION.

               DISPLAY "BASE DE PESO: REAL (" WRK-PESO-TAXAVEL
                       " KG)"
             END-IF
             IF WRK-COMBUSTIVEL GREATER ZERO
               DISPLAY "SOBRETAXA DE COMBUSTIVEL (NO FRETE): "
                       WRK-COMBUSTIVEL-ED
             END-IF
             IF COMBUSTIVEL-INCLUSO
               DISPLAY "COMBUSTIVEL INCLUSO NO CONTRATO"
             END-IF
             IF WRK-GRIS-PERC GREATER ZERO
               DISPLAY "SEGURO (GRIS): " WRK-SEGURO-ED
             END-IF
             EVALUATE TRUE
               WHEN ICMS-TRIBUTADO
                 DISPLAY "ICMS " WRK-UF-ORIGEM "/" WRK-UF-DESTINO
                         " (DESTACADO): " WRK-ICMS-ED
               WHEN ICMS-ISENTO
                 DISPLAY "ICMS: ISENTO (CLIENTE/CATEGORIA)"
               WHEN OTHER
                 DISPLAY "ICMS: SEM ALIQUOTA PARA " WRK-UF-ORIGEM "/"
                         WRK-UF-DESTINO ", CONSULTE O FISCAL"
             END-EVALUATE
             DISPLAY "FONTE DA TARIFA: " WRK-FONTE-TARIFA
             DISPLAY "ENTREGA PREVISTA (AAAAMMDD): " WRK-DATA-ENTREGA
           ELSE
           MOVE WRK-ALTURA             TO COT-ALTURA
           MOVE WRK-CATEGORIA          TO COT-CATEGORIA
           MOVE WRK-SEGURO             TO COT-SEGURO
           MOVE WRK-FILIAL             TO COT-FILIAL
           MOVE WRK-ICMS               TO COT-ICMS
           MOVE WRK-ICMS-SITUACAO      TO COT-ICMS-SITUACAO

           OPEN EXTEND COTACOES
           IF WRK-STATUS-COTACOES EQUAL "35"
           MOVE ZERO               TO AUDIT-SEQ
           MOVE "N"                TO AUDIT-TIPO
           MOVE "S"                TO AUDIT-OPERACAO
           MOVE WRK-FILIAL         TO AUDIT-FILIAL
           MOVE WRK-CLIENTE        TO AUDIT-CLIENTE
           MOVE WRK-PRODUTO        TO AUDIT-PRODUTO
           MOVE WRK-CEP            TO AUDIT-CEP
           MOVE "N"                TO AUDIT-REVISAR
           MOVE WRK-SEGURO         TO AUDIT-SEGURO
           MOVE SPACE              TO AUDIT-TRANSPORTADORA
           MOVE WRK-UF-ORIGEM      TO AUDIT-UF-ORIGEM
           MOVE WRK-UF-DESTINO     TO AUDIT-UF-DESTINO
           MOVE WRK-ICMS-ALIQ      TO AUDIT-ICMS-ALIQ
           MOVE WRK-ICMS           TO AUDIT-ICMS
           MOVE WRK-ICMS-SITUACAO  TO AUDIT-ICMS-SITUACAO
           MOVE "C"                TO AUDIT-PAGADOR
           MOVE ZERO               TO AUDIT-DESTINATARIO
           WRITE REG-FRETE-AUDITORIA.

       0025-CALCULA-ICMS SECTION.

      *    MESMA REGRA DO LOTE: ICMS DESTACADO SOBRE FRETE MAIS
      *    SEGURO, ORIGEM PELO CEP DA FILIAL (BRANCO = MATRIZ),
      *    DESTINO PELO CEP DIGITADO; ISENCAO POR CLIENTE/CATEGORIA.
      *    A COTACAO E UNITARIA, ENTAO OS ARQUIVOS SAO LIDOS DIRETO,
      *    SEM CARGA EM TABELA.
           MOVE ZERO  TO WRK-ICMS
           MOVE ZERO  TO WRK-ICMS-ALIQ
           MOVE "S"   TO WRK-ICMS-SITUACAO

           MOVE WRK-CEP-MATRIZ TO WRK-CEP-ORIGEM
           IF WRK-FILIAL NOT EQUAL SPACE
             MOVE ZERO TO WRK-CEP-ORIGEM
             MOVE "N"  TO WRK-FILIAL-OK
             OPEN INPUT FILIAIS
             IF WRK-STATUS-FILIAIS NOT EQUAL "35"
               PERFORM UNTIL WRK-FIM-FILIAIS EQUAL "S"
                 READ FILIAIS
                   AT END
                     MOVE "S" TO WRK-FIM-FILIAIS
                   NOT AT END
                     IF FIL-CODIGO-REG EQUAL WRK-FILIAL
                       MOVE "S" TO WRK-FILIAL-OK
                       IF FIL-CEP-REG NUMERIC
                         MOVE FIL-CEP-REG TO WRK-CEP-ORIGEM
                       END-IF
                       MOVE "S" TO WRK-FIM-FILIAIS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FILIAIS
             END-IF
             IF NOT FILIAL-CADASTRADA
               DISPLAY "FILIAL " WRK-FILIAL " NAO CADASTRADA, ICMS "
                       "SEM UF DE ORIGEM"
             END-IF
           END-IF
           MOVE WRK-CEP-ORIGEM TO WRK-CEP-UF-BUSCA
           PERFORM 0026-RESOLVE-UF-CEP
           MOVE WRK-UF-ACHADA  TO WRK-UF-ORIGEM
           MOVE WRK-CEP        TO WRK-CEP-UF-BUSCA
           PERFORM 0026-RESOLVE-UF-CEP
           MOVE WRK-UF-ACHADA  TO WRK-UF-DESTINO

           OPEN INPUT ICMS-ISENCOES
           IF WRK-STATUS-ICMS-ISENC NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ICMS-ISENC EQUAL "S"
               READ ICMS-ISENCOES
                 AT END
                   MOVE "S" TO WRK-FIM-ICMS-ISENC
                 NOT AT END
                   IF ISEN-CLIENTE-REG NOT NUMERIC
                     MOVE ZERO TO ISEN-CLIENTE-REG
                   END-IF
                   IF (ISEN-CLIENTE-REG EQUAL ZERO
                       OR ISEN-CLIENTE-REG EQUAL WRK-CLIENTE)
                     AND (ISEN-CATEGORIA-REG EQUAL SPACE
                       OR ISEN-CATEGORIA-REG EQUAL WRK-CATEGORIA)
                     MOVE "I" TO WRK-ICMS-SITUACAO
                     MOVE "S" TO WRK-FIM-ICMS-ISENC
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ICMS-ISENCOES
           END-IF

           IF NOT ICMS-ISENTO
             AND WRK-UF-ORIGEM NOT EQUAL SPACE
             AND WRK-UF-DESTINO NOT EQUAL SPACE
             MOVE ZERO TO WRK-VIGOR-SEL-ICMS
             OPEN INPUT ICMS-ALIQUOTAS
             IF WRK-STATUS-ICMS-ALIQ NOT EQUAL "35"
               PERFORM UNTIL WRK-FIM-ICMS-ALIQ EQUAL "S"
                 READ ICMS-ALIQUOTAS
                   AT END
                     MOVE "S" TO WRK-FIM-ICMS-ALIQ
                   NOT AT END
                     IF ICMS-ALIQ-REG NUMERIC
                       AND ICMS-VIGOR-REG NUMERIC
                       AND ICMS-UF-ORIGEM-REG EQUAL WRK-UF-ORIGEM
                       AND ICMS-UF-DESTINO-REG EQUAL WRK-UF-DESTINO
                       AND ICMS-VIGOR-REG NOT GREATER
                           WRK-DATA-PROCESSAMENTO
                       AND ICMS-VIGOR-REG NOT LESS WRK-VIGOR-SEL-ICMS
                       MOVE ICMS-ALIQ-REG  TO WRK-ICMS-ALIQ
                       MOVE ICMS-VIGOR-REG TO WRK-VIGOR-SEL-ICMS
                       MOVE "T" TO WRK-ICMS-SITUACAO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ICMS-ALIQUOTAS
             END-IF
           END-IF

           IF ICMS-TRIBUTADO
             COMPUTE WRK-ICMS ROUNDED =
                 (WRK-FRETE + WRK-SEGURO) * WRK-ICMS-ALIQ
           END-IF
           MOVE WRK-ICMS TO WRK-ICMS-ED.

       0027-CALCULA-COMBUSTIVEL SECTION.

      *    MESMA REGRA DO LOTE: COMPETENCIA MAIS RECENTE NAO POSTERIOR
      *    A DA COTACAO, SOBRE O FRETE JA LIMITADO PELO MINIMO/MAXIMO.
           MOVE ZERO TO WRK-PERC-COMBUST
           MOVE ZERO TO WRK-COMPET-SEL-COMB
           COMPUTE WRK-COMPET-COTACAO = WRK-DATA-PROCESSAMENTO / 100
           IF NOT COMBUSTIVEL-INCLUSO
             MOVE "N" TO WRK-FIM-COMBUST
             OPEN INPUT FRETE-COMBUSTIVEL
             IF WRK-STATUS-COMBUST NOT EQUAL "35"
               PERFORM UNTIL WRK-FIM-COMBUST EQUAL "S"
                 READ FRETE-COMBUSTIVEL
                   AT END
                     MOVE "S" TO WRK-FIM-COMBUST
                   NOT AT END
                     IF COMB-COMPETENCIA-REG NUMERIC
                       AND COMB-PERC-REG NUMERIC
                       AND COMB-COMPETENCIA-REG NOT GREATER
                           WRK-COMPET-COTACAO
                       AND COMB-COMPETENCIA-REG NOT LESS
                           WRK-COMPET-SEL-COMB
                       MOVE COMB-PERC-REG TO WRK-PERC-COMBUST
                       MOVE COMB-COMPETENCIA-REG
                         TO WRK-COMPET-SEL-COMB
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FRETE-COMBUSTIVEL
             END-IF
           END-IF
           IF WRK-PERC-COMBUST GREATER ZERO
             COMPUTE WRK-COMBUSTIVEL ROUNDED =
                 WRK-FRETE * WRK-PERC-COMBUST
             ADD WRK-COMBUSTIVEL TO WRK-FRETE
           END-IF.

       0026-RESOLVE-UF-CEP SECTION.

           MOVE SPACE TO WRK-UF-ACHADA
           IF WRK-CEP-UF-BUSCA GREATER ZERO
             COMPUTE WRK-CEP-PREFIXO = WRK-CEP-UF-BUSCA / 100000
             PERFORM VARYING WRK-IDX-CEP-UF FROM 1 BY 1
                       UNTIL WRK-IDX-CEP-UF > 30
               IF WRK-CEP-PREFIXO NOT LESS CEP-UF-INI(WRK-IDX-CEP-UF)
                 AND WRK-CEP-PREFIXO NOT GREATER
                     CEP-UF-FIM(WRK-IDX-CEP-UF)
                 MOVE CEP-UF-SIGLA(WRK-IDX-CEP-UF) TO WRK-UF-ACHADA
                 MOVE 30 TO WRK-IDX-CEP-UF
               END-IF
             END-PERFORM
           END-IF.

           END PROGRAM FRETE-COTACAO.
