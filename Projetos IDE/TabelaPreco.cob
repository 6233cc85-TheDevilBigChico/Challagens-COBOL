       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELA-PRECO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: TABELA DE PRECOS DE FRETE DO CLIENTE PARA O
      *==            COMERCIAL ENVIAR, NO LUGAR DAS TABELAS DIGITADAS A
      *==            MAO. PARA UM CLIENTE (SOB DEMANDA, PELO MENU) OU
      *==            PARA TODOS OS CLIENTES ATIVOS (LOTE, CODIGO ZERO),
      *==            NA DATA DE REFERENCIA INFORMADA, IMPRIME EM
      *==            TABELA-PRECO-REL, POR ZONA, O PERCENTUAL QUE O
      *==            CALCULO-FRETE APLICARIA: O DE CONTRATO-TARIFAS
      *==            QUANDO HA CONTRATO VIGENTE PARA A ZONA, SENAO O DE
      *==            FRETE-TARIFAS (VIGENCIA MAIS RECENTE NAO POSTERIOR
      *==            A DATA), JA LIQUIDO DO DESCONTO DO CLIENTE
      *==            (CLI-DESC-REG), COM O PRAZO DE ENTREGA EM DIAS
      *==            UTEIS (TARIFA-PRAZO-REG). TRAZ AINDA AS CONDICOES
      *==            GERAIS DE FRETE-PARAMETROS (TAXA POR KG, FRETE
      *==            MINIMO E MAXIMO, SEGURO AD-VALOREM/GRIS) E OS
      *==            ADICIONAIS POR CATEGORIA DE CATEGORIAS.
      *== DATA: 15/10/2026
      *== OBS: COMO NO CALCULO-FRETE, O DESCONTO DO CLIENTE VALE SOBRE
      *==      O FRETE CALCULADO (PERCENTUAL E TAXA POR KG, TAMBEM NA
      *==      TARIFA DE CONTRATO) ANTES DO PISO/TETO; O ADICIONAL DE
      *==      CATEGORIA E APLICADO ANTES DO DESCONTO. CLIENTE EM
      *==      COBRANCA (CLI-SITUACAO-REG = B) FICA FORA DO LOTE; PEDIDO
      *==      AVULSO SAI COM O AVISO DE COTACAO BLOQUEADA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  CONTRATO COM DATA DE TERMINO (CONTR-FIM-REG):
      *==                 VENCIDO NA DATA DE REFERENCIA, A ZONA SAI PELA
      *==                 TARIFA GERAL COM A OBSERVACAO DO VENCIMENTO;
      *==                 VIGENTE, SAI COM A DATA ATE QUANDO VALE.
      *== 15/10/2026 FA  EMISSAO DO TABELA-PRECO-REL REGISTRADA NO
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
           SELECT CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT FRETE-TARIFAS ASSIGN TO "FRETE-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TARIFAS.
           SELECT CONTRATO-TARIFAS ASSIGN TO "CONTRATO-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT FRETE-PARAMETROS ASSIGN TO "FRETE-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CATEGORIAS.
           SELECT TABELA-PRECO-REL ASSIGN TO "TABELA-PRECO-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO-REG       PIC 9(05).
           05 CLI-NOME-REG         PIC X(20).
           05 CLI-CEP-REG          PIC 9(08).
           05 CLI-DESC-REG         PIC 9V9999.
           05 CLI-LIMITE-REG       PIC 9(09)V99.
           05 CLI-SITUACAO-REG     PIC X(01).

       FD  FRETE-TARIFAS.
       01  REG-FRETE-TARIFA.
           05 TARIFA-ZONA-REG      PIC X(04).
           05 TARIFA-PERC-REG      PIC 9V9999.
           05 TARIFA-VIGOR-REG     PIC 9(08).
           05 TARIFA-PRAZO-REG     PIC 9(03).

       FD  CONTRATO-TARIFAS.
       01  REG-CONTRATO-TARIFA.
           05 CONTR-CLIENTE-REG    PIC 9(05).
           05 CONTR-ZONA-REG       PIC X(04).
           05 CONTR-PERC-REG       PIC 9V9999.
           05 CONTR-VIGOR-REG      PIC 9(08).
           05 CONTR-COMB-INCLUSO-REG PIC X(01).
           05 CONTR-FIM-REG        PIC 9(08).

       FD  FRETE-PARAMETROS.
       01  REG-FRETE-PARAMETRO.
           COPY FRETE-PARAM.

       FD  CATEGORIAS.
       01  REG-CATEGORIA.
           05 CAT-CODIGO-REG       PIC X(04).
           05 CAT-DESCRICAO-REG    PIC X(20).
           05 CAT-ADICIONAL-REG    PIC 9V9999.

       FD  TABELA-PRECO-REL.
       01  REG-TABELA-PRECO        PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)         VALUE ZERO.
       77  WRK-STATUS-CLIENTES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-TARIFAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-CONTRATOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CATEGORIAS PIC X(02)       VALUE SPACE.
       77  WRK-FIM-CLIENTES PIC X(01)            VALUE "N".
       77  WRK-FIM-TARIFAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-CONTRATOS PIC X(01)           VALUE "N".
       77  WRK-FIM-CATEGORIAS PIC X(01)          VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== PARAMETROS DA EMISSAO ======================
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-REF-X   PIC X(08)            VALUE SPACE.
       77  WRK-DATA-REF     PIC 9(08)            VALUE ZERO.
       77  WRK-CLIENTE-X    PIC X(05)            VALUE SPACE.
       77  WRK-CLIENTE-PEDIDO PIC 9(05)          VALUE ZERO.
       77  WRK-ACHOU-CLIENTE PIC X(01)           VALUE "N".
       77  WRK-QTD-EMITIDAS PIC 9(05)            VALUE ZERO.
      *====================== CONDICOES GERAIS (FRETE-PARAMETROS) ========
       77  WRK-TAXA-POR-KILO PIC 9V99            VALUE 0,50.
       77  WRK-FRETE-MINIMO PIC 9(05)V99         VALUE 5,00.
       77  WRK-FRETE-MAXIMO PIC 9(05)V99         VALUE 5000,00.
       77  WRK-GRIS-PERC    PIC 9V9999           VALUE ZERO.
       77  WRK-GRIS-MIN     PIC 9(05)V99         VALUE ZERO.
      *====================== TARIFAS GERAIS =============================
       77  WRK-QTD-TARIFAS  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TARIFA   PIC 9(03)            VALUE ZERO.
       01  TAB-TARIFAS.
           05 TARIFA-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-TARIFA.
              10 TARIFA-ZONA      PIC X(04).
              10 TARIFA-PERC      PIC 9V9999.
              10 TARIFA-VIGOR     PIC 9(08).
              10 TARIFA-PRAZO     PIC 9(03).
      *====================== CONTRATOS ==================================
       77  WRK-QTD-CONTRATOS PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-CONTRATO PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-SEL-CONTR PIC 9(03)           VALUE ZERO.
       01  TAB-CONTRATOS.
           05 CONTRATO-ITEM OCCURS 200 TIMES
                           INDEXED BY IDX-CONTRATO.
              10 CONTR-CLIENTE   PIC 9(05).
              10 CONTR-ZONA      PIC X(04).
              10 CONTR-PERC      PIC 9V9999.
              10 CONTR-VIGOR     PIC 9(08).
              10 CONTR-COMB-INCLUSO PIC X(01).
              10 CONTR-FIM       PIC 9(08).
      *====================== CATEGORIAS =================================
       77  WRK-QTD-CATEGORIAS PIC 9(03)          VALUE ZERO.
       77  WRK-IDX-CAT      PIC 9(03)            VALUE ZERO.
       01  TAB-CATEGORIAS.
           05 CATEGORIA-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-CAT.
              10 CAT-CODIGO      PIC X(04).
              10 CAT-DESCRICAO   PIC X(20).
              10 CAT-ADICIONAL   PIC 9V9999.
      *====================== PRECO POR ZONA DO CLIENTE ==================
       77  WRK-QTD-PRECOS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-PRECO    PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-PRECO  PIC 9(03)            VALUE ZERO.
       01  TAB-PRECOS.
           05 PRECO-ITEM OCCURS 100 TIMES
                           INDEXED BY IDX-PRECO.
              10 PRC-ZONA        PIC X(04).
              10 PRC-PERC        PIC 9V9999.
              10 PRC-VIGOR       PIC 9(08).
              10 PRC-PRAZO       PIC 9(03).
              10 PRC-FONTE       PIC X(08).
              10 PRC-IDX-CONTR   PIC 9(03).
      *====================== EDICAO =====================================
       77  WRK-PCT          PIC 9(03)V999        VALUE ZERO.
       77  WRK-PCT-ED       PIC ZZ9,999.
       77  WRK-PCT-ED2      PIC ZZ9,999.
       77  WRK-TAXA-LIQ     PIC 9V9999           VALUE ZERO.
       77  WRK-PERC-LIQ     PIC 9V9(06)          VALUE ZERO.
       77  WRK-TAXA-ED      PIC 9,99.
       77  WRK-TAXA-LIQ-ED  PIC 9,9999.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-VALOR-ED2    COPY CURRENCY-ED.
       77  WRK-PRAZO-ED     PIC ZZ9.
       77  WRK-VIGOR-TEXTO  PIC X(08)            VALUE SPACE.
       77  WRK-OBS-TEXTO    PIC X(50)            VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

      *    CHAMADO PELO MENU MAIS DE UMA VEZ NA MESMA SESSAO: AS
      *    TABELAS SAO RECARREGADAS A CADA EMISSAO.
           MOVE ZERO TO WRK-QTD-TARIFAS
           MOVE ZERO TO WRK-QTD-CONTRATOS
           MOVE ZERO TO WRK-QTD-CATEGORIAS
           MOVE ZERO TO WRK-QTD-EMITIDAS
           MOVE "N"  TO WRK-FIM-CLIENTES
           MOVE "N"  TO WRK-FIM-TARIFAS
           MOVE "N"  TO WRK-FIM-CONTRATOS
           MOVE "N"  TO WRK-FIM-CATEGORIAS
           MOVE "N"  TO WRK-ACHOU-CLIENTE

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO CLIENTE (00000 = TODOS OS ATIVOS) "
             ACCEPT WRK-CLIENTE-X
           IF WRK-CLIENTE-X NUMERIC
             MOVE WRK-CLIENTE-X TO WRK-CLIENTE-PEDIDO
           ELSE
             MOVE ZERO TO WRK-CLIENTE-PEDIDO
           END-IF
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD) "
             ACCEPT WRK-DATA-REF-X
           IF WRK-DATA-REF-X NUMERIC
             MOVE WRK-DATA-REF-X TO WRK-DATA-REF
           ELSE
             MOVE WRK-DATA-SISTEMA TO WRK-DATA-REF
             IF WRK-DATA-REF-X NOT EQUAL SPACE
               DISPLAY "DATA DE REFERENCIA INVALIDA, ASSUMINDO "
                       WRK-DATA-REF
             END-IF
           END-IF

           PERFORM 0001-CARREGA-PARAMETROS
           PERFORM 0002-CARREGA-TARIFAS
           PERFORM 0003-CARREGA-CONTRATOS
           PERFORM 0004-CARREGA-CATEGORIAS

           OPEN INPUT CLIENTES
           IF WRK-STATUS-CLIENTES EQUAL "35"
             DISPLAY "CLIENTES INEXISTENTE, NENHUMA TABELA EMITIDA"
             GOBACK
           END-IF

           OPEN OUTPUT TABELA-PRECO-REL
           PERFORM UNTIL WRK-FIM-CLIENTES EQUAL "S"
             READ CLIENTES
               AT END
                 MOVE "S" TO WRK-FIM-CLIENTES
               NOT AT END
                 IF WRK-CLIENTE-PEDIDO EQUAL ZERO
                   IF CLI-SITUACAO-REG NOT EQUAL "B"
                     PERFORM 0010-EMITE-CLIENTE
                   END-IF
                 ELSE
                   IF CLI-CODIGO-REG EQUAL WRK-CLIENTE-PEDIDO
                     MOVE "S" TO WRK-ACHOU-CLIENTE
                     PERFORM 0010-EMITE-CLIENTE
                     MOVE "S" TO WRK-FIM-CLIENTES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CLIENTES
           CLOSE TABELA-PRECO-REL
           PERFORM 0017-REGISTRA-RELATORIO

           IF WRK-CLIENTE-PEDIDO NOT EQUAL ZERO
             AND WRK-ACHOU-CLIENTE EQUAL "N"
             DISPLAY "CLIENTE " WRK-CLIENTE-PEDIDO " NAO CADASTRADO"
           ELSE
             DISPLAY "TABELAS EMITIDAS EM TABELA-PRECO-REL: "
                     WRK-QTD-EMITIDAS
           END-IF

           GOBACK.

       0001-CARREGA-PARAMETROS SECTION.

           OPEN INPUT FRETE-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             READ FRETE-PARAMETROS
               NOT AT END
                 MOVE PARAM-TAXA-KILO-REG TO WRK-TAXA-POR-KILO
                 MOVE PARAM-FRETE-MIN-REG TO WRK-FRETE-MINIMO
                 MOVE PARAM-FRETE-MAX-REG TO WRK-FRETE-MAXIMO
                 IF PARAM-GRIS-PERC-REG NUMERIC
                   MOVE PARAM-GRIS-PERC-REG TO WRK-GRIS-PERC
                 END-IF
                 IF PARAM-GRIS-MIN-REG NUMERIC
                   MOVE PARAM-GRIS-MIN-REG TO WRK-GRIS-MIN
                 END-IF
             END-READ
             CLOSE FRETE-PARAMETROS
           END-IF.

       0002-CARREGA-TARIFAS SECTION.

           OPEN INPUT FRETE-TARIFAS
           IF WRK-STATUS-TARIFAS EQUAL "35"
             DISPLAY "FRETE-TARIFAS INEXISTENTE, SO AS ZONAS DE "
                     "CONTRATO SAEM NA TABELA"
           ELSE
             PERFORM UNTIL WRK-FIM-TARIFAS EQUAL "S"
               READ FRETE-TARIFAS
                 AT END
                   MOVE "S" TO WRK-FIM-TARIFAS
                 NOT AT END
                   IF WRK-QTD-TARIFAS NOT LESS 50
                     DISPLAY "TAB-TARIFAS CHEIA, TARIFAS RESTANTES "
                             "NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-TARIFAS
                   ELSE
                     ADD 1 TO WRK-QTD-TARIFAS
                     MOVE TARIFA-ZONA-REG
                       TO TARIFA-ZONA(WRK-QTD-TARIFAS)
                     MOVE TARIFA-PERC-REG
                       TO TARIFA-PERC(WRK-QTD-TARIFAS)
                     MOVE TARIFA-VIGOR-REG
                       TO TARIFA-VIGOR(WRK-QTD-TARIFAS)
                     IF TARIFA-PRAZO-REG NUMERIC
                       MOVE TARIFA-PRAZO-REG
                         TO TARIFA-PRAZO(WRK-QTD-TARIFAS)
                     ELSE
                       MOVE ZERO TO TARIFA-PRAZO(WRK-QTD-TARIFAS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-TARIFAS
           END-IF.

       0003-CARREGA-CONTRATOS SECTION.

           OPEN INPUT CONTRATO-TARIFAS
           IF WRK-STATUS-CONTRATOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-CONTRATOS EQUAL "S"
               READ CONTRATO-TARIFAS
                 AT END
                   MOVE "S" TO WRK-FIM-CONTRATOS
                 NOT AT END
                   IF WRK-QTD-CONTRATOS NOT LESS 200
                     DISPLAY "TAB-CONTRATOS CHEIA, CONTRATOS "
                             "RESTANTES NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-CONTRATOS
                   ELSE
                     ADD 1 TO WRK-QTD-CONTRATOS
                     MOVE CONTR-CLIENTE-REG
                       TO CONTR-CLIENTE(WRK-QTD-CONTRATOS)
                     MOVE CONTR-ZONA-REG
                       TO CONTR-ZONA(WRK-QTD-CONTRATOS)
                     MOVE CONTR-PERC-REG
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

       0004-CARREGA-CATEGORIAS SECTION.

           OPEN INPUT CATEGORIAS
           IF WRK-STATUS-CATEGORIAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-CATEGORIAS EQUAL "S"
               READ CATEGORIAS
                 AT END
                   MOVE "S" TO WRK-FIM-CATEGORIAS
                 NOT AT END
                   IF WRK-QTD-CATEGORIAS NOT LESS 50
                     DISPLAY "TAB-CATEGORIAS CHEIA, CATEGORIAS "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-CATEGORIAS
                   ELSE
                     ADD 1 TO WRK-QTD-CATEGORIAS
                     MOVE CAT-CODIGO-REG
                       TO CAT-CODIGO(WRK-QTD-CATEGORIAS)
                     MOVE CAT-DESCRICAO-REG
                       TO CAT-DESCRICAO(WRK-QTD-CATEGORIAS)
                     IF CAT-ADICIONAL-REG NUMERIC
                       MOVE CAT-ADICIONAL-REG
                         TO CAT-ADICIONAL(WRK-QTD-CATEGORIAS)
                     ELSE
                       MOVE ZERO TO CAT-ADICIONAL(WRK-QTD-CATEGORIAS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CATEGORIAS
           END-IF.

       0010-EMITE-CLIENTE SECTION.

           ADD 1 TO WRK-QTD-EMITIDAS
           IF CLI-DESC-REG NOT NUMERIC
             MOVE ZERO TO CLI-DESC-REG
           END-IF
           PERFORM 0011-MONTA-PRECOS
           PERFORM 0012-IMPRIME-CABECALHO
           PERFORM 0013-IMPRIME-ZONAS
           PERFORM 0014-IMPRIME-CATEGORIAS
           MOVE SPACE TO REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO.

       0011-MONTA-PRECOS SECTION.

      *    PRIMEIRO A TARIFA GERAL DE CADA ZONA NA DATA (VIGENCIA MAIS
      *    RECENTE NAO POSTERIOR A ELA), DEPOIS O CONTRATO DO CLIENTE
      *    POR CIMA, NA MESMA REGRA DE VIGENCIA DO CALCULO-FRETE: O
      *    CONTRATO MAIS RECENTE DA ZONA, SE AINDA NAO VENCIDO. O
      *    PRAZO FICA SEMPRE O DA TARIFA GERAL DA ZONA.
           MOVE ZERO TO WRK-QTD-PRECOS
           PERFORM VARYING WRK-IDX-TARIFA FROM 1 BY 1
                     UNTIL WRK-IDX-TARIFA > WRK-QTD-TARIFAS
             IF TARIFA-VIGOR(WRK-IDX-TARIFA) NOT GREATER WRK-DATA-REF
               MOVE TARIFA-ZONA(WRK-IDX-TARIFA) TO PRC-ZONA(100)
               PERFORM 0015-PROCURA-PRECO
               IF WRK-ACHOU-PRECO EQUAL ZERO
                 PERFORM 0016-INCLUI-PRECO
               END-IF
               IF WRK-ACHOU-PRECO GREATER ZERO
                 IF TARIFA-VIGOR(WRK-IDX-TARIFA) NOT LESS
                    PRC-VIGOR(WRK-ACHOU-PRECO)
                   MOVE TARIFA-PERC(WRK-IDX-TARIFA)
                     TO PRC-PERC(WRK-ACHOU-PRECO)
                   MOVE TARIFA-VIGOR(WRK-IDX-TARIFA)
                     TO PRC-VIGOR(WRK-ACHOU-PRECO)
                   MOVE TARIFA-PRAZO(WRK-IDX-TARIFA)
                     TO PRC-PRAZO(WRK-ACHOU-PRECO)
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-CONTRATO FROM 1 BY 1
                     UNTIL WRK-IDX-CONTRATO > WRK-QTD-CONTRATOS
             IF CONTR-CLIENTE(WRK-IDX-CONTRATO) EQUAL CLI-CODIGO-REG
               AND CONTR-VIGOR(WRK-IDX-CONTRATO) NOT GREATER
                   WRK-DATA-REF
               MOVE CONTR-ZONA(WRK-IDX-CONTRATO) TO PRC-ZONA(100)
               PERFORM 0015-PROCURA-PRECO
               IF WRK-ACHOU-PRECO EQUAL ZERO
                 PERFORM 0016-INCLUI-PRECO
               END-IF
               IF WRK-ACHOU-PRECO GREATER ZERO
                 MOVE PRC-IDX-CONTR(WRK-ACHOU-PRECO)
                   TO WRK-IDX-SEL-CONTR
                 IF WRK-IDX-SEL-CONTR EQUAL ZERO
                   MOVE WRK-IDX-CONTRATO
                     TO PRC-IDX-CONTR(WRK-ACHOU-PRECO)
                 ELSE
                   IF CONTR-VIGOR(WRK-IDX-CONTRATO) NOT LESS
                      CONTR-VIGOR(WRK-IDX-SEL-CONTR)
                     MOVE WRK-IDX-CONTRATO
                       TO PRC-IDX-CONTR(WRK-ACHOU-PRECO)
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-PRECO FROM 1 BY 1
                     UNTIL WRK-IDX-PRECO > WRK-QTD-PRECOS
             MOVE PRC-IDX-CONTR(WRK-IDX-PRECO) TO WRK-IDX-SEL-CONTR
             IF WRK-IDX-SEL-CONTR GREATER ZERO
               IF CONTR-FIM(WRK-IDX-SEL-CONTR) NOT LESS WRK-DATA-REF
                 MOVE CONTR-PERC(WRK-IDX-SEL-CONTR)
                   TO PRC-PERC(WRK-IDX-PRECO)
                 MOVE "CONTRATO" TO PRC-FONTE(WRK-IDX-PRECO)
               END-IF
             END-IF
           END-PERFORM.

       0015-PROCURA-PRECO SECTION.

      *    A ZONA PROCURADA VEM NA ULTIMA POSICAO DA TABELA, QUE A
      *    INCLUSAO NUNCA ALCANCA (LIMITE DE 99 ZONAS POR CLIENTE).
           MOVE ZERO TO WRK-ACHOU-PRECO
           PERFORM VARYING WRK-IDX-PRECO FROM 1 BY 1
                     UNTIL WRK-IDX-PRECO > WRK-QTD-PRECOS
             IF PRC-ZONA(WRK-IDX-PRECO) EQUAL PRC-ZONA(100)
               MOVE WRK-IDX-PRECO  TO WRK-ACHOU-PRECO
               MOVE WRK-QTD-PRECOS TO WRK-IDX-PRECO
             END-IF
           END-PERFORM.

       0016-INCLUI-PRECO SECTION.

           IF WRK-QTD-PRECOS NOT LESS 99
             DISPLAY "TAB-PRECOS CHEIA, ZONA " PRC-ZONA(100)
                     " FORA DA TABELA DO CLIENTE " CLI-CODIGO-REG
           ELSE
             ADD 1 TO WRK-QTD-PRECOS
             MOVE WRK-QTD-PRECOS TO WRK-ACHOU-PRECO
             MOVE PRC-ZONA(100) TO PRC-ZONA(WRK-ACHOU-PRECO)
             MOVE ZERO     TO PRC-PERC(WRK-ACHOU-PRECO)
             MOVE ZERO     TO PRC-VIGOR(WRK-ACHOU-PRECO)
             MOVE ZERO     TO PRC-PRAZO(WRK-ACHOU-PRECO)
             MOVE "TARIFA" TO PRC-FONTE(WRK-ACHOU-PRECO)
             MOVE ZERO     TO PRC-IDX-CONTR(WRK-ACHOU-PRECO)
           END-IF.

       0012-IMPRIME-CABECALHO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "TABELA DE PRECOS DE FRETE - CLIENTE "
                    DELIMITED BY SIZE
                  CLI-CODIGO-REG   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CLI-NOME-REG     DELIMITED BY SIZE
                  " - VIGENTE EM " DELIMITED BY SIZE
                  WRK-DATA-REF     DELIMITED BY SIZE
                  " - EMITIDA EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO

           IF CLI-SITUACAO-REG EQUAL "B"
             MOVE SPACE TO WRK-LINHA-REL
             STRING "*** CLIENTE EM COBRANCA - COTACOES BLOQUEADAS ATE "
                      DELIMITED BY SIZE
                    "A REGULARIZACAO ***" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
             WRITE REG-TABELA-PRECO
           END-IF

           COMPUTE WRK-PCT ROUNDED = CLI-DESC-REG * 100
           MOVE WRK-PCT TO WRK-PCT-ED
           COMPUTE WRK-TAXA-LIQ ROUNDED =
                   WRK-TAXA-POR-KILO - WRK-TAXA-POR-KILO * CLI-DESC-REG
           MOVE WRK-TAXA-POR-KILO TO WRK-TAXA-ED
           MOVE WRK-TAXA-LIQ      TO WRK-TAXA-LIQ-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  DESCONTO DO CLIENTE " DELIMITED BY SIZE
                  WRK-PCT-ED              DELIMITED BY SIZE
                  "% - TAXA POR KG TAXAVEL " DELIMITED BY SIZE
                  WRK-TAXA-ED             DELIMITED BY SIZE
                  " (LIQUIDA "            DELIMITED BY SIZE
                  WRK-TAXA-LIQ-ED         DELIMITED BY SIZE
                  ") - KG TAXAVEL = MAIOR ENTRE PESO REAL E CUBADO"
                                          DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO

           MOVE WRK-FRETE-MINIMO TO WRK-VALOR-ED
           MOVE WRK-FRETE-MAXIMO TO WRK-VALOR-ED2
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  FRETE MINIMO POR EMBARQUE " DELIMITED BY SIZE
                  WRK-VALOR-ED                   DELIMITED BY SIZE
                  " - FRETE MAXIMO POR EMBARQUE " DELIMITED BY SIZE
                  WRK-VALOR-ED2                  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-GRIS-PERC GREATER ZERO
             COMPUTE WRK-PCT ROUNDED = WRK-GRIS-PERC * 100
             MOVE WRK-PCT TO WRK-PCT-ED
             MOVE WRK-GRIS-MIN TO WRK-VALOR-ED
             STRING "  SEGURO AD-VALOREM (GRIS) " DELIMITED BY SIZE
                    WRK-PCT-ED                    DELIMITED BY SIZE
                    "% SOBRE O VALOR DA MERCADORIA, MINIMO "
                                                  DELIMITED BY SIZE
                    WRK-VALOR-ED                  DELIMITED BY SIZE
                    " POR EMBARQUE"               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             MOVE "  SEGURO AD-VALOREM (GRIS): NAO COBRADO"
               TO WRK-LINHA-REL
           END-IF
           MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO

           MOVE SPACE TO REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  ZONA  % S/ MERCADORIA  % LIQUIDO  FONTE     "
                    DELIMITED BY SIZE
                  "VIGENCIA  PRAZO (DIAS UTEIS)" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
           WRITE REG-TABELA-PRECO.

       0013-IMPRIME-ZONAS SECTION.

           IF WRK-QTD-PRECOS EQUAL ZERO
             MOVE "  NENHUMA TARIFA VIGENTE NA DATA DE REFERENCIA"
               TO REG-TABELA-PRECO
             WRITE REG-TABELA-PRECO
           END-IF
           PERFORM VARYING WRK-IDX-PRECO FROM 1 BY 1
                     UNTIL WRK-IDX-PRECO > WRK-QTD-PRECOS
             COMPUTE WRK-PCT ROUNDED = PRC-PERC(WRK-IDX-PRECO) * 100
             MOVE WRK-PCT TO WRK-PCT-ED
             COMPUTE WRK-PERC-LIQ ROUNDED =
                     PRC-PERC(WRK-IDX-PRECO)
                   - PRC-PERC(WRK-IDX-PRECO) * CLI-DESC-REG
             COMPUTE WRK-PCT ROUNDED = WRK-PERC-LIQ * 100
             MOVE WRK-PCT TO WRK-PCT-ED2
             MOVE PRC-IDX-CONTR(WRK-IDX-PRECO) TO WRK-IDX-SEL-CONTR
             MOVE PRC-VIGOR(WRK-IDX-PRECO) TO WRK-VIGOR-TEXTO
             MOVE SPACE TO WRK-OBS-TEXTO
             IF PRC-FONTE(WRK-IDX-PRECO) EQUAL "CONTRATO"
               MOVE CONTR-VIGOR(WRK-IDX-SEL-CONTR) TO WRK-VIGOR-TEXTO
               IF CONTR-FIM(WRK-IDX-SEL-CONTR) NOT EQUAL 99999999
                 STRING "  VALIDO ATE "   DELIMITED BY SIZE
                        CONTR-FIM(WRK-IDX-SEL-CONTR) DELIMITED BY SIZE
                   INTO WRK-OBS-TEXTO
                 END-STRING
               END-IF
               IF CONTR-COMB-INCLUSO(WRK-IDX-SEL-CONTR) EQUAL "S"
                 MOVE "  COMBUSTIVEL INCLUSO" TO WRK-OBS-TEXTO(23:)
               END-IF
             ELSE
               IF WRK-IDX-SEL-CONTR GREATER ZERO
                 STRING "  CONTRATO VENCIDO EM " DELIMITED BY SIZE
                        CONTR-FIM(WRK-IDX-SEL-CONTR) DELIMITED BY SIZE
                   INTO WRK-OBS-TEXTO
                 END-STRING
                 IF PRC-VIGOR(WRK-IDX-PRECO) EQUAL ZERO
                   MOVE ", SEM TARIFA GERAL" TO WRK-OBS-TEXTO(31:)
                 END-IF
               END-IF
             END-IF
             MOVE PRC-PRAZO(WRK-IDX-PRECO) TO WRK-PRAZO-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  "                     DELIMITED BY SIZE
                    PRC-ZONA(WRK-IDX-PRECO)  DELIMITED BY SIZE
                    "        "               DELIMITED BY SIZE
                    WRK-PCT-ED               DELIMITED BY SIZE
                    "%   "                   DELIMITED BY SIZE
                    WRK-PCT-ED2              DELIMITED BY SIZE
                    "%  "                    DELIMITED BY SIZE
                    PRC-FONTE(WRK-IDX-PRECO) DELIMITED BY SIZE
                    "  "                     DELIMITED BY SIZE
                    WRK-VIGOR-TEXTO          DELIMITED BY SIZE
                    "  "                     DELIMITED BY SIZE
                    WRK-PRAZO-ED             DELIMITED BY SIZE
                    WRK-OBS-TEXTO            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
             WRITE REG-TABELA-PRECO
           END-PERFORM.

       0014-IMPRIME-CATEGORIAS SECTION.

           IF WRK-QTD-CATEGORIAS GREATER ZERO
             MOVE SPACE TO REG-TABELA-PRECO
             WRITE REG-TABELA-PRECO
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  ADICIONAIS POR CATEGORIA DE PRODUTO "
                      DELIMITED BY SIZE
                    "(SOBRE O FRETE, ANTES DO DESCONTO)"
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
             WRITE REG-TABELA-PRECO
           END-IF
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                     UNTIL WRK-IDX-CAT > WRK-QTD-CATEGORIAS
             COMPUTE WRK-PCT ROUNDED = CAT-ADICIONAL(WRK-IDX-CAT) * 100
             MOVE WRK-PCT TO WRK-PCT-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  "                        DELIMITED BY SIZE
                    CAT-CODIGO(WRK-IDX-CAT)     DELIMITED BY SIZE
                    "  "                        DELIMITED BY SIZE
                    CAT-DESCRICAO(WRK-IDX-CAT)  DELIMITED BY SIZE
                    " "                         DELIMITED BY SIZE
                    WRK-PCT-ED                  DELIMITED BY SIZE
                    "%"                         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-TABELA-PRECO
             WRITE REG-TABELA-PRECO
           END-PERFORM.

       0017-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "TABELA-PRECO"     TO RPED-JOB
           MOVE "TABELA-PRECO-REL" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-REF / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM TABELA-PRECO.
