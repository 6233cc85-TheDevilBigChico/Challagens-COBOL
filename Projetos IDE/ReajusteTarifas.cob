       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJUSTE-TARIFAS.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: REAJUSTE ANUAL DAS TARIFAS PELO INDICE DE INFLACAO
      *==            DEFINIDO PELO COMERCIAL, EM VEZ DE DIGITAR UMA
      *==            LINHA NOVA POR ZONA NO MANUTENCAO-FRETE E POR
      *==            CLIENTE EM CONTRATO-TARIFAS. PARA CADA ZONA DO
      *==            ESCOPO (TODAS OU UMA LISTA), A TARIFA GERAL EM
      *==            VIGOR NA VESPERA DA NOVA VIGENCIA GERA EM
      *==            FRETE-TARIFAS UMA LINHA NOVA COM O PERCENTUAL
      *==            REAJUSTADO E A NOVA DATA DE VIGENCIA (MESMO PRAZO);
      *==            COM CONTRATOS NO ESCOPO, O MESMO VALE PARA CADA
      *==            CLIENTE E ZONA DE CONTRATO-TARIFAS (MESMA MARCA DE
      *==            COMBUSTIVEL E MESMO TERMINO). AS LINHAS EM VIGOR
      *==            NUNCA SAO ALTERADAS. O RELATORIO REAJUSTE-RELATORIO
      *==            MOSTRA ANTES/DEPOIS DE CADA LINHA; SO NO MODO
      *==            EFETIVA AS LINHAS SAO GRAVADAS, CADA UMA REGISTRADA
      *==            EM FRETE-REF-LOG (ACAO REAJUSTE, IMAGENS ANTES E
      *==            DEPOIS), O MESMO LOG DO MANUTENCAO-FRETE.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, UMA LINHA POR PARAMETRO: MODO (P = PREVIA, SO
      *==      O RELATORIO; E = EFETIVA), INDICE EM PERCENTUAL COM DUAS
      *==      DECIMAIS SEM VIRGULA (00450 = 4,50%), DATA DA NOVA
      *==      VIGENCIA (AAAAMMDD), ABRANGENCIA (G = SO TARIFA GERAL;
      *==      C = TARIFA GERAL E CONTRATOS) E AS ZONAS DO ESCOPO, ATE
      *==      20 ZONAS DE 4 POSICOES EMENDADAS NA MESMA LINHA (EM
      *==      BRANCO = TODAS AS ZONAS).
      *== OBS: ZONA OU CONTRATO QUE JA TEM LINHA COM VIGENCIA NA DATA
      *==      OU DEPOIS DELA NAO E REAJUSTADO (RERODAR NAO DUPLICA);
      *==      CONTRATO QUE TERMINA ANTES DA NOVA VIGENCIA TAMBEM NAO.
      *==      SE AS LINHAS NOVAS NAO COUBEREM NAS TABELAS DOS
      *==      PROGRAMAS DE FRETE (50 TARIFAS, 200 CONTRATOS) A
      *==      EFETIVACAO E RECUSADA COM RETURN-CODE 8 E NADA E
      *==      GRAVADO; PARAMETRO INVALIDO TAMBEM TERMINA COM 8. LINHA
      *==      NAO REAJUSTADA DA RETURN-CODE 4.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO DE FRETE-REF-LOG GANHA O CAMPO DO
      *==                 SUPERVISOR QUE APROVOU A ALTERACAO (QUATRO
      *==                 OLHOS DA MANUTENCAO-FRETE); O REAJUSTE EM
      *==                 LOTE GRAVA O CAMPO EM BRANCO.
      *== 15/10/2026 FA  EMISSAO DO REAJUSTE-RELATORIO REGISTRADA NO
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
           SELECT FRETE-TARIFAS ASSIGN TO "FRETE-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TARIFAS.
           SELECT CONTRATO-TARIFAS ASSIGN TO "CONTRATO-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT FRETE-REF-LOG ASSIGN TO "FRETE-REF-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT REAJUSTE-RELATORIO ASSIGN TO "REAJUSTE-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REAJUSTE-RELATORIO.
       01  REG-REAJUSTE-REL        PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-TARIFAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-CONTRATOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-TARIFAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-CONTRATOS PIC X(01)           VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== PARAMETROS =================================
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-MODO         PIC X(01)            VALUE "P".
           88 MODO-EFETIVA                       VALUE "E".
       01  WRK-INDICE-X     PIC X(05)            VALUE SPACE.
       01  WRK-INDICE-N REDEFINES WRK-INDICE-X PIC 9(03)V99.
       77  WRK-INDICE       PIC 9(03)V99         VALUE ZERO.
       77  WRK-INDICE-ED    PIC ZZ9,99.
       77  WRK-VIGOR-X      PIC X(08)            VALUE SPACE.
       01  WRK-VIGOR-NOVO   PIC 9(08)            VALUE ZERO.
       01  WRK-VIGOR-GRP REDEFINES WRK-VIGOR-NOVO.
           05 VIG-ANO       PIC 9(04).
           05 VIG-MES       PIC 9(02).
           05 VIG-DIA       PIC 9(02).
       77  WRK-ABRANGENCIA  PIC X(01)            VALUE "G".
           88 COM-CONTRATOS                      VALUE "C".
       77  WRK-PARAM-OK     PIC X(01)            VALUE "S".
           88 PARAMETROS-VALIDOS                 VALUE "S".
       01  WRK-ZONAS-LINHA  PIC X(80)            VALUE SPACE.
       01  TAB-ZONAS-ESCOPO REDEFINES WRK-ZONAS-LINHA.
           05 ESCOPO-ZONA   PIC X(04) OCCURS 20 TIMES.
       77  WRK-QTD-ESCOPO   PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-ESCOPO   PIC 9(02)            VALUE ZERO.
       77  WRK-NA-LISTA     PIC X(01)            VALUE "N".
           88 ZONA-NO-ESCOPO                     VALUE "S".
       77  WRK-ZONA-TESTE   PIC X(04)            VALUE SPACE.
      *====================== TARIFAS GERAIS =============================
       77  WRK-QTD-TARIFAS  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TARIFA   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-OUTRA    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-BASE     PIC 9(03)            VALUE ZERO.
       77  WRK-TEM-POSTERIOR PIC X(01)           VALUE "N".
       77  WRK-PRIMEIRA-DA-ZONA PIC X(01)        VALUE "S".
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
       01  TAB-CONTRATOS.
           05 CONTRATO-ITEM OCCURS 200 TIMES
                           INDEXED BY IDX-CONTRATO.
              10 CONTR-CLIENTE   PIC 9(05).
              10 CONTR-ZONA      PIC X(04).
              10 CONTR-PERC      PIC 9V9999.
              10 CONTR-VIGOR     PIC 9(08).
              10 CONTR-COMB-INCLUSO PIC X(01).
              10 CONTR-FIM       PIC 9(08).
      *====================== LINHAS GERADAS =============================
       77  WRK-QTD-NOVAS-TAR PIC 9(03)           VALUE ZERO.
       77  WRK-QTD-NOVOS-CON PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-NOVA     PIC 9(03)            VALUE ZERO.
       77  WRK-PERC-NOVO    PIC 9V9999           VALUE ZERO.
       77  WRK-ESTOUROU     PIC X(01)            VALUE "N".
       01  TAB-NOVAS-TARIFAS.
           05 NOVA-TAR-ITEM OCCURS 50 TIMES
                             INDEXED BY IDX-NOVA-TAR.
              10 NTAR-IDX-BASE   PIC 9(03).
              10 NTAR-PERC       PIC 9V9999.
       01  TAB-NOVOS-CONTRATOS.
           05 NOVO-CON-ITEM OCCURS 200 TIMES
                             INDEXED BY IDX-NOVO-CON.
              10 NCON-IDX-BASE   PIC 9(03).
              10 NCON-PERC       PIC 9V9999.
      *====================== RELATORIO E TOTAIS =========================
       77  WRK-QTD-IGNORADAS PIC 9(05)           VALUE ZERO.
       77  WRK-TOTAL-TAR    PIC 9(05)            VALUE ZERO.
       77  WRK-TOTAL-CON    PIC 9(05)            VALUE ZERO.
       77  WRK-PERC-ANTES-ED PIC 9,9999.
       77  WRK-PERC-DEPOIS-ED PIC 9,9999.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-MOTIVO       PIC X(40)            VALUE SPACE.
       77  WRK-TEXTO-MODO   PIC X(30)            VALUE SPACE.
      *====================== LOG DE ALTERACOES ==========================
       77  WRK-IMAGEM-ANTES PIC X(40)            VALUE SPACE.
       77  WRK-IMAGEM-DEPOIS PIC X(40)           VALUE SPACE.
       77  WRK-LOG-ARQUIVO  PIC X(14)            VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0001-RECEBE-PARAMETROS
           IF NOT PARAMETROS-VALIDOS
             DISPLAY "PARAMETROS INVALIDOS, NADA REAJUSTADO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0002-CARREGA-TARIFAS
           IF COM-CONTRATOS
             PERFORM 0003-CARREGA-CONTRATOS
           END-IF

           OPEN OUTPUT REAJUSTE-RELATORIO
           PERFORM 0010-CABECALHO
           PERFORM 0011-REAJUSTA-TARIFAS
           IF COM-CONTRATOS
             PERFORM 0013-REAJUSTA-CONTRATOS
           END-IF
           PERFORM 0015-CONFERE-ZONAS-LISTA

           COMPUTE WRK-TOTAL-TAR = WRK-QTD-TARIFAS + WRK-QTD-NOVAS-TAR
           COMPUTE WRK-TOTAL-CON = WRK-QTD-CONTRATOS
                                 + WRK-QTD-NOVOS-CON
           IF MODO-EFETIVA
             EVALUATE TRUE
               WHEN WRK-TOTAL-TAR GREATER 50
                 MOVE "EFETIVACAO RECUSADA: FRETE-TARIFAS PASSARIA "
                   TO WRK-LINHA-REL
                 PERFORM 0016-RECUSA-EFETIVACAO
               WHEN WRK-TOTAL-CON GREATER 200
                 MOVE "EFETIVACAO RECUSADA: CONTRATO-TARIFAS PASSARIA "
                   TO WRK-LINHA-REL
                 PERFORM 0016-RECUSA-EFETIVACAO
               WHEN OTHER
                 PERFORM 0020-GRAVA-TARIFAS
                 IF COM-CONTRATOS
                   PERFORM 0021-GRAVA-CONTRATOS
                 END-IF
             END-EVALUATE
           END-IF

           PERFORM 0017-TOTAIS
           CLOSE REAJUSTE-RELATORIO
           PERFORM 0023-REGISTRA-RELATORIO

           IF RETURN-CODE LESS 4
             AND WRK-QTD-IGNORADAS GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE-PARAMETROS SECTION.

           DISPLAY "MODO (P-PREVIA E-EFETIVA) "
             ACCEPT WRK-MODO
           DISPLAY "INDICE EM PERCENTUAL (00450 = 4,50%) "
             ACCEPT WRK-INDICE-X
           DISPLAY "DATA DA NOVA VIGENCIA (AAAAMMDD) "
             ACCEPT WRK-VIGOR-X
           DISPLAY "ABRANGENCIA (G-TARIFA GERAL C-GERAL E CONTRATOS) "
             ACCEPT WRK-ABRANGENCIA
           DISPLAY "ZONAS DO ESCOPO (EM BRANCO = TODAS) "
             ACCEPT WRK-ZONAS-LINHA

           IF WRK-MODO NOT EQUAL "E"
             MOVE "P" TO WRK-MODO
           END-IF
           IF WRK-INDICE-X NUMERIC
             MOVE WRK-INDICE-N TO WRK-INDICE
           END-IF
           IF WRK-INDICE EQUAL ZERO
             DISPLAY "INDICE INVALIDO OU ZERADO: " WRK-INDICE-X
             MOVE "N" TO WRK-PARAM-OK
           END-IF
           IF WRK-VIGOR-X NUMERIC
             MOVE WRK-VIGOR-X TO WRK-VIGOR-NOVO
           END-IF
           IF VIG-ANO LESS 2000
             OR VIG-MES LESS 1 OR VIG-MES GREATER 12
             OR VIG-DIA LESS 1 OR VIG-DIA GREATER 31
             DISPLAY "DATA DE VIGENCIA INVALIDA: " WRK-VIGOR-X
             MOVE "N" TO WRK-PARAM-OK
           END-IF
           IF WRK-ABRANGENCIA NOT EQUAL "C"
             AND WRK-ABRANGENCIA NOT EQUAL "G"
             DISPLAY "ABRANGENCIA INVALIDA: " WRK-ABRANGENCIA
             MOVE "N" TO WRK-PARAM-OK
           END-IF

           MOVE ZERO TO WRK-QTD-ESCOPO
           PERFORM VARYING WRK-IDX-ESCOPO FROM 1 BY 1
                     UNTIL WRK-IDX-ESCOPO > 20
             IF ESCOPO-ZONA(WRK-IDX-ESCOPO) NOT EQUAL SPACE
               ADD 1 TO WRK-QTD-ESCOPO
             END-IF
           END-PERFORM.

       0002-CARREGA-TARIFAS SECTION.

           OPEN INPUT FRETE-TARIFAS
           IF WRK-STATUS-TARIFAS EQUAL "35"
             DISPLAY "FRETE-TARIFAS INEXISTENTE"
             MOVE "S" TO WRK-FIM-TARIFAS
           END-IF
           PERFORM UNTIL WRK-FIM-TARIFAS EQUAL "S"
             READ FRETE-TARIFAS
               AT END
                 MOVE "S" TO WRK-FIM-TARIFAS
               NOT AT END
                 IF WRK-QTD-TARIFAS NOT LESS 50
                   DISPLAY "ERRO: FRETE-TARIFAS EXCEDE A CAPACIDADE "
                           "DE 50 LINHAS DE TAB-TARIFAS, REAJUSTE "
                           "ABORTADO"
                   MOVE 12 TO RETURN-CODE
                   CLOSE FRETE-TARIFAS
                   GOBACK
                 END-IF
                 ADD 1 TO WRK-QTD-TARIFAS
                 MOVE TARIFA-ZONA-REG  TO TARIFA-ZONA(WRK-QTD-TARIFAS)
                 MOVE TARIFA-PERC-REG  TO TARIFA-PERC(WRK-QTD-TARIFAS)
                 MOVE TARIFA-VIGOR-REG TO TARIFA-VIGOR(WRK-QTD-TARIFAS)
                 IF TARIFA-PRAZO-REG NUMERIC
                   MOVE TARIFA-PRAZO-REG
                     TO TARIFA-PRAZO(WRK-QTD-TARIFAS)
                 ELSE
                   MOVE ZERO TO TARIFA-PRAZO(WRK-QTD-TARIFAS)
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-TARIFAS NOT EQUAL "35"
             CLOSE FRETE-TARIFAS
           END-IF.

       0003-CARREGA-CONTRATOS SECTION.

           OPEN INPUT CONTRATO-TARIFAS
           IF WRK-STATUS-CONTRATOS EQUAL "35"
             DISPLAY "CONTRATO-TARIFAS INEXISTENTE"
             MOVE "S" TO WRK-FIM-CONTRATOS
           END-IF
           PERFORM UNTIL WRK-FIM-CONTRATOS EQUAL "S"
             READ CONTRATO-TARIFAS
               AT END
                 MOVE "S" TO WRK-FIM-CONTRATOS
               NOT AT END
                 IF WRK-QTD-CONTRATOS NOT LESS 200
                   DISPLAY "ERRO: CONTRATO-TARIFAS EXCEDE A "
                           "CAPACIDADE DE 200 LINHAS DE "
                           "TAB-CONTRATOS, REAJUSTE ABORTADO"
                   MOVE 12 TO RETURN-CODE
                   CLOSE CONTRATO-TARIFAS
                   GOBACK
                 END-IF
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
      *          TERMINO ZERO = CONTRATO SEM DATA DE TERMINO.
                 IF CONTR-FIM-REG NUMERIC
                   MOVE CONTR-FIM-REG TO CONTR-FIM(WRK-QTD-CONTRATOS)
                 ELSE
                   MOVE ZERO TO CONTR-FIM(WRK-QTD-CONTRATOS)
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-CONTRATOS NOT EQUAL "35"
             CLOSE CONTRATO-TARIFAS
           END-IF.

       0004-CHECA-ESCOPO SECTION.

           IF WRK-QTD-ESCOPO EQUAL ZERO
             MOVE "S" TO WRK-NA-LISTA
           ELSE
             MOVE "N" TO WRK-NA-LISTA
             PERFORM VARYING WRK-IDX-ESCOPO FROM 1 BY 1
                       UNTIL WRK-IDX-ESCOPO > 20
               IF ESCOPO-ZONA(WRK-IDX-ESCOPO) EQUAL WRK-ZONA-TESTE
                 MOVE "S" TO WRK-NA-LISTA
                 MOVE 20 TO WRK-IDX-ESCOPO
               END-IF
             END-PERFORM
           END-IF.

       0010-CABECALHO SECTION.

           IF MODO-EFETIVA
             MOVE "EFETIVA" TO WRK-TEXTO-MODO
           ELSE
             MOVE "PREVIA (NADA GRAVADO)" TO WRK-TEXTO-MODO
           END-IF
           MOVE WRK-INDICE TO WRK-INDICE-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "REAJUSTE DE TARIFAS - MODO " DELIMITED BY SIZE
                  WRK-TEXTO-MODO   DELIMITED BY "  "
                  " - INDICE "     DELIMITED BY SIZE
                  WRK-INDICE-ED    DELIMITED BY SIZE
                  "% - VIGENCIA "  DELIMITED BY SIZE
                  WRK-VIGOR-NOVO   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           MOVE SPACE TO WRK-LINHA-REL
           IF COM-CONTRATOS
             MOVE "ABRANGENCIA: TARIFA GERAL E CONTRATOS"
               TO WRK-LINHA-REL
           ELSE
             MOVE "ABRANGENCIA: SO TARIFA GERAL" TO WRK-LINHA-REL
           END-IF
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-QTD-ESCOPO EQUAL ZERO
             MOVE "ZONAS: TODAS" TO WRK-LINHA-REL
           ELSE
             STRING "ZONAS: " DELIMITED BY SIZE
                    WRK-ZONAS-LINHA DELIMITED BY "  "
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           MOVE SPACE TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL.

       0011-REAJUSTA-TARIFAS SECTION.

      *    UMA DECISAO POR ZONA, NA PRIMEIRA LINHA DA ZONA NA TABELA:
      *    A BASE E A LINHA DE VIGENCIA MAIS RECENTE ANTERIOR A NOVA.
           PERFORM VARYING WRK-IDX-TARIFA FROM 1 BY 1
                     UNTIL WRK-IDX-TARIFA > WRK-QTD-TARIFAS
             MOVE "S" TO WRK-PRIMEIRA-DA-ZONA
             PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                       UNTIL WRK-IDX-OUTRA NOT LESS WRK-IDX-TARIFA
               IF TARIFA-ZONA(WRK-IDX-OUTRA)
                    EQUAL TARIFA-ZONA(WRK-IDX-TARIFA)
                 MOVE "N" TO WRK-PRIMEIRA-DA-ZONA
                 MOVE WRK-IDX-TARIFA TO WRK-IDX-OUTRA
               END-IF
             END-PERFORM
             MOVE TARIFA-ZONA(WRK-IDX-TARIFA) TO WRK-ZONA-TESTE
             PERFORM 0004-CHECA-ESCOPO
             IF WRK-PRIMEIRA-DA-ZONA EQUAL "S"
               AND ZONA-NO-ESCOPO
               PERFORM 0012-REAJUSTA-ZONA
             END-IF
           END-PERFORM.

       0012-REAJUSTA-ZONA SECTION.

           MOVE ZERO TO WRK-IDX-BASE
           MOVE "N"  TO WRK-TEM-POSTERIOR
           PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                     UNTIL WRK-IDX-OUTRA > WRK-QTD-TARIFAS
             IF TARIFA-ZONA(WRK-IDX-OUTRA) EQUAL WRK-ZONA-TESTE
               IF TARIFA-VIGOR(WRK-IDX-OUTRA) NOT LESS WRK-VIGOR-NOVO
                 MOVE "S" TO WRK-TEM-POSTERIOR
               ELSE
                 IF WRK-IDX-BASE EQUAL ZERO
                   MOVE WRK-IDX-OUTRA TO WRK-IDX-BASE
                 ELSE
                   IF TARIFA-VIGOR(WRK-IDX-OUTRA)
                        GREATER TARIFA-VIGOR(WRK-IDX-BASE)
                     MOVE WRK-IDX-OUTRA TO WRK-IDX-BASE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACE TO WRK-MOTIVO
           MOVE "N"   TO WRK-ESTOUROU
           EVALUATE TRUE
             WHEN WRK-TEM-POSTERIOR EQUAL "S"
               MOVE "JA TEM VIGENCIA NA DATA OU POSTERIOR"
                 TO WRK-MOTIVO
             WHEN WRK-IDX-BASE EQUAL ZERO
               MOVE "SEM TARIFA ANTERIOR A NOVA VIGENCIA"
                 TO WRK-MOTIVO
             WHEN OTHER
               COMPUTE WRK-PERC-NOVO ROUNDED =
                       TARIFA-PERC(WRK-IDX-BASE)
                     + TARIFA-PERC(WRK-IDX-BASE) * WRK-INDICE / 100
                 ON SIZE ERROR
                   MOVE "S" TO WRK-ESTOUROU
                   MOVE "PERCENTUAL REAJUSTADO ESTOURA 9,9999"
                     TO WRK-MOTIVO
               END-COMPUTE
           END-EVALUATE

           IF WRK-MOTIVO EQUAL SPACE
             ADD 1 TO WRK-QTD-NOVAS-TAR
             MOVE WRK-IDX-BASE  TO NTAR-IDX-BASE(WRK-QTD-NOVAS-TAR)
             MOVE WRK-PERC-NOVO TO NTAR-PERC(WRK-QTD-NOVAS-TAR)
             MOVE TARIFA-PERC(WRK-IDX-BASE) TO WRK-PERC-ANTES-ED
             MOVE WRK-PERC-NOVO TO WRK-PERC-DEPOIS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "TARIFA ZONA "  DELIMITED BY SIZE
                    WRK-ZONA-TESTE  DELIMITED BY SIZE
                    " ANTES: VIGOR " DELIMITED BY SIZE
                    TARIFA-VIGOR(WRK-IDX-BASE) DELIMITED BY SIZE
                    " PERC "        DELIMITED BY SIZE
                    WRK-PERC-ANTES-ED DELIMITED BY SIZE
                    " DEPOIS: VIGOR " DELIMITED BY SIZE
                    WRK-VIGOR-NOVO  DELIMITED BY SIZE
                    " PERC "        DELIMITED BY SIZE
                    WRK-PERC-DEPOIS-ED DELIMITED BY SIZE
                    " PRAZO "       DELIMITED BY SIZE
                    TARIFA-PRAZO(WRK-IDX-BASE) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             ADD 1 TO WRK-QTD-IGNORADAS
             MOVE SPACE TO WRK-LINHA-REL
             STRING "TARIFA ZONA "  DELIMITED BY SIZE
                    WRK-ZONA-TESTE  DELIMITED BY SIZE
                    " NAO REAJUSTADA: " DELIMITED BY SIZE
                    WRK-MOTIVO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL.

       0013-REAJUSTA-CONTRATOS SECTION.

      *    MESMA REGRA DA TARIFA GERAL, POR CLIENTE E ZONA.
           MOVE SPACE TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           PERFORM VARYING WRK-IDX-CONTRATO FROM 1 BY 1
                     UNTIL WRK-IDX-CONTRATO > WRK-QTD-CONTRATOS
             MOVE "S" TO WRK-PRIMEIRA-DA-ZONA
             PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                       UNTIL WRK-IDX-OUTRA NOT LESS WRK-IDX-CONTRATO
               IF CONTR-ZONA(WRK-IDX-OUTRA)
                    EQUAL CONTR-ZONA(WRK-IDX-CONTRATO)
                 AND CONTR-CLIENTE(WRK-IDX-OUTRA)
                    EQUAL CONTR-CLIENTE(WRK-IDX-CONTRATO)
                 MOVE "N" TO WRK-PRIMEIRA-DA-ZONA
                 MOVE WRK-IDX-CONTRATO TO WRK-IDX-OUTRA
               END-IF
             END-PERFORM
             MOVE CONTR-ZONA(WRK-IDX-CONTRATO) TO WRK-ZONA-TESTE
             PERFORM 0004-CHECA-ESCOPO
             IF WRK-PRIMEIRA-DA-ZONA EQUAL "S"
               AND ZONA-NO-ESCOPO
               PERFORM 0014-REAJUSTA-CONTRATO
             END-IF
           END-PERFORM.

       0014-REAJUSTA-CONTRATO SECTION.

           MOVE ZERO TO WRK-IDX-BASE
           MOVE "N"  TO WRK-TEM-POSTERIOR
           PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                     UNTIL WRK-IDX-OUTRA > WRK-QTD-CONTRATOS
             IF CONTR-ZONA(WRK-IDX-OUTRA) EQUAL WRK-ZONA-TESTE
               AND CONTR-CLIENTE(WRK-IDX-OUTRA)
                     EQUAL CONTR-CLIENTE(WRK-IDX-CONTRATO)
               IF CONTR-VIGOR(WRK-IDX-OUTRA) NOT LESS WRK-VIGOR-NOVO
                 MOVE "S" TO WRK-TEM-POSTERIOR
               ELSE
                 IF WRK-IDX-BASE EQUAL ZERO
                   MOVE WRK-IDX-OUTRA TO WRK-IDX-BASE
                 ELSE
                   IF CONTR-VIGOR(WRK-IDX-OUTRA)
                        GREATER CONTR-VIGOR(WRK-IDX-BASE)
                     MOVE WRK-IDX-OUTRA TO WRK-IDX-BASE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACE TO WRK-MOTIVO
           EVALUATE TRUE
             WHEN WRK-TEM-POSTERIOR EQUAL "S"
               MOVE "JA TEM VIGENCIA NA DATA OU POSTERIOR"
                 TO WRK-MOTIVO
             WHEN WRK-IDX-BASE EQUAL ZERO
               MOVE "SEM CONTRATO ANTERIOR A NOVA VIGENCIA"
                 TO WRK-MOTIVO
             WHEN CONTR-FIM(WRK-IDX-BASE) GREATER ZERO
               AND CONTR-FIM(WRK-IDX-BASE) LESS WRK-VIGOR-NOVO
               MOVE "CONTRATO TERMINA ANTES DA NOVA VIGENCIA"
                 TO WRK-MOTIVO
             WHEN OTHER
               COMPUTE WRK-PERC-NOVO ROUNDED =
                       CONTR-PERC(WRK-IDX-BASE)
                     + CONTR-PERC(WRK-IDX-BASE) * WRK-INDICE / 100
                 ON SIZE ERROR
                   MOVE "PERCENTUAL REAJUSTADO ESTOURA 9,9999"
                     TO WRK-MOTIVO
               END-COMPUTE
           END-EVALUATE

           IF WRK-MOTIVO EQUAL SPACE
             ADD 1 TO WRK-QTD-NOVOS-CON
             MOVE WRK-IDX-BASE  TO NCON-IDX-BASE(WRK-QTD-NOVOS-CON)
             MOVE WRK-PERC-NOVO TO NCON-PERC(WRK-QTD-NOVOS-CON)
             MOVE CONTR-PERC(WRK-IDX-BASE) TO WRK-PERC-ANTES-ED
             MOVE WRK-PERC-NOVO TO WRK-PERC-DEPOIS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "CONTRATO CLIENTE " DELIMITED BY SIZE
                    CONTR-CLIENTE(WRK-IDX-BASE) DELIMITED BY SIZE
                    " ZONA "        DELIMITED BY SIZE
                    WRK-ZONA-TESTE  DELIMITED BY SIZE
                    " ANTES: VIGOR " DELIMITED BY SIZE
                    CONTR-VIGOR(WRK-IDX-BASE) DELIMITED BY SIZE
                    " PERC "        DELIMITED BY SIZE
                    WRK-PERC-ANTES-ED DELIMITED BY SIZE
                    " DEPOIS: VIGOR " DELIMITED BY SIZE
                    WRK-VIGOR-NOVO  DELIMITED BY SIZE
                    " PERC "        DELIMITED BY SIZE
                    WRK-PERC-DEPOIS-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             ADD 1 TO WRK-QTD-IGNORADAS
             MOVE SPACE TO WRK-LINHA-REL
             STRING "CONTRATO CLIENTE " DELIMITED BY SIZE
                    CONTR-CLIENTE(WRK-IDX-CONTRATO) DELIMITED BY SIZE
                    " ZONA "        DELIMITED BY SIZE
                    WRK-ZONA-TESTE  DELIMITED BY SIZE
                    " NAO REAJUSTADO: " DELIMITED BY SIZE
                    WRK-MOTIVO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL.

       0015-CONFERE-ZONAS-LISTA SECTION.

      *    ZONA DA LISTA QUE NAO APARECE EM NENHUM DOS ARQUIVOS E,
      *    PROVAVELMENTE, ERRO DE DIGITACAO NO SYSIN.
           PERFORM VARYING WRK-IDX-ESCOPO FROM 1 BY 1
                     UNTIL WRK-IDX-ESCOPO > 20
             IF ESCOPO-ZONA(WRK-IDX-ESCOPO) NOT EQUAL SPACE
               MOVE "N" TO WRK-PRIMEIRA-DA-ZONA
               PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                         UNTIL WRK-IDX-OUTRA > WRK-QTD-TARIFAS
                 IF TARIFA-ZONA(WRK-IDX-OUTRA)
                      EQUAL ESCOPO-ZONA(WRK-IDX-ESCOPO)
                   MOVE "S" TO WRK-PRIMEIRA-DA-ZONA
                   MOVE WRK-QTD-TARIFAS TO WRK-IDX-OUTRA
                 END-IF
               END-PERFORM
               PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                         UNTIL WRK-IDX-OUTRA > WRK-QTD-CONTRATOS
                 IF CONTR-ZONA(WRK-IDX-OUTRA)
                      EQUAL ESCOPO-ZONA(WRK-IDX-ESCOPO)
                   MOVE "S" TO WRK-PRIMEIRA-DA-ZONA
                   MOVE WRK-QTD-CONTRATOS TO WRK-IDX-OUTRA
                 END-IF
               END-PERFORM
               IF WRK-PRIMEIRA-DA-ZONA EQUAL "N"
                 ADD 1 TO WRK-QTD-IGNORADAS
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "ZONA " DELIMITED BY SIZE
                        ESCOPO-ZONA(WRK-IDX-ESCOPO) DELIMITED BY SIZE
                        " DA LISTA SEM TARIFA NEM CONTRATO"
                          DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
                 WRITE REG-REAJUSTE-REL
               END-IF
             END-IF
           END-PERFORM.

       0016-RECUSA-EFETIVACAO SECTION.

           MOVE SPACE TO REG-REAJUSTE-REL
           STRING WRK-LINHA-REL    DELIMITED BY "  "
                  " DO LIMITE DOS PROGRAMAS DE FRETE; EXPURGAR "
                    DELIMITED BY SIZE
                  "VIGENCIAS ANTIGAS ANTES DE REAJUSTAR"
                    DELIMITED BY SIZE
             INTO REG-REAJUSTE-REL
           END-STRING
           MOVE REG-REAJUSTE-REL TO WRK-LINHA-REL
           WRITE REG-REAJUSTE-REL
           DISPLAY WRK-LINHA-REL
           MOVE 8 TO RETURN-CODE.

       0017-TOTAIS SECTION.

           MOVE SPACE TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           MOVE WRK-QTD-NOVAS-TAR TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LINHAS NOVAS DE TARIFA GERAL: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           MOVE WRK-QTD-NOVOS-CON TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LINHAS NOVAS DE CONTRATO: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           MOVE WRK-QTD-IGNORADAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "NAO REAJUSTADAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           MOVE SPACE TO WRK-LINHA-REL
           EVALUATE TRUE
             WHEN NOT MODO-EFETIVA
               MOVE "PREVIA: NADA GRAVADO, RODAR NO MODO E PARA GRAVAR"
                 TO WRK-LINHA-REL
             WHEN RETURN-CODE EQUAL 8
               MOVE "NADA GRAVADO" TO WRK-LINHA-REL
             WHEN OTHER
               MOVE "LINHAS GRAVADAS E REGISTRADAS EM FRETE-REF-LOG"
                 TO WRK-LINHA-REL
           END-EVALUATE
           MOVE WRK-LINHA-REL TO REG-REAJUSTE-REL
           WRITE REG-REAJUSTE-REL
           DISPLAY WRK-LINHA-REL.

       0020-GRAVA-TARIFAS SECTION.

           IF WRK-QTD-NOVAS-TAR GREATER ZERO
             OPEN EXTEND FRETE-TARIFAS
             IF WRK-STATUS-TARIFAS EQUAL "35"
               OPEN OUTPUT FRETE-TARIFAS
             END-IF
             MOVE "FRETE-TARIFAS" TO WRK-LOG-ARQUIVO
             PERFORM VARYING WRK-IDX-NOVA FROM 1 BY 1
                       UNTIL WRK-IDX-NOVA > WRK-QTD-NOVAS-TAR
               MOVE NTAR-IDX-BASE(WRK-IDX-NOVA) TO WRK-IDX-BASE
               MOVE TARIFA-ITEM(WRK-IDX-BASE) TO WRK-IMAGEM-ANTES
               MOVE TARIFA-ZONA(WRK-IDX-BASE)  TO TARIFA-ZONA-REG
               MOVE NTAR-PERC(WRK-IDX-NOVA)    TO TARIFA-PERC-REG
               MOVE WRK-VIGOR-NOVO             TO TARIFA-VIGOR-REG
               MOVE TARIFA-PRAZO(WRK-IDX-BASE) TO TARIFA-PRAZO-REG
               WRITE REG-FRETE-TARIFA
               MOVE REG-FRETE-TARIFA TO WRK-IMAGEM-DEPOIS
               PERFORM 0022-GRAVA-LOG
             END-PERFORM
             CLOSE FRETE-TARIFAS
           END-IF.

       0021-GRAVA-CONTRATOS SECTION.

           IF WRK-QTD-NOVOS-CON GREATER ZERO
             OPEN EXTEND CONTRATO-TARIFAS
             IF WRK-STATUS-CONTRATOS EQUAL "35"
               OPEN OUTPUT CONTRATO-TARIFAS
             END-IF
             MOVE "CONTRATO-TARIF" TO WRK-LOG-ARQUIVO
             PERFORM VARYING WRK-IDX-NOVA FROM 1 BY 1
                       UNTIL WRK-IDX-NOVA > WRK-QTD-NOVOS-CON
               MOVE NCON-IDX-BASE(WRK-IDX-NOVA) TO WRK-IDX-BASE
               MOVE CONTRATO-ITEM(WRK-IDX-BASE) TO WRK-IMAGEM-ANTES
               MOVE CONTR-CLIENTE(WRK-IDX-BASE) TO CONTR-CLIENTE-REG
               MOVE CONTR-ZONA(WRK-IDX-BASE)    TO CONTR-ZONA-REG
               MOVE NCON-PERC(WRK-IDX-NOVA)     TO CONTR-PERC-REG
               MOVE WRK-VIGOR-NOVO              TO CONTR-VIGOR-REG
               MOVE CONTR-COMB-INCLUSO(WRK-IDX-BASE)
                 TO CONTR-COMB-INCLUSO-REG
               MOVE CONTR-FIM(WRK-IDX-BASE)     TO CONTR-FIM-REG
               WRITE REG-CONTRATO-TARIFA
               MOVE REG-CONTRATO-TARIFA TO WRK-IMAGEM-DEPOIS
               PERFORM 0022-GRAVA-LOG
             END-PERFORM
             CLOSE CONTRATO-TARIFAS
           END-IF.

       0022-GRAVA-LOG SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-DATA-SISTEMA  TO LOG-DATA
           MOVE WRK-HORA-SISTEMA  TO LOG-HORA
           MOVE "REAJUSTE"        TO LOG-OPERADOR
           MOVE WRK-LOG-ARQUIVO   TO LOG-ARQUIVO
           MOVE "REAJUSTE"        TO LOG-ACAO
           MOVE WRK-IMAGEM-ANTES  TO LOG-ANTES
           MOVE WRK-IMAGEM-DEPOIS TO LOG-DEPOIS
           MOVE SPACE             TO LOG-APROVADOR

           OPEN EXTEND FRETE-REF-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT FRETE-REF-LOG
           END-IF
           WRITE REG-FRETE-REF-LOG
           CLOSE FRETE-REF-LOG.

       0023-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "REAJUSTE-TAR"       TO RPED-JOB
           MOVE "REAJUSTE-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM REAJUSTE-TARIFAS.
