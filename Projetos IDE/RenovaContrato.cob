       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOVA-CONTRATO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LISTA MENSAL DE RENOVACAO DE CONTRATOS PARA O
      *==            COMERCIAL PREPARAR A RENEGOCIACAO. LISTA EM
      *==            RENOVACAO-RELATORIO, EM ORDEM DE VENCIMENTO, OS
      *==            CONTRATOS DE CONTRATO-TARIFAS EM VIGOR NA DATA DE
      *==            REFERENCIA (O MAIS RECENTE DE CADA CLIENTE E ZONA)
      *==            CUJA DATA DE TERMINO (CONTR-FIM-REG) CAI NOS
      *==            PROXIMOS DIAS INFORMADOS (PADRAO 60), COM OS DIAS
      *==            QUE FALTAM, O PERCENTUAL NEGOCIADO E, POR CLIENTE,
      *==            O MOVIMENTO DE 12 MESES EM FRETE-AUDITORIA:
      *==            EMBARQUES, FRETE COBRADO, CUSTO DE TRANSPORTADORA
      *==            E MARGEM (MESMA APURACAO DO MARGEM-FRETE).
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A DATA DE REFERENCIA (EM BRANCO = DATA DO
      *==      SISTEMA) E OS DIAS DE ANTECEDENCIA (3 DIGITOS, EM BRANCO
      *==      = 060). CONTRATO SEM DATA DE TERMINO NAO VENCE E NAO
      *==      ENTRA. SE JA HOUVER LINHA NOVA DO MESMO CLIENTE E ZONA
      *==      COM INICIO FUTURO, O CONTRATO SAI MARCADO COMO JA
      *==      RENOVADO. ESTORNO ABATE FRETE, CUSTO E A CONTAGEM DE
      *==      EMBARQUES.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FRETE A PAGAR: O CONTRATO VALE PARA QUEM PAGA O
      *==                 FRETE, ENTAO O VOLUME DOS 12 MESES E SOMADO
      *==                 AO PAGADOR (DESTINATARIO QUANDO AUDIT-PAGADOR
      *==                 = "F").
      *== 15/10/2026 FA  EMISSAO DO RENOVACAO-RELATORIO REGISTRADA NO
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
           SELECT CONTRATO-TARIFAS ASSIGN TO "CONTRATO-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPORTADORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT RENOVACAO-RELATORIO ASSIGN TO "RENOVACAO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-TARIFAS.
       01  REG-CONTRATO-TARIFA.
           05 CONTR-CLIENTE-REG    PIC 9(05).
           05 CONTR-ZONA-REG       PIC X(04).
           05 CONTR-PERC-REG       PIC 9V9999.
           05 CONTR-VIGOR-REG      PIC 9(08).
           05 CONTR-COMB-INCLUSO-REG PIC X(01).
           05 CONTR-FIM-REG        PIC 9(08).

       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO-REG       PIC 9(05).
           05 CLI-NOME-REG         PIC X(20).
           05 CLI-CEP-REG          PIC 9(08).
           05 CLI-DESC-REG         PIC 9V9999.
           05 CLI-LIMITE-REG       PIC 9(09)V99.
           05 CLI-SITUACAO-REG     PIC X(01).

       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TRANSP-ZONA-REG      PIC X(04).
           05 TRANSP-COD-REG       PIC X(04).
           05 TRANSP-NOME-REG      PIC X(20).
           05 TRANSP-CUSTO-REG     PIC 9V9999.
           05 TRANSP-PRIORIDADE-REG PIC 9(02).
           05 TRANSP-PERC-ALOC-REG PIC 9(03).

       FD  RENOVACAO-RELATORIO.
       01  REG-RENOVACAO           PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB           PIC 9(04)        VALUE ZERO.
       77  WRK-STATUS-CONTRATOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-CLIENTES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-TRANSP PIC X(02)           VALUE SPACE.
       77  WRK-FIM-CONTRATOS PIC X(01)           VALUE "N".
       77  WRK-FIM-CLIENTES PIC X(01)            VALUE "N".
       77  WRK-FIM-AUDITORIA PIC X(01)           VALUE "N".
           88 FIM-DA-AUDITORIA                   VALUE "S".
       77  WRK-FIM-TRANSP   PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== PARAMETROS =================================
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-REF-X   PIC X(08)            VALUE SPACE.
       77  WRK-DATA-REF     PIC 9(08)            VALUE ZERO.
       77  WRK-DIAS-X       PIC X(03)            VALUE SPACE.
       77  WRK-DIAS-ANTEC   PIC 9(03)            VALUE 60.
       77  WRK-DATA-LIMITE  PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-INICIO-12M PIC 9(08)         VALUE ZERO.
      *====================== CONTRATOS ==================================
       77  WRK-QTD-CONTRATOS PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-CONTRATO PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-OUTRO    PIC 9(03)            VALUE ZERO.
       77  WRK-E-O-VIGENTE  PIC X(01)            VALUE "S".
       77  WRK-VIGOR-RENOV  PIC 9(08)            VALUE ZERO.
       01  TAB-CONTRATOS.
           05 CONTRATO-ITEM OCCURS 200 TIMES
                           INDEXED BY IDX-CONTRATO.
              10 CONTR-CLIENTE   PIC 9(05).
              10 CONTR-ZONA      PIC X(04).
              10 CONTR-PERC      PIC 9V9999.
              10 CONTR-VIGOR     PIC 9(08).
              10 CONTR-COMB-INCLUSO PIC X(01).
              10 CONTR-FIM       PIC 9(08).
      *====================== CONTRATOS A RENOVAR ========================
       77  WRK-QTD-RENOVA   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-RENOVA   PIC 9(03)            VALUE ZERO.
       01  TAB-RENOVA.
           05 RENOVA-ITEM OCCURS 200 TIMES
                           INDEXED BY IDX-RENOVA.
              10 RNV-IDX-CONTR   PIC 9(03).
              10 RNV-VIGOR-NOVO  PIC 9(08).
      *====================== MOVIMENTO DOS CLIENTES =====================
       77  WRK-QTD-VOLUME   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-VOLUME   PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-VOLUME PIC 9(03)            VALUE ZERO.
       77  WRK-CLIENTE-PAGADOR PIC 9(05)         VALUE ZERO.
       01  TAB-VOLUME.
           05 VOLUME-ITEM OCCURS 200 TIMES
                           INDEXED BY IDX-VOLUME.
              10 VOL-CLIENTE     PIC 9(05).
              10 VOL-NOME        PIC X(20).
              10 VOL-EMBARQUES   PIC S9(07).
              10 VOL-FRETE       PIC S9(11)V99.
              10 VOL-CUSTO       PIC S9(11)V99.
      *====================== CUSTO POR TRANSPORTADORA ===================
       77  WRK-QTD-TRANSP   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TRANSP   PIC 9(03)            VALUE ZERO.
       77  WRK-CUSTO-PERC   PIC 9V9999           VALUE ZERO.
       01  TAB-TRANSPORTADORAS.
           05 TRANSP-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-TRANSP.
              10 TRANSP-COD        PIC X(04).
              10 TRANSP-CUSTO      PIC 9V9999.
       77  WRK-FRETE        PIC S9(09)V99        VALUE ZERO.
       77  WRK-CUSTO        PIC S9(09)V99        VALUE ZERO.
       77  WRK-MARGEM       PIC S9(11)V99        VALUE ZERO.
       77  WRK-MARGEM-PERC  PIC S9(03)V9         VALUE ZERO.
      *====================== CALENDARIO CORRIDO =========================
       01  WRK-DATA-CORRE-GRP.
           05 CORRE-ANO     PIC 9(04)            VALUE ZERO.
           05 CORRE-MES     PIC 9(02)            VALUE ZERO.
           05 CORRE-DIA     PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORRE REDEFINES WRK-DATA-CORRE-GRP
                            PIC 9(08).
       77  WRK-IDX-DIA      PIC 9(03)            VALUE ZERO.
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
      *====================== EDICAO =====================================
       77  WRK-PCT          PIC 9(03)V999        VALUE ZERO.
       77  WRK-PCT-ED       PIC ZZ9,999.
       77  WRK-DIAS-ED      PIC ZZ9.
       77  WRK-QTD-ED       PIC -ZZZZZZ9.
       77  WRK-FRETE-ED     COPY CURRENCY-ED-SIGNED.
       77  WRK-CUSTO-ED     COPY CURRENCY-ED-SIGNED.
       77  WRK-MARGEM-ED    COPY CURRENCY-ED-SIGNED.
       77  WRK-MARGEM-PERC-ED PIC -ZZ9,9.
       77  WRK-OBS-TEXTO    PIC X(34)            VALUE SPACE.
       77  WRK-QTD-LISTADOS PIC 9(03)            VALUE ZERO.
       77  WRK-LISTADOS-ED  PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
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
           DISPLAY "DIAS DE ANTECEDENCIA (999) "
             ACCEPT WRK-DIAS-X
           IF WRK-DIAS-X NUMERIC
             MOVE WRK-DIAS-X TO WRK-DIAS-ANTEC
           ELSE
             MOVE 60 TO WRK-DIAS-ANTEC
           END-IF

      *    JANELA DE VENCIMENTO: DA DATA DE REFERENCIA ATE N DIAS
      *    CORRIDOS DEPOIS; MOVIMENTO: OS 12 MESES ATE A REFERENCIA.
           MOVE WRK-DATA-REF TO WRK-DATA-CORRE
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA GREATER WRK-DIAS-ANTEC
             PERFORM 0026-AVANCA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CORRE TO WRK-DATA-LIMITE
           COMPUTE WRK-DATA-INICIO-12M = WRK-DATA-REF - 10000

           PERFORM 0001-CARREGA-CONTRATOS
           PERFORM 0002-SELECIONA
           PERFORM 0003-CARREGA-CLIENTES
           PERFORM 0005-CARREGA-TRANSPORTADORAS
           PERFORM 0004-APURA-MOVIMENTO

           OPEN OUTPUT RENOVACAO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONTRATOS A RENOVAR - REFERENCIA " DELIMITED BY SIZE
                  WRK-DATA-REF          DELIMITED BY SIZE
                  " - VENCIMENTO ATE "  DELIMITED BY SIZE
                  WRK-DATA-LIMITE       DELIMITED BY SIZE
                  " - MOVIMENTO DE "    DELIMITED BY SIZE
                  WRK-DATA-INICIO-12M   DELIMITED BY SIZE
                  " A "                 DELIMITED BY SIZE
                  WRK-DATA-REF          DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RENOVACAO
           WRITE REG-RENOVACAO
           MOVE SPACE TO REG-RENOVACAO
           WRITE REG-RENOVACAO

      *    PERCORRE A JANELA DIA A DIA, O QUE JA DA A ORDEM DE
      *    VENCIMENTO E OS DIAS QUE FALTAM.
           MOVE ZERO TO WRK-QTD-LISTADOS
           MOVE WRK-DATA-REF TO WRK-DATA-CORRE
           PERFORM VARYING WRK-IDX-DIA FROM 0 BY 1
                     UNTIL WRK-IDX-DIA GREATER WRK-DIAS-ANTEC
             PERFORM 0006-IMPRIME-DIA
             PERFORM 0026-AVANCA-UM-DIA
           END-PERFORM

           MOVE WRK-QTD-LISTADOS TO WRK-LISTADOS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONTRATOS A RENOVAR NA JANELA: " DELIMITED BY SIZE
                  WRK-LISTADOS-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RENOVACAO
           WRITE REG-RENOVACAO
           CLOSE RENOVACAO-RELATORIO
           PERFORM 0027-REGISTRA-RELATORIO

           DISPLAY "CONTRATOS A RENOVAR LISTADOS: " WRK-QTD-LISTADOS

           GOBACK.

       0001-CARREGA-CONTRATOS SECTION.

           OPEN INPUT CONTRATO-TARIFAS
           IF WRK-STATUS-CONTRATOS EQUAL "35"
             DISPLAY "CONTRATO-TARIFAS INEXISTENTE, NADA A RENOVAR"
           ELSE
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

       0002-SELECIONA SECTION.

      *    SO O CONTRATO EM VIGOR NA REFERENCIA (O DE INICIO MAIS
      *    RECENTE DO CLIENTE/ZONA) INTERESSA; LINHA DE INICIO FUTURO
      *    DO MESMO CLIENTE/ZONA E A RENOVACAO JA CADASTRADA.
           PERFORM VARYING WRK-IDX-CONTRATO FROM 1 BY 1
                     UNTIL WRK-IDX-CONTRATO > WRK-QTD-CONTRATOS
             IF CONTR-VIGOR(WRK-IDX-CONTRATO) NOT GREATER WRK-DATA-REF
               AND CONTR-FIM(WRK-IDX-CONTRATO) NOT LESS WRK-DATA-REF
               AND CONTR-FIM(WRK-IDX-CONTRATO) NOT GREATER
                   WRK-DATA-LIMITE
               MOVE "S"  TO WRK-E-O-VIGENTE
               MOVE ZERO TO WRK-VIGOR-RENOV
               PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                         UNTIL WRK-IDX-OUTRO > WRK-QTD-CONTRATOS
                 IF CONTR-CLIENTE(WRK-IDX-OUTRO)
                      EQUAL CONTR-CLIENTE(WRK-IDX-CONTRATO)
                   AND CONTR-ZONA(WRK-IDX-OUTRO)
                      EQUAL CONTR-ZONA(WRK-IDX-CONTRATO)
                   AND WRK-IDX-OUTRO NOT EQUAL WRK-IDX-CONTRATO
                   IF CONTR-VIGOR(WRK-IDX-OUTRO) GREATER WRK-DATA-REF
                     IF WRK-VIGOR-RENOV EQUAL ZERO
                       OR CONTR-VIGOR(WRK-IDX-OUTRO) LESS
                          WRK-VIGOR-RENOV
                       MOVE CONTR-VIGOR(WRK-IDX-OUTRO)
                         TO WRK-VIGOR-RENOV
                     END-IF
                   ELSE
                     IF CONTR-VIGOR(WRK-IDX-OUTRO) GREATER
                        CONTR-VIGOR(WRK-IDX-CONTRATO)
                       MOVE "N" TO WRK-E-O-VIGENTE
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM
               IF WRK-E-O-VIGENTE EQUAL "S"
                 ADD 1 TO WRK-QTD-RENOVA
                 MOVE WRK-IDX-CONTRATO
                   TO RNV-IDX-CONTR(WRK-QTD-RENOVA)
                 MOVE WRK-VIGOR-RENOV
                   TO RNV-VIGOR-NOVO(WRK-QTD-RENOVA)
                 PERFORM 0007-INCLUI-CLIENTE
               END-IF
             END-IF
           END-PERFORM.

       0007-INCLUI-CLIENTE SECTION.

           PERFORM 0008-PROCURA-CLIENTE
           IF WRK-ACHOU-VOLUME EQUAL ZERO
             ADD 1 TO WRK-QTD-VOLUME
             MOVE CONTR-CLIENTE(WRK-IDX-CONTRATO)
               TO VOL-CLIENTE(WRK-QTD-VOLUME)
             MOVE "*** NAO CADASTRADO"  TO VOL-NOME(WRK-QTD-VOLUME)
             MOVE ZERO TO VOL-EMBARQUES(WRK-QTD-VOLUME)
             MOVE ZERO TO VOL-FRETE(WRK-QTD-VOLUME)
             MOVE ZERO TO VOL-CUSTO(WRK-QTD-VOLUME)
           END-IF.

       0008-PROCURA-CLIENTE SECTION.

           MOVE ZERO TO WRK-ACHOU-VOLUME
           PERFORM VARYING WRK-IDX-VOLUME FROM 1 BY 1
                     UNTIL WRK-IDX-VOLUME > WRK-QTD-VOLUME
             IF VOL-CLIENTE(WRK-IDX-VOLUME)
                  EQUAL CONTR-CLIENTE(WRK-IDX-CONTRATO)
               MOVE WRK-IDX-VOLUME TO WRK-ACHOU-VOLUME
               MOVE WRK-QTD-VOLUME TO WRK-IDX-VOLUME
             END-IF
           END-PERFORM.

       0003-CARREGA-CLIENTES SECTION.

           OPEN INPUT CLIENTES
           IF WRK-STATUS-CLIENTES NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-CLIENTES EQUAL "S"
               READ CLIENTES
                 AT END
                   MOVE "S" TO WRK-FIM-CLIENTES
                 NOT AT END
                   PERFORM VARYING WRK-IDX-VOLUME FROM 1 BY 1
                             UNTIL WRK-IDX-VOLUME > WRK-QTD-VOLUME
                     IF VOL-CLIENTE(WRK-IDX-VOLUME)
                          EQUAL CLI-CODIGO-REG
                       MOVE CLI-NOME-REG
                         TO VOL-NOME(WRK-IDX-VOLUME)
                       MOVE WRK-QTD-VOLUME TO WRK-IDX-VOLUME
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE CLIENTES
           END-IF.

       0004-APURA-MOVIMENTO SECTION.

      *    MESMA APURACAO DO MARGEM-FRETE: FRETE COBRADO MENOS O CUSTO
      *    PELO PERCENTUAL DA TRANSPORTADORA ATRIBUIDA; ESTORNO ABATE.
           IF WRK-QTD-VOLUME GREATER ZERO
             OPEN INPUT FRETE-AUDITORIA
             IF WRK-STATUS-AUDITORIA EQUAL "35"
               DISPLAY "FRETE-AUDITORIA INEXISTENTE, MOVIMENTO ZERADO"
             ELSE
               PERFORM UNTIL FIM-DA-AUDITORIA
                 READ FRETE-AUDITORIA
                   AT END
                     MOVE "S" TO WRK-FIM-AUDITORIA
                   NOT AT END
                     PERFORM 0009-ACUMULA-EMBARQUE
                 END-READ
               END-PERFORM
               CLOSE FRETE-AUDITORIA
             END-IF
           END-IF.

       0009-ACUMULA-EMBARQUE SECTION.

           IF AUDIT-DATA NUMERIC
             AND AUDIT-SEQ NUMERIC
             AND AUDIT-CLIENTE NUMERIC
             AND AUDIT-FRETE NUMERIC
             AND AUDIT-SEQ GREATER ZERO
             AND AUDIT-DATA GREATER WRK-DATA-INICIO-12M
             AND AUDIT-DATA NOT GREATER WRK-DATA-REF
             MOVE AUDIT-CLIENTE TO WRK-CLIENTE-PAGADOR
             IF AUDIT-PAGADOR EQUAL "F"
               AND AUDIT-DESTINATARIO NUMERIC
               AND AUDIT-DESTINATARIO GREATER ZERO
               MOVE AUDIT-DESTINATARIO TO WRK-CLIENTE-PAGADOR
             END-IF
             MOVE ZERO TO WRK-ACHOU-VOLUME
             PERFORM VARYING WRK-IDX-VOLUME FROM 1 BY 1
                       UNTIL WRK-IDX-VOLUME > WRK-QTD-VOLUME
               IF VOL-CLIENTE(WRK-IDX-VOLUME) EQUAL WRK-CLIENTE-PAGADOR
                 MOVE WRK-IDX-VOLUME TO WRK-ACHOU-VOLUME
                 MOVE WRK-QTD-VOLUME TO WRK-IDX-VOLUME
               END-IF
             END-PERFORM
             IF WRK-ACHOU-VOLUME GREATER ZERO
               PERFORM 0010-RESOLVE-CUSTO
               MOVE AUDIT-FRETE TO WRK-FRETE
               COMPUTE WRK-CUSTO ROUNDED =
                   AUDIT-FRETE * WRK-CUSTO-PERC
               IF AUDIT-TIPO EQUAL "E"
                 SUBTRACT 1         FROM VOL-EMBARQUES(WRK-ACHOU-VOLUME)
                 SUBTRACT WRK-FRETE FROM VOL-FRETE(WRK-ACHOU-VOLUME)
                 SUBTRACT WRK-CUSTO FROM VOL-CUSTO(WRK-ACHOU-VOLUME)
               ELSE
                 ADD 1         TO VOL-EMBARQUES(WRK-ACHOU-VOLUME)
                 ADD WRK-FRETE TO VOL-FRETE(WRK-ACHOU-VOLUME)
                 ADD WRK-CUSTO TO VOL-CUSTO(WRK-ACHOU-VOLUME)
               END-IF
             END-IF
           END-IF.

       0010-RESOLVE-CUSTO SECTION.

           MOVE ZERO TO WRK-CUSTO-PERC
           IF AUDIT-TRANSPORTADORA NOT EQUAL SPACE
             AND AUDIT-TRANSPORTADORA NOT EQUAL LOW-VALUE
             PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                       UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
               IF TRANSP-COD(WRK-IDX-TRANSP)
                    EQUAL AUDIT-TRANSPORTADORA
                 MOVE TRANSP-CUSTO(WRK-IDX-TRANSP)
                   TO WRK-CUSTO-PERC
                 MOVE WRK-QTD-TRANSP TO WRK-IDX-TRANSP
               END-IF
             END-PERFORM
           END-IF.

       0005-CARREGA-TRANSPORTADORAS SECTION.

           OPEN INPUT TRANSPORTADORAS
           IF WRK-STATUS-TRANSP NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-TRANSP EQUAL "S"
               READ TRANSPORTADORAS
                 AT END
                   MOVE "S" TO WRK-FIM-TRANSP
                 NOT AT END
                   IF WRK-QTD-TRANSP NOT LESS 50
                     DISPLAY "TAB-TRANSPORTADORAS CHEIA, "
                             "TRANSPORTADORAS RESTANTES NAO "
                             "CARREGADAS"
                     MOVE "S" TO WRK-FIM-TRANSP
                   ELSE
                     ADD 1 TO WRK-QTD-TRANSP
                     MOVE TRANSP-COD-REG
                       TO TRANSP-COD(WRK-QTD-TRANSP)
                     MOVE TRANSP-CUSTO-REG
                       TO TRANSP-CUSTO(WRK-QTD-TRANSP)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSPORTADORAS
           END-IF.

       0006-IMPRIME-DIA SECTION.

           PERFORM VARYING WRK-IDX-RENOVA FROM 1 BY 1
                     UNTIL WRK-IDX-RENOVA > WRK-QTD-RENOVA
             MOVE RNV-IDX-CONTR(WRK-IDX-RENOVA) TO WRK-IDX-CONTRATO
             IF CONTR-FIM(WRK-IDX-CONTRATO) EQUAL WRK-DATA-CORRE
               PERFORM 0011-IMPRIME-CONTRATO
             END-IF
           END-PERFORM.

       0011-IMPRIME-CONTRATO SECTION.

           ADD 1 TO WRK-QTD-LISTADOS
           PERFORM 0008-PROCURA-CLIENTE
           COMPUTE WRK-PCT ROUNDED = CONTR-PERC(WRK-IDX-CONTRATO) * 100
           MOVE WRK-PCT     TO WRK-PCT-ED
           MOVE WRK-IDX-DIA TO WRK-DIAS-ED
           MOVE SPACE TO WRK-OBS-TEXTO
           IF RNV-VIGOR-NOVO(WRK-IDX-RENOVA) GREATER ZERO
             STRING " JA RENOVADO A PARTIR DE " DELIMITED BY SIZE
                    RNV-VIGOR-NOVO(WRK-IDX-RENOVA) DELIMITED BY SIZE
               INTO WRK-OBS-TEXTO
             END-STRING
           ELSE
             IF CONTR-COMB-INCLUSO(WRK-IDX-CONTRATO) EQUAL "S"
               MOVE " COMBUSTIVEL INCLUSO" TO WRK-OBS-TEXTO
             END-IF
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "VENCE "                  DELIMITED BY SIZE
                  CONTR-FIM(WRK-IDX-CONTRATO) DELIMITED BY SIZE
                  " ("                      DELIMITED BY SIZE
                  WRK-DIAS-ED               DELIMITED BY SIZE
                  " DIAS) CLIENTE "         DELIMITED BY SIZE
                  CONTR-CLIENTE(WRK-IDX-CONTRATO) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  VOL-NOME(WRK-ACHOU-VOLUME) DELIMITED BY SIZE
                  " ZONA "                  DELIMITED BY SIZE
                  CONTR-ZONA(WRK-IDX-CONTRATO) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WRK-PCT-ED                DELIMITED BY SIZE
                  "% DESDE "                DELIMITED BY SIZE
                  CONTR-VIGOR(WRK-IDX-CONTRATO) DELIMITED BY SIZE
                  WRK-OBS-TEXTO             DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RENOVACAO
           WRITE REG-RENOVACAO

           COMPUTE WRK-MARGEM = VOL-FRETE(WRK-ACHOU-VOLUME)
                              - VOL-CUSTO(WRK-ACHOU-VOLUME)
           IF VOL-FRETE(WRK-ACHOU-VOLUME) NOT EQUAL ZERO
             COMPUTE WRK-MARGEM-PERC ROUNDED =
                 WRK-MARGEM * 100 / VOL-FRETE(WRK-ACHOU-VOLUME)
           ELSE
             MOVE ZERO TO WRK-MARGEM-PERC
           END-IF
           MOVE VOL-EMBARQUES(WRK-ACHOU-VOLUME) TO WRK-QTD-ED
           MOVE VOL-FRETE(WRK-ACHOU-VOLUME)     TO WRK-FRETE-ED
           MOVE VOL-CUSTO(WRK-ACHOU-VOLUME)     TO WRK-CUSTO-ED
           MOVE WRK-MARGEM                      TO WRK-MARGEM-ED
           MOVE WRK-MARGEM-PERC                 TO WRK-MARGEM-PERC-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "      ULTIMOS 12 MESES DO CLIENTE: EMBARQUES "
                    DELIMITED BY SIZE
                  WRK-QTD-ED       DELIMITED BY SIZE
                  " FRETE "        DELIMITED BY SIZE
                  WRK-FRETE-ED     DELIMITED BY SIZE
                  " CUSTO "        DELIMITED BY SIZE
                  WRK-CUSTO-ED     DELIMITED BY SIZE
                  " MARGEM "       DELIMITED BY SIZE
                  WRK-MARGEM-ED    DELIMITED BY SIZE
                  " ("             DELIMITED BY SIZE
                  WRK-MARGEM-PERC-ED DELIMITED BY SIZE
                  "%)"             DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RENOVACAO
           WRITE REG-RENOVACAO.

       0025-DIAS-NO-MES-CORRE SECTION.

           MOVE DIAS-MES(CORRE-MES) TO WRK-DIAS-NO-MES
           MOVE "N" TO WRK-BISSEXTO
           IF CORRE-MES EQUAL 2
             DIVIDE CORRE-ANO BY 4   GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-4
             DIVIDE CORRE-ANO BY 100 GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-100
             DIVIDE CORRE-ANO BY 400 GIVING WRK-DIV-TMP
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

       0026-AVANCA-UM-DIA SECTION.

           PERFORM 0025-DIAS-NO-MES-CORRE
           IF CORRE-DIA LESS WRK-DIAS-NO-MES
             ADD 1 TO CORRE-DIA
           ELSE
             MOVE 1 TO CORRE-DIA
             IF CORRE-MES LESS 12
               ADD 1 TO CORRE-MES
             ELSE
               MOVE 1 TO CORRE-MES
               ADD 1 TO CORRE-ANO
             END-IF
           END-IF.

       0027-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "RENOVA-CONTR"        TO RPED-JOB
           MOVE "RENOVACAO-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-REF / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM RENOVA-CONTRATO.
