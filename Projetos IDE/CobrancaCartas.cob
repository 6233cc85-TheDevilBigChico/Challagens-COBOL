       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-CARTAS.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: REGUA DE COBRANCA SEMANAL DAS FATURAS DE FRETE EM
      *==            ATRASO. O AGING DO CONTAS-RECEBER MOSTRAVA QUEM
      *==            ESTAVA ATRASADO, MAS A COBRANCA ESCREVIA PARA CADA
      *==            CLIENTE NA MAO. ESTE JOB LE FATURAS-HISTORICO E
      *==            FATURA-RECEBIMENTOS (MESMA CARGA E MESMO VENCIMENTO
      *==            DO AGING), ACHA POR CLIENTE A FATURA ABERTA MAIS
      *==            ATRASADA E EMITE EM COBRANCA-CARTAS UMA CARTA POR
      *==            CLIENTE: LEMBRETE A PARTIR DE 15 DIAS DE ATRASO,
      *==            NOTIFICACAO FORMAL A PARTIR DE 45 E NOTIFICACAO
      *==            FINAL A PARTIR DE 90, LISTANDO TODAS AS FATURAS EM
      *==            ABERTO DO CLIENTE COM O SALDO. O NOME VEM DE
      *==            CLIENTES. CADA CARTA E REGISTRADA EM COBRANCA-LOG
      *==            (CLIENTE + NIVEL + FATURA MAIS ATRASADA), E O MESMO
      *==            NIVEL NAO SAI DUAS VEZES PARA A MESMA FATURA. O
      *==            CLIENTE QUE RECEBE A NOTIFICACAO FINAL E PROPOSTO
      *==            PARA BLOQUEIO DE CREDITO (CLI-SITUACAO-REG "B") EM
      *==            COBRANCA-BLOQUEIOS, PARA O CREDITO CONFIRMAR.
      *== DATA: 15/10/2026
      *== OBS: CLIENTE JA EM COBRANCA ("B") RECEBE A CARTA MAS NAO E
      *==      PROPOSTO DE NOVO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO COBRANCA-CARTAS REGISTRADA NO
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
           SELECT FATURAS-HISTORICO
               ASSIGN TO "FATURAS-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATURAS.
           SELECT FATURA-RECEBIMENTOS
               ASSIGN TO "FATURA-RECEBIMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECEB.
           SELECT CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT COBRANCA-LOG ASSIGN TO "COBRANCA-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT COBRANCA-CARTAS ASSIGN TO "COBRANCA-CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COBRANCA-BLOQUEIOS ASSIGN TO "COBRANCA-BLOQUEIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BLOQ.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-HISTORICO.
       01  REG-FATURA.
           05 FATURA-COMPETENCIA   PIC 9(06).
           05 FATURA-CLIENTE       PIC 9(05).
           05 FATURA-FILIAL        PIC X(05).
           05 FATURA-QTD-EMBARQUES PIC 9(05).
           05 FATURA-FRETE-BRUTO   PIC 9(09)V99.
           05 FATURA-ESTORNOS      PIC 9(09)V99.
           05 FATURA-TOTAL-DEVIDO  PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FATURA-NUMERO        PIC 9(07).

       FD  FATURA-RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 RECEB-COMPETENCIA    PIC 9(06).
           05 RECEB-CLIENTE        PIC 9(05).
           05 RECEB-FILIAL         PIC X(05).
           05 RECEB-DATA           PIC 9(08).
           05 RECEB-VALOR          PIC 9(09)V99.
           05 RECEB-OPERADOR       PIC X(10).

       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO-REG       PIC 9(05).
           05 CLI-NOME-REG         PIC X(20).
           05 CLI-CEP-REG          PIC 9(08).
           05 CLI-DESC-REG         PIC 9V9999.
           05 CLI-LIMITE-REG       PIC 9(09)V99.
           05 CLI-SITUACAO-REG     PIC X(01).

       FD  COBRANCA-LOG.
       01  REG-COBRANCA-LOG.
           05 CBLOG-DATA           PIC 9(08).
           05 CBLOG-CLIENTE        PIC 9(05).
           05 CBLOG-NIVEL          PIC 9(01).
           05 CBLOG-FILIAL         PIC X(05).
           05 CBLOG-NUMERO         PIC 9(07).
           05 CBLOG-DIAS-ATRASO    PIC 9(04).
           05 CBLOG-SALDO          PIC 9(09)V99.

       FD  COBRANCA-CARTAS.
       01  REG-COBRANCA-CARTA      PIC X(132).

       FD  COBRANCA-BLOQUEIOS.
       01  REG-COBRANCA-BLOQUEIO.
           05 BLOQ-DATA            PIC 9(08).
           05 BLOQ-CLIENTE         PIC 9(05).
           05 BLOQ-NOME            PIC X(20).
           05 BLOQ-SITUACAO        PIC X(01).
           05 BLOQ-DIAS-ATRASO     PIC 9(04).
           05 BLOQ-SALDO           PIC 9(09)V99.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-FATURAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CLIENTES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-BLOQ  PIC X(02)            VALUE SPACE.
       77  WRK-FIM-FATURAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-RECEB    PIC X(01)            VALUE "N".
       77  WRK-FIM-CLIENTES PIC X(01)            VALUE "N".
       77  WRK-FIM-LOG      PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== REGUA DE COBRANCA ==========================
       77  WRK-DIAS-LEMBRETE PIC 9(04)           VALUE 15.
       77  WRK-DIAS-FORMAL  PIC 9(04)            VALUE 45.
       77  WRK-DIAS-FINAL   PIC 9(04)            VALUE 90.
       77  WRK-NIVEL        PIC 9(01)            VALUE ZERO.
           88 NIVEL-LEMBRETE                     VALUE 1.
           88 NIVEL-FORMAL                       VALUE 2.
           88 NIVEL-FINAL                        VALUE 3.
      *====================== TABELA DE FATURAS ==========================
       77  WRK-QTD-FATURAS  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-FATURA   PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-FAT    PIC 9(03)            VALUE ZERO.
       01  TAB-FATURAS.
           05 FATURA-ITEM OCCURS 500 TIMES
                           INDEXED BY IDX-FATURA.
              10 FAT-COMPETENCIA PIC 9(06).
              10 FAT-CLIENTE     PIC 9(05).
              10 FAT-FILIAL      PIC X(05).
              10 FAT-NUMERO      PIC 9(07).
              10 FAT-DEVIDO      PIC S9(09)V99.
              10 FAT-RECEBIDO    PIC 9(09)V99.
              10 FAT-VENCIMENTO  PIC 9(08).
              10 FAT-ATRASO      PIC 9(04).
      *====================== CADASTRO DE CLIENTES =======================
       77  WRK-QTD-CLIENTES PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-CLIENTE  PIC 9(03)            VALUE ZERO.
       77  WRK-CLIENTE-NOME PIC X(20)            VALUE SPACE.
       77  WRK-CLIENTE-SIT  PIC X(01)            VALUE SPACE.
       01  TAB-CLIENTES.
           05 CLIENTE-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-CLIENTE.
              10 CLI-CODIGO      PIC 9(05).
              10 CLI-NOME        PIC X(20).
              10 CLI-SITUACAO    PIC X(01).
      *====================== DEVEDORES ==================================
       77  WRK-QTD-DEVEDORES PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-DEVEDOR  PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-DEV    PIC 9(03)            VALUE ZERO.
       01  TAB-DEVEDORES.
           05 DEVEDOR-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-DEVEDOR.
              10 DEV-CLIENTE     PIC 9(05).
              10 DEV-MAIOR-ATRASO PIC 9(04).
              10 DEV-FAT-GATILHO PIC 9(03).
              10 DEV-SALDO       PIC S9(09)V99.
      *====================== CARTAS JA ENVIADAS =========================
       77  WRK-QTD-LOG      PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-LOG      PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-LOG    PIC 9(04)            VALUE ZERO.
       01  TAB-LOG.
           05 LOG-ITEM OCCURS 3000 TIMES
                        INDEXED BY IDX-LOG.
              10 LOG-CLIENTE     PIC 9(05).
              10 LOG-NIVEL       PIC 9(01).
              10 LOG-FILIAL      PIC X(05).
              10 LOG-NUMERO      PIC 9(07).
      *====================== CARTA ======================================
       77  WRK-SALDO        PIC S9(09)V99        VALUE ZERO.
       77  WRK-DIAS-ATRASO  PIC 9(04)            VALUE ZERO.
       77  WRK-VENCIMENTO   PIC 9(08)            VALUE ZERO.
       77  WRK-IDX-DIA      PIC 9(02)            VALUE ZERO.
       77  WRK-TITULO-CARTA PIC X(40)            VALUE SPACE.
       77  WRK-QTD-CARTAS   PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-NIVEL-1  PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-NIVEL-2  PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-NIVEL-3  PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-REPETIDAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-BLOQUEIOS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-DIAS-ED      PIC ZZZ9.
       77  WRK-SALDO-ED     COPY CURRENCY-ED-SIGNED.
      *====================== CALENDARIO DO VENCIMENTO ===================
       01  WRK-DATA-CORRE-GRP.
           05 CORRE-ANO     PIC 9(04)            VALUE ZERO.
           05 CORRE-MES     PIC 9(02)            VALUE ZERO.
           05 CORRE-DIA     PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORRE REDEFINES WRK-DATA-CORRE-GRP
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

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0005-CARREGA-FATURAS
           PERFORM 0006-APLICA-RECEBIMENTOS
           PERFORM 0007-CARREGA-CLIENTES
           PERFORM 0008-CARREGA-LOG

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             PERFORM 0010-AVALIA-FATURA
           END-PERFORM

           OPEN OUTPUT COBRANCA-CARTAS
           OPEN EXTEND COBRANCA-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT COBRANCA-LOG
           END-IF
           OPEN EXTEND COBRANCA-BLOQUEIOS
           IF WRK-STATUS-BLOQ EQUAL "35"
             OPEN OUTPUT COBRANCA-BLOQUEIOS
           END-IF

           PERFORM VARYING WRK-IDX-DEVEDOR FROM 1 BY 1
                     UNTIL WRK-IDX-DEVEDOR > WRK-QTD-DEVEDORES
             PERFORM 0020-AVALIA-DEVEDOR
           END-PERFORM

           CLOSE COBRANCA-BLOQUEIOS
           CLOSE COBRANCA-LOG
           CLOSE COBRANCA-CARTAS
           PERFORM 0033-REGISTRA-RELATORIO

           MOVE WRK-QTD-CARTAS TO WRK-QTD-ED
           DISPLAY "CARTAS DE COBRANCA EMITIDAS......: " WRK-QTD-ED
           MOVE WRK-QTD-NIVEL-1 TO WRK-QTD-ED
           DISPLAY "  LEMBRETES (15 DIAS)............: " WRK-QTD-ED
           MOVE WRK-QTD-NIVEL-2 TO WRK-QTD-ED
           DISPLAY "  NOTIFICACOES FORMAIS (45 DIAS).: " WRK-QTD-ED
           MOVE WRK-QTD-NIVEL-3 TO WRK-QTD-ED
           DISPLAY "  NOTIFICACOES FINAIS (90 DIAS)..: " WRK-QTD-ED
           MOVE WRK-QTD-REPETIDAS TO WRK-QTD-ED
           DISPLAY "NIVEL JA ENVIADO, SEM NOVA CARTA.: " WRK-QTD-ED
           MOVE WRK-QTD-BLOQUEIOS TO WRK-QTD-ED
           DISPLAY "PROPOSTOS PARA BLOQUEIO..........: " WRK-QTD-ED

           GOBACK.

       0005-CARREGA-FATURAS SECTION.

      *    MESMA CARGA DO CONTAS-RECEBER: O ACUMULADO
      *    FATURAS-HISTORICO, COM A REEMISSAO SUBSTITUINDO A EMISSAO
      *    ANTERIOR DA MESMA COMPETENCIA + CLIENTE + FILIAL.
           OPEN INPUT FATURAS-HISTORICO
           IF WRK-STATUS-FATURAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-FATURAS EQUAL "S"
               READ FATURAS-HISTORICO
                 AT END
                   MOVE "S" TO WRK-FIM-FATURAS
                 NOT AT END
                   PERFORM 0012-GUARDA-FATURA
               END-READ
             END-PERFORM
             CLOSE FATURAS-HISTORICO
           ELSE
             DISPLAY "FATURAS-HISTORICO INEXISTENTE, NADA A COBRAR"
           END-IF.

       0012-GUARDA-FATURA SECTION.

           MOVE ZERO TO WRK-ACHOU-FAT
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-COMPETENCIA(WRK-IDX-FATURA)
                  EQUAL FATURA-COMPETENCIA
               AND FAT-CLIENTE(WRK-IDX-FATURA) EQUAL FATURA-CLIENTE
               AND FAT-FILIAL(WRK-IDX-FATURA)  EQUAL FATURA-FILIAL
               MOVE WRK-IDX-FATURA TO WRK-ACHOU-FAT
               MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
             END-IF
           END-PERFORM

           IF WRK-ACHOU-FAT EQUAL ZERO
             IF WRK-QTD-FATURAS NOT LESS 500
               DISPLAY "TAB-FATURAS CHEIA, FATURA NAO CARREGADA: "
                       FATURA-COMPETENCIA " " FATURA-CLIENTE
                       " " FATURA-FILIAL
             ELSE
               ADD 1 TO WRK-QTD-FATURAS
               MOVE WRK-QTD-FATURAS TO WRK-ACHOU-FAT
             END-IF
           END-IF

           IF WRK-ACHOU-FAT GREATER ZERO
             MOVE FATURA-COMPETENCIA
               TO FAT-COMPETENCIA(WRK-ACHOU-FAT)
             MOVE FATURA-CLIENTE TO FAT-CLIENTE(WRK-ACHOU-FAT)
             MOVE FATURA-FILIAL  TO FAT-FILIAL(WRK-ACHOU-FAT)
             IF FATURA-NUMERO NUMERIC
               MOVE FATURA-NUMERO TO FAT-NUMERO(WRK-ACHOU-FAT)
             ELSE
               MOVE ZERO TO FAT-NUMERO(WRK-ACHOU-FAT)
             END-IF
             MOVE FATURA-TOTAL-DEVIDO TO FAT-DEVIDO(WRK-ACHOU-FAT)
             MOVE ZERO TO FAT-RECEBIDO(WRK-ACHOU-FAT)
             MOVE ZERO TO FAT-VENCIMENTO(WRK-ACHOU-FAT)
             MOVE ZERO TO FAT-ATRASO(WRK-ACHOU-FAT)
           END-IF.

       0006-APLICA-RECEBIMENTOS SECTION.

           OPEN INPUT FATURA-RECEBIMENTOS
           IF WRK-STATUS-RECEB NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-RECEB EQUAL "S"
               READ FATURA-RECEBIMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-RECEB
                 NOT AT END
                   PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                             UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
                     IF FAT-COMPETENCIA(WRK-IDX-FATURA)
                          EQUAL RECEB-COMPETENCIA
                       AND FAT-CLIENTE(WRK-IDX-FATURA)
                           EQUAL RECEB-CLIENTE
                       AND FAT-FILIAL(WRK-IDX-FATURA)
                           EQUAL RECEB-FILIAL
                       ADD RECEB-VALOR
                         TO FAT-RECEBIDO(WRK-IDX-FATURA)
                       MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE FATURA-RECEBIMENTOS
           END-IF.

       0007-CARREGA-CLIENTES SECTION.

           OPEN INPUT CLIENTES
           IF WRK-STATUS-CLIENTES NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-CLIENTES EQUAL "S"
               READ CLIENTES
                 AT END
                   MOVE "S" TO WRK-FIM-CLIENTES
                 NOT AT END
                   IF WRK-QTD-CLIENTES NOT LESS 500
                     DISPLAY "TAB-CLIENTES CHEIA, NOMES RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-CLIENTES
                   ELSE
                     ADD 1 TO WRK-QTD-CLIENTES
                     MOVE CLI-CODIGO-REG
                       TO CLI-CODIGO(WRK-QTD-CLIENTES)
                     MOVE CLI-NOME-REG
                       TO CLI-NOME(WRK-QTD-CLIENTES)
                     MOVE CLI-SITUACAO-REG
                       TO CLI-SITUACAO(WRK-QTD-CLIENTES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLIENTES
           END-IF.

       0008-CARREGA-LOG SECTION.

           OPEN INPUT COBRANCA-LOG
           IF WRK-STATUS-LOG NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-LOG EQUAL "S"
               READ COBRANCA-LOG
                 AT END
                   MOVE "S" TO WRK-FIM-LOG
                 NOT AT END
                   IF WRK-QTD-LOG NOT LESS 3000
                     DISPLAY "TAB-LOG CHEIA, CARTAS ANTERIORES "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-LOG
                   ELSE
                     ADD 1 TO WRK-QTD-LOG
                     MOVE CBLOG-CLIENTE TO LOG-CLIENTE(WRK-QTD-LOG)
                     MOVE CBLOG-NIVEL   TO LOG-NIVEL(WRK-QTD-LOG)
                     MOVE CBLOG-FILIAL  TO LOG-FILIAL(WRK-QTD-LOG)
                     MOVE CBLOG-NUMERO  TO LOG-NUMERO(WRK-QTD-LOG)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COBRANCA-LOG
           END-IF.

       0010-AVALIA-FATURA SECTION.

      *    CALCULA VENCIMENTO E ATRASO DE CADA FATURA COM SALDO E
      *    GUARDA, POR CLIENTE, A FATURA MAIS ATRASADA (GATILHO DO
      *    NIVEL DA CARTA) E O SALDO TOTAL EM ABERTO.
           COMPUTE WRK-SALDO =
               FAT-DEVIDO(WRK-IDX-FATURA)
               - FAT-RECEBIDO(WRK-IDX-FATURA)

           IF WRK-SALDO GREATER ZERO
             PERFORM 0023-CALCULA-VENCIMENTO
             MOVE ZERO TO WRK-DIAS-ATRASO
             IF WRK-VENCIMENTO LESS WRK-DATA-SISTEMA
               PERFORM 0024-CONTA-ATRASO
             END-IF
             MOVE WRK-VENCIMENTO  TO FAT-VENCIMENTO(WRK-IDX-FATURA)
             MOVE WRK-DIAS-ATRASO TO FAT-ATRASO(WRK-IDX-FATURA)

             MOVE ZERO TO WRK-ACHOU-DEV
             PERFORM VARYING WRK-IDX-DEVEDOR FROM 1 BY 1
                       UNTIL WRK-IDX-DEVEDOR > WRK-QTD-DEVEDORES
               IF DEV-CLIENTE(WRK-IDX-DEVEDOR)
                    EQUAL FAT-CLIENTE(WRK-IDX-FATURA)
                 MOVE WRK-IDX-DEVEDOR TO WRK-ACHOU-DEV
                 MOVE WRK-QTD-DEVEDORES TO WRK-IDX-DEVEDOR
               END-IF
             END-PERFORM

             IF WRK-ACHOU-DEV EQUAL ZERO
               IF WRK-QTD-DEVEDORES NOT LESS 500
                 DISPLAY "TAB-DEVEDORES CHEIA, CLIENTE NAO COBRADO: "
                         FAT-CLIENTE(WRK-IDX-FATURA)
               ELSE
                 ADD 1 TO WRK-QTD-DEVEDORES
                 MOVE WRK-QTD-DEVEDORES TO WRK-ACHOU-DEV
                 MOVE FAT-CLIENTE(WRK-IDX-FATURA)
                   TO DEV-CLIENTE(WRK-ACHOU-DEV)
                 MOVE ZERO TO DEV-MAIOR-ATRASO(WRK-ACHOU-DEV)
                 MOVE WRK-IDX-FATURA
                   TO DEV-FAT-GATILHO(WRK-ACHOU-DEV)
                 MOVE ZERO TO DEV-SALDO(WRK-ACHOU-DEV)
               END-IF
             END-IF

             IF WRK-ACHOU-DEV GREATER ZERO
               ADD WRK-SALDO TO DEV-SALDO(WRK-ACHOU-DEV)
               IF WRK-DIAS-ATRASO GREATER
                  DEV-MAIOR-ATRASO(WRK-ACHOU-DEV)
                 MOVE WRK-DIAS-ATRASO
                   TO DEV-MAIOR-ATRASO(WRK-ACHOU-DEV)
                 MOVE WRK-IDX-FATURA
                   TO DEV-FAT-GATILHO(WRK-ACHOU-DEV)
               END-IF
             END-IF
           END-IF.

       0020-AVALIA-DEVEDOR SECTION.

           EVALUATE TRUE
             WHEN DEV-MAIOR-ATRASO(WRK-IDX-DEVEDOR)
                    NOT LESS WRK-DIAS-FINAL
               MOVE 3 TO WRK-NIVEL
             WHEN DEV-MAIOR-ATRASO(WRK-IDX-DEVEDOR)
                    NOT LESS WRK-DIAS-FORMAL
               MOVE 2 TO WRK-NIVEL
             WHEN DEV-MAIOR-ATRASO(WRK-IDX-DEVEDOR)
                    NOT LESS WRK-DIAS-LEMBRETE
               MOVE 1 TO WRK-NIVEL
             WHEN OTHER
               MOVE ZERO TO WRK-NIVEL
           END-EVALUATE

           IF WRK-NIVEL GREATER ZERO
             MOVE DEV-FAT-GATILHO(WRK-IDX-DEVEDOR) TO WRK-ACHOU-FAT
             MOVE ZERO TO WRK-ACHOU-LOG
             PERFORM VARYING WRK-IDX-LOG FROM 1 BY 1
                       UNTIL WRK-IDX-LOG > WRK-QTD-LOG
               IF LOG-CLIENTE(WRK-IDX-LOG)
                    EQUAL DEV-CLIENTE(WRK-IDX-DEVEDOR)
                 AND LOG-NIVEL(WRK-IDX-LOG) EQUAL WRK-NIVEL
                 AND LOG-FILIAL(WRK-IDX-LOG)
                    EQUAL FAT-FILIAL(WRK-ACHOU-FAT)
                 AND LOG-NUMERO(WRK-IDX-LOG)
                    EQUAL FAT-NUMERO(WRK-ACHOU-FAT)
                 MOVE WRK-IDX-LOG TO WRK-ACHOU-LOG
                 MOVE WRK-QTD-LOG TO WRK-IDX-LOG
               END-IF
             END-PERFORM

             IF WRK-ACHOU-LOG GREATER ZERO
               ADD 1 TO WRK-QTD-REPETIDAS
             ELSE
               PERFORM 0021-RESOLVE-CLIENTE
               PERFORM 0030-EMITE-CARTA
               PERFORM 0031-GRAVA-LOG
               IF NIVEL-FINAL AND WRK-CLIENTE-SIT NOT EQUAL "B"
                 PERFORM 0032-PROPOE-BLOQUEIO
               END-IF
             END-IF
           END-IF.

       0021-RESOLVE-CLIENTE SECTION.

           MOVE "NAO CADASTRADO" TO WRK-CLIENTE-NOME
           MOVE SPACE TO WRK-CLIENTE-SIT
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                     UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
             IF CLI-CODIGO(WRK-IDX-CLIENTE)
                  EQUAL DEV-CLIENTE(WRK-IDX-DEVEDOR)
               MOVE CLI-NOME(WRK-IDX-CLIENTE) TO WRK-CLIENTE-NOME
               MOVE CLI-SITUACAO(WRK-IDX-CLIENTE) TO WRK-CLIENTE-SIT
               MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
             END-IF
           END-PERFORM.

       0030-EMITE-CARTA SECTION.

           EVALUATE TRUE
             WHEN NIVEL-FINAL
               MOVE "NOTIFICACAO FINAL DE DEBITO"  TO WRK-TITULO-CARTA
               ADD 1 TO WRK-QTD-NIVEL-3
             WHEN NIVEL-FORMAL
               MOVE "NOTIFICACAO FORMAL DE ATRASO" TO WRK-TITULO-CARTA
               ADD 1 TO WRK-QTD-NIVEL-2
             WHEN OTHER
               MOVE "LEMBRETE DE PAGAMENTO"        TO WRK-TITULO-CARTA
               ADD 1 TO WRK-QTD-NIVEL-1
           END-EVALUATE

           MOVE ALL "=" TO REG-COBRANCA-CARTA
           WRITE REG-COBRANCA-CARTA

           MOVE SPACE TO WRK-LINHA-REL
           STRING WRK-TITULO-CARTA DELIMITED BY "  "
                  " - DATA "       DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COBRANCA-CARTA
           WRITE REG-COBRANCA-CARTA

           MOVE SPACE TO WRK-LINHA-REL
           STRING "AO CLIENTE " DELIMITED BY SIZE
                  DEV-CLIENTE(WRK-IDX-DEVEDOR) DELIMITED BY SIZE
                  " - "         DELIMITED BY SIZE
                  WRK-CLIENTE-NOME DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COBRANCA-CARTA
           WRITE REG-COBRANCA-CARTA

           MOVE SPACE TO WRK-LINHA-REL
           EVALUATE TRUE
             WHEN NIVEL-FINAL
               STRING "CONSTAM EM ABERTO HA MAIS DE 90 DIAS AS "
                      "FATURAS ABAIXO. SEM A REGULARIZACAO, NOVOS "
                      "EMBARQUES SERAO SUSPENSOS."
                 DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             WHEN NIVEL-FORMAL
               STRING "NOTIFICAMOS O ATRASO NO PAGAMENTO DAS FATURAS "
                      "ABAIXO E SOLICITAMOS A REGULARIZACAO."
                 DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             WHEN OTHER
               STRING "LEMBRAMOS QUE AS FATURAS ABAIXO CONSTAM EM "
                      "ABERTO. CASO JA TENHA PAGO, DESCONSIDERE."
                 DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
           END-EVALUATE
           MOVE WRK-LINHA-REL TO REG-COBRANCA-CARTA
           WRITE REG-COBRANCA-CARTA

           MOVE "FATURA  FILIAL COMPETENCIA VENCIMENTO ATRASO SALDO"
             TO REG-COBRANCA-CARTA
           WRITE REG-COBRANCA-CARTA

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-CLIENTE(WRK-IDX-FATURA)
                  EQUAL DEV-CLIENTE(WRK-IDX-DEVEDOR)
               AND FAT-VENCIMENTO(WRK-IDX-FATURA) GREATER ZERO
               COMPUTE WRK-SALDO =
                   FAT-DEVIDO(WRK-IDX-FATURA)
                   - FAT-RECEBIDO(WRK-IDX-FATURA)
               MOVE WRK-SALDO TO WRK-SALDO-ED
               MOVE FAT-ATRASO(WRK-IDX-FATURA) TO WRK-DIAS-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING FAT-NUMERO(WRK-IDX-FATURA) DELIMITED BY SIZE
                      " "  DELIMITED BY SIZE
                      FAT-FILIAL(WRK-IDX-FATURA) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FAT-COMPETENCIA(WRK-IDX-FATURA)
                        DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      FAT-VENCIMENTO(WRK-IDX-FATURA)
                        DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WRK-DIAS-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-COBRANCA-CARTA
               WRITE REG-COBRANCA-CARTA
             END-IF
           END-PERFORM

           MOVE DEV-SALDO(WRK-IDX-DEVEDOR) TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL EM ABERTO: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COBRANCA-CARTA
           WRITE REG-COBRANCA-CARTA

           MOVE SPACE TO REG-COBRANCA-CARTA
           WRITE REG-COBRANCA-CARTA

           ADD 1 TO WRK-QTD-CARTAS.

       0031-GRAVA-LOG SECTION.

           MOVE WRK-DATA-SISTEMA             TO CBLOG-DATA
           MOVE DEV-CLIENTE(WRK-IDX-DEVEDOR) TO CBLOG-CLIENTE
           MOVE WRK-NIVEL                    TO CBLOG-NIVEL
           MOVE FAT-FILIAL(WRK-ACHOU-FAT)    TO CBLOG-FILIAL
           MOVE FAT-NUMERO(WRK-ACHOU-FAT)    TO CBLOG-NUMERO
           MOVE DEV-MAIOR-ATRASO(WRK-IDX-DEVEDOR)
                                             TO CBLOG-DIAS-ATRASO
           MOVE DEV-SALDO(WRK-IDX-DEVEDOR)   TO CBLOG-SALDO
           WRITE REG-COBRANCA-LOG.

       0032-PROPOE-BLOQUEIO SECTION.

           MOVE WRK-DATA-SISTEMA             TO BLOQ-DATA
           MOVE DEV-CLIENTE(WRK-IDX-DEVEDOR) TO BLOQ-CLIENTE
           MOVE WRK-CLIENTE-NOME             TO BLOQ-NOME
           MOVE "B"                          TO BLOQ-SITUACAO
           MOVE DEV-MAIOR-ATRASO(WRK-IDX-DEVEDOR)
                                             TO BLOQ-DIAS-ATRASO
           MOVE DEV-SALDO(WRK-IDX-DEVEDOR)   TO BLOQ-SALDO
           WRITE REG-COBRANCA-BLOQUEIO
           ADD 1 TO WRK-QTD-BLOQUEIOS.

       0023-CALCULA-VENCIMENTO SECTION.

      *    VENCIMENTO: ULTIMO DIA DA COMPETENCIA MAIS 30 DIAS
      *    CORRIDOS, A MESMA REGRA DO AGING DO CONTAS-RECEBER.
           COMPUTE CORRE-ANO =
               FAT-COMPETENCIA(WRK-IDX-FATURA) / 100
           COMPUTE CORRE-MES =
               FAT-COMPETENCIA(WRK-IDX-FATURA)
               - (CORRE-ANO * 100)
           IF CORRE-MES LESS 1 OR CORRE-MES GREATER 12
             MOVE 12 TO CORRE-MES
           END-IF
           PERFORM 0025-DIAS-NO-MES-CORRE
           MOVE WRK-DIAS-NO-MES TO CORRE-DIA
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA GREATER 30
             PERFORM 0026-AVANCA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CORRE TO WRK-VENCIMENTO.

       0024-CONTA-ATRASO SECTION.

           MOVE ZERO TO WRK-DIAS-ATRASO
           MOVE WRK-VENCIMENTO TO WRK-DATA-CORRE
           PERFORM UNTIL WRK-DATA-CORRE NOT LESS WRK-DATA-SISTEMA
                      OR WRK-DIAS-ATRASO NOT LESS 9999
             PERFORM 0026-AVANCA-UM-DIA
             ADD 1 TO WRK-DIAS-ATRASO
           END-PERFORM.

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

       0033-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "COBRANCA-CAR"    TO RPED-JOB
           MOVE "COBRANCA-CARTAS" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM COBRANCA-CARTAS.
