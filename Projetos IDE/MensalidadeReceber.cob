       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALIDADE-RECEBER.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONTAS A RECEBER DAS MENSALIDADES ESCOLARES. LE O
      *==            ACUMULADO MENSALIDADE-COBRANCAS GRAVADO PELO
      *==            MENSALIDADE-EMITE (UMA COBRANCA POR RESPONSAVEL E
      *==            COMPETENCIA), LANCA OS PAGAMENTOS CONTRA O NUMERO
      *==            DA COBRANCA EM MENSALIDADE-PAGAMENTOS, PRODUZ O
      *==            AGING DAS COBRANCAS EM ABERTO NAS MESMAS FAIXAS DO
      *==            CONTAS-RECEBER (A VENCER / ATE 30 / ATE 60 / ATE
      *==            90 / MAIS DE 90 DIAS DE ATRASO, CONTADOS DO
      *==            VENCIMENTO DA COBRANCA), COM OS TOTAIS FECHANDO
      *==            CONTRA O ACUMULADO, E A LISTA DE RESPONSAVEIS
      *==            INADIMPLENTES PARA A SECRETARIA (COBRANCAS
      *==            VENCIDAS, SALDO VENCIDO, VENCIMENTO MAIS ANTIGO,
      *==            MAIOR ATRASO E CONTATO). O OPERADOR DA SESSAO DO
      *==            MENU ASSINA CADA PAGAMENTO.
      *== DATA: 15/10/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  A LISTA DE INADIMPLENTES PASSA DE
      *==                 MENSALIDADE-INADIMPLENTES PARA
      *==                 MENS-INADIMPLENTES (O REPOSITORIO DE
      *==                 RELATORIOS GUARDA NOMES DE ATE 20 POSICOES) E
      *==                 A EMISSAO DELA E DO MENSALIDADE-AGING E
      *==                 REGISTRADA NO REPOSITORIO (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-COBRANCAS
               ASSIGN TO "MENSALIDADE-COBRANCAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COBRANCAS.
           SELECT MENSALIDADE-PAGAMENTOS
               ASSIGN TO "MENSALIDADE-PAGAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.
           SELECT MENSALIDADE-AGING ASSIGN TO "MENSALIDADE-AGING"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MENS-INADIMPLENTES
               ASSIGN TO "MENS-INADIMPLENTES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-COBRANCAS.
       01  REG-MENSALIDADE-COBRANCA.
           COPY MENSAL-COB.

       FD  MENSALIDADE-PAGAMENTOS.
       01  REG-PAGAMENTO.
           05 PAG-NUMERO           PIC 9(07).
           05 PAG-DATA             PIC 9(08).
           05 PAG-VALOR            PIC 9(07)V99.
           05 PAG-OPERADOR         PIC X(10).

       FD  MENSALIDADE-AGING.
       01  REG-AGING               PIC X(132).

       FD  MENS-INADIMPLENTES.
       01  REG-INADIMPLENTE        PIC X(132).

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB           PIC 9(04)        VALUE ZERO.
       77  WRK-STATUS-COBRANCAS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-PAGAMENTOS PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-FIM-COBRANCAS PIC X(01)           VALUE "N".
       77  WRK-FIM-PAGAMENTOS PIC X(01)          VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== MENU =======================================
       77  WRK-OPCAO        PIC 9(01)            VALUE ZERO.
           88 OPCAO-LANCAR                       VALUE 1.
           88 OPCAO-AGING                        VALUE 2.
           88 OPCAO-INADIMPLENTES                VALUE 3.
           88 OPCAO-SAIR                         VALUE 4.
      *====================== PAGAMENTO DIGITADO =========================
       77  WRK-NUMERO       PIC 9(07)            VALUE ZERO.
       77  WRK-VALOR        PIC 9(07)V99         VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== TABELA DE COBRANCAS ========================
       77  WRK-QTD-COBRANCAS PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-COBRANCA PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-COB    PIC 9(04)            VALUE ZERO.
       01  TAB-COBRANCAS.
           05 COBRANCA-ITEM OCCURS 3000 TIMES
                             INDEXED BY IDX-COBRANCA.
              10 COB-NUMERO      PIC 9(07).
              10 COB-COMPETENCIA PIC 9(06).
              10 COB-RESPONSAVEL PIC X(25).
              10 COB-CONTATO     PIC X(15).
              10 COB-VENCIMENTO  PIC 9(08).
              10 COB-DEVIDO      PIC 9(07)V99.
              10 COB-PAGO        PIC 9(07)V99.
      *====================== AGING ======================================
       77  WRK-SALDO        PIC S9(09)V99        VALUE ZERO.
       77  WRK-DIAS-ATRASO  PIC 9(04)            VALUE ZERO.
       77  WRK-VENCIMENTO   PIC 9(08)            VALUE ZERO.
       77  WRK-FAIXA        PIC X(10)            VALUE SPACE.
       77  WRK-TOT-A-VENCER PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOT-30       PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOT-60       PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOT-90       PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOT-MAIS-90  PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOT-DEVIDO   PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOT-PAGO     PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOT-SALDO    PIC S9(09)V99        VALUE ZERO.
       77  WRK-SALDO-ED     COPY CURRENCY-ED-SIGNED.
       77  WRK-VALOR-ED     COPY CURRENCY-ED-SIGNED.
       77  WRK-VALOR-ED2    COPY CURRENCY-ED-SIGNED.
      *====================== INADIMPLENTES ==============================
       77  WRK-QTD-INADIMP  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-INADIMP  PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-INADIMP PIC 9(04)           VALUE ZERO.
       77  WRK-TOT-VENCIDO  PIC S9(09)V99        VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZ9.
       77  WRK-DIAS-ED      PIC ZZZ9.
       01  TAB-INADIMPLENTES.
           05 INADIMP-ITEM OCCURS 3000 TIMES
                            INDEXED BY IDX-INADIMP.
              10 INA-RESPONSAVEL PIC X(25).
              10 INA-CONTATO     PIC X(15).
              10 INA-QTD-VENCIDAS PIC 9(04).
              10 INA-SALDO       PIC S9(09)V99.
              10 INA-VENC-ANTIGO PIC 9(08).
              10 INA-MAIOR-ATRASO PIC 9(04).
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

           OPEN INPUT SESSAO-OPERADOR
           IF WRK-STATUS-SESSAO NOT EQUAL "35"
             READ SESSAO-OPERADOR
               NOT AT END
                 MOVE SESSAO-OPERADOR-REG TO WRK-OPERADOR
             END-READ
             CLOSE SESSAO-OPERADOR
           END-IF
           IF WRK-OPERADOR EQUAL SPACE
             DISPLAY "CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR
           END-IF

           PERFORM 0005-CARREGA-COBRANCAS
           PERFORM 0006-APLICA-PAGAMENTOS

           PERFORM 0001-EXIBE-MENU
           PERFORM UNTIL OPCAO-SAIR
             EVALUATE TRUE
               WHEN OPCAO-LANCAR
                 PERFORM 0010-LANCA-PAGAMENTO
               WHEN OPCAO-AGING
                 PERFORM 0020-RELATORIO-AGING
               WHEN OPCAO-INADIMPLENTES
                 PERFORM 0030-LISTA-INADIMPLENTES
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
             PERFORM 0001-EXIBE-MENU
           END-PERFORM

           GOBACK.

       0001-EXIBE-MENU SECTION.

           DISPLAY "===== MENSALIDADES A RECEBER ====="
           DISPLAY "1 - LANCAR PAGAMENTO"
           DISPLAY "2 - RELATORIO DE AGING"
           DISPLAY "3 - LISTA DE INADIMPLENTES"
           DISPLAY "4 - SAIR"
           ACCEPT WRK-OPCAO.

       0005-CARREGA-COBRANCAS SECTION.

           OPEN INPUT MENSALIDADE-COBRANCAS
           IF WRK-STATUS-COBRANCAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-COBRANCAS EQUAL "S"
               READ MENSALIDADE-COBRANCAS
                 AT END
                   MOVE "S" TO WRK-FIM-COBRANCAS
                 NOT AT END
                   IF WRK-QTD-COBRANCAS NOT LESS 3000
                     DISPLAY "TAB-COBRANCAS CHEIA, COBRANCA NAO "
                             "CARREGADA: " MEN-NUMERO-REG
                   ELSE
                     ADD 1 TO WRK-QTD-COBRANCAS
                     MOVE MEN-NUMERO-REG
                       TO COB-NUMERO(WRK-QTD-COBRANCAS)
                     MOVE MEN-COMPETENCIA-REG
                       TO COB-COMPETENCIA(WRK-QTD-COBRANCAS)
                     MOVE MEN-RESPONSAVEL-REG
                       TO COB-RESPONSAVEL(WRK-QTD-COBRANCAS)
                     MOVE MEN-CONTATO-REG
                       TO COB-CONTATO(WRK-QTD-COBRANCAS)
                     MOVE MEN-VENCIMENTO-REG
                       TO COB-VENCIMENTO(WRK-QTD-COBRANCAS)
                     MOVE MEN-VALOR-REG
                       TO COB-DEVIDO(WRK-QTD-COBRANCAS)
                     MOVE ZERO TO COB-PAGO(WRK-QTD-COBRANCAS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MENSALIDADE-COBRANCAS
           ELSE
             DISPLAY "MENSALIDADE-COBRANCAS INEXISTENTE, NADA A "
                     "RECEBER"
           END-IF.

       0006-APLICA-PAGAMENTOS SECTION.

           OPEN INPUT MENSALIDADE-PAGAMENTOS
           IF WRK-STATUS-PAGAMENTOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PAGAMENTOS EQUAL "S"
               READ MENSALIDADE-PAGAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-PAGAMENTOS
                 NOT AT END
                   PERFORM VARYING WRK-IDX-COBRANCA FROM 1 BY 1
                             UNTIL WRK-IDX-COBRANCA > WRK-QTD-COBRANCAS
                     IF COB-NUMERO(WRK-IDX-COBRANCA) EQUAL PAG-NUMERO
                       ADD PAG-VALOR TO COB-PAGO(WRK-IDX-COBRANCA)
                       MOVE WRK-QTD-COBRANCAS TO WRK-IDX-COBRANCA
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE MENSALIDADE-PAGAMENTOS
           END-IF.

       0010-LANCA-PAGAMENTO SECTION.

           DISPLAY "NUMERO DA COBRANCA "
             ACCEPT WRK-NUMERO
           DISPLAY "VALOR PAGO "
             ACCEPT WRK-VALOR

           MOVE ZERO TO WRK-ACHOU-COB
           PERFORM VARYING WRK-IDX-COBRANCA FROM 1 BY 1
                     UNTIL WRK-IDX-COBRANCA > WRK-QTD-COBRANCAS
             IF COB-NUMERO(WRK-IDX-COBRANCA) EQUAL WRK-NUMERO
               MOVE WRK-IDX-COBRANCA TO WRK-ACHOU-COB
               MOVE WRK-QTD-COBRANCAS TO WRK-IDX-COBRANCA
             END-IF
           END-PERFORM

           IF WRK-ACHOU-COB EQUAL ZERO
             DISPLAY "COBRANCA NAO ENCONTRADA, PAGAMENTO RECUSADO"
           ELSE
             IF WRK-VALOR EQUAL ZERO
               DISPLAY "VALOR ZERADO, PAGAMENTO RECUSADO"
             ELSE
               DISPLAY "RESPONSAVEL: " COB-RESPONSAVEL(WRK-ACHOU-COB)
                       " COMPETENCIA " COB-COMPETENCIA(WRK-ACHOU-COB)
               COMPUTE WRK-SALDO =
                   COB-DEVIDO(WRK-ACHOU-COB)
                   - COB-PAGO(WRK-ACHOU-COB)
               IF WRK-VALOR GREATER WRK-SALDO
                 MOVE WRK-SALDO TO WRK-SALDO-ED
                 DISPLAY "AVISO: VALOR MAIOR QUE O SALDO DA COBRANCA ("
                         WRK-SALDO-ED ")"
               END-IF
               PERFORM 0011-GRAVA-PAGAMENTO
               ADD WRK-VALOR TO COB-PAGO(WRK-ACHOU-COB)
               COMPUTE WRK-SALDO =
                   COB-DEVIDO(WRK-ACHOU-COB)
                   - COB-PAGO(WRK-ACHOU-COB)
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY "PAGAMENTO LANCADO, SALDO DA COBRANCA: "
                       WRK-SALDO-ED
             END-IF
           END-IF.

       0011-GRAVA-PAGAMENTO SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE WRK-NUMERO       TO PAG-NUMERO
           MOVE WRK-DATA-SISTEMA TO PAG-DATA
           MOVE WRK-VALOR        TO PAG-VALOR
           MOVE WRK-OPERADOR     TO PAG-OPERADOR

           OPEN EXTEND MENSALIDADE-PAGAMENTOS
           IF WRK-STATUS-PAGAMENTOS EQUAL "35"
             OPEN OUTPUT MENSALIDADE-PAGAMENTOS
           END-IF
           WRITE REG-PAGAMENTO
           CLOSE MENSALIDADE-PAGAMENTOS.

       0020-RELATORIO-AGING SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE ZERO TO WRK-TOT-A-VENCER
           MOVE ZERO TO WRK-TOT-30
           MOVE ZERO TO WRK-TOT-60
           MOVE ZERO TO WRK-TOT-90
           MOVE ZERO TO WRK-TOT-MAIS-90
           MOVE ZERO TO WRK-TOT-DEVIDO
           MOVE ZERO TO WRK-TOT-PAGO
           MOVE ZERO TO WRK-TOT-SALDO

           OPEN OUTPUT MENSALIDADE-AGING
           MOVE SPACE TO WRK-LINHA-REL
           STRING "AGING DE MENSALIDADES - DATA " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING

           PERFORM VARYING WRK-IDX-COBRANCA FROM 1 BY 1
                     UNTIL WRK-IDX-COBRANCA > WRK-QTD-COBRANCAS
             PERFORM 0021-CLASSIFICA-COBRANCA
           END-PERFORM

           PERFORM 0022-TOTAIS-AGING
           CLOSE MENSALIDADE-AGING
           PERFORM 0032-REGISTRA-AGING
           DISPLAY "MENSALIDADE-AGING GERADO".

       0021-CLASSIFICA-COBRANCA SECTION.

           ADD COB-DEVIDO(WRK-IDX-COBRANCA) TO WRK-TOT-DEVIDO
           ADD COB-PAGO(WRK-IDX-COBRANCA)   TO WRK-TOT-PAGO
           COMPUTE WRK-SALDO =
               COB-DEVIDO(WRK-IDX-COBRANCA)
               - COB-PAGO(WRK-IDX-COBRANCA)
           ADD WRK-SALDO TO WRK-TOT-SALDO

           IF WRK-SALDO NOT EQUAL ZERO
             MOVE COB-VENCIMENTO(WRK-IDX-COBRANCA) TO WRK-VENCIMENTO
             PERFORM 0024-CONTA-ATRASO
             EVALUATE TRUE
               WHEN WRK-VENCIMENTO NOT LESS WRK-DATA-SISTEMA
                 MOVE "A VENCER"  TO WRK-FAIXA
                 ADD WRK-SALDO TO WRK-TOT-A-VENCER
               WHEN WRK-DIAS-ATRASO NOT GREATER 30
                 MOVE "ATE 30"    TO WRK-FAIXA
                 ADD WRK-SALDO TO WRK-TOT-30
               WHEN WRK-DIAS-ATRASO NOT GREATER 60
                 MOVE "ATE 60"    TO WRK-FAIXA
                 ADD WRK-SALDO TO WRK-TOT-60
               WHEN WRK-DIAS-ATRASO NOT GREATER 90
                 MOVE "ATE 90"    TO WRK-FAIXA
                 ADD WRK-SALDO TO WRK-TOT-90
               WHEN OTHER
                 MOVE "MAIS DE 90" TO WRK-FAIXA
                 ADD WRK-SALDO TO WRK-TOT-MAIS-90
             END-EVALUATE

             MOVE WRK-SALDO TO WRK-SALDO-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "COBRANCA " DELIMITED BY SIZE
                    COB-NUMERO(WRK-IDX-COBRANCA) DELIMITED BY SIZE
                    " COMPETENCIA " DELIMITED BY SIZE
                    COB-COMPETENCIA(WRK-IDX-COBRANCA)
                      DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    COB-RESPONSAVEL(WRK-IDX-COBRANCA)
                      DELIMITED BY SIZE
                    " VENCIMENTO " DELIMITED BY SIZE
                    WRK-VENCIMENTO DELIMITED BY SIZE
                    " SALDO: "     DELIMITED BY SIZE
                    WRK-SALDO-ED   DELIMITED BY SIZE
                    " FAIXA: "     DELIMITED BY SIZE
                    WRK-FAIXA      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-AGING
             WRITE REG-AGING
           END-IF.

       0022-TOTAIS-AGING SECTION.

           MOVE WRK-TOT-A-VENCER TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL A VENCER.......: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING

           MOVE WRK-TOT-30 TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL ATE 30 DIAS....: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING

           MOVE WRK-TOT-60 TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL ATE 60 DIAS....: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING

           MOVE WRK-TOT-90 TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL ATE 90 DIAS....: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING

           MOVE WRK-TOT-MAIS-90 TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL MAIS DE 90 DIAS: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING

      *    CONFERENCIA CONTRA O ACUMULADO DE COBRANCAS: DEVIDO = PAGO
      *    + SALDO, E O SALDO E A SOMA DAS FAIXAS DO AGING.
           MOVE WRK-TOT-DEVIDO TO WRK-SALDO-ED
           MOVE WRK-TOT-PAGO   TO WRK-VALOR-ED
           MOVE WRK-TOT-SALDO  TO WRK-VALOR-ED2
           MOVE SPACE TO WRK-LINHA-REL
           STRING "DEVIDO NAS COBRANCAS: " DELIMITED BY SIZE
                  WRK-SALDO-ED  DELIMITED BY SIZE
                  " PAGO: "      DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  " SALDO: "     DELIMITED BY SIZE
                  WRK-VALOR-ED2 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-TOT-SALDO EQUAL
              WRK-TOT-A-VENCER + WRK-TOT-30 + WRK-TOT-60
              + WRK-TOT-90 + WRK-TOT-MAIS-90
             STRING "CONTROLE: AGING FECHA COM MENSALIDADE-COBRANCAS"
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "CONTROLE: DIVERGENCIA ENTRE AGING E COBRANCAS"
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING.

       0024-CONTA-ATRASO SECTION.

           MOVE ZERO TO WRK-DIAS-ATRASO
           MOVE WRK-VENCIMENTO TO WRK-DATA-CORRE
           IF CORRE-MES LESS 1 OR CORRE-MES GREATER 12
             MOVE 12 TO CORRE-MES
           END-IF
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

       0030-LISTA-INADIMPLENTES SECTION.

      *    UMA LINHA POR RESPONSAVEL COM COBRANCA VENCIDA E SALDO EM
      *    ABERTO, SOMANDO AS COBRANCAS VENCIDAS DELE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ZERO TO WRK-QTD-INADIMP
           MOVE ZERO TO WRK-TOT-VENCIDO

           PERFORM VARYING WRK-IDX-COBRANCA FROM 1 BY 1
                     UNTIL WRK-IDX-COBRANCA > WRK-QTD-COBRANCAS
             COMPUTE WRK-SALDO =
                 COB-DEVIDO(WRK-IDX-COBRANCA)
                 - COB-PAGO(WRK-IDX-COBRANCA)
             IF WRK-SALDO GREATER ZERO
               AND COB-VENCIMENTO(WRK-IDX-COBRANCA)
                   LESS WRK-DATA-SISTEMA
               PERFORM 0031-ACUMULA-INADIMPLENTE
             END-IF
           END-PERFORM

           OPEN OUTPUT MENS-INADIMPLENTES
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RESPONSAVEIS INADIMPLENTES - DATA "
                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-INADIMPLENTE
           WRITE REG-INADIMPLENTE

           PERFORM VARYING WRK-IDX-INADIMP FROM 1 BY 1
                     UNTIL WRK-IDX-INADIMP > WRK-QTD-INADIMP
             MOVE INA-QTD-VENCIDAS(WRK-IDX-INADIMP) TO WRK-QTD-ED
             MOVE INA-SALDO(WRK-IDX-INADIMP)        TO WRK-SALDO-ED
             MOVE INA-MAIOR-ATRASO(WRK-IDX-INADIMP) TO WRK-DIAS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING INA-RESPONSAVEL(WRK-IDX-INADIMP)
                      DELIMITED BY SIZE
                    " CONTATO " DELIMITED BY SIZE
                    INA-CONTATO(WRK-IDX-INADIMP) DELIMITED BY SIZE
                    " VENCIDAS " DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " SALDO " DELIMITED BY SIZE
                    WRK-SALDO-ED DELIMITED BY SIZE
                    " DESDE " DELIMITED BY SIZE
                    INA-VENC-ANTIGO(WRK-IDX-INADIMP) DELIMITED BY SIZE
                    " ATRASO " DELIMITED BY SIZE
                    WRK-DIAS-ED DELIMITED BY SIZE
                    " DIAS" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-INADIMPLENTE
             WRITE REG-INADIMPLENTE
           END-PERFORM

           MOVE WRK-QTD-INADIMP TO WRK-QTD-ED
           MOVE WRK-TOT-VENCIDO TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RESPONSAVEIS INADIMPLENTES: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " SALDO VENCIDO: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-INADIMPLENTE
           WRITE REG-INADIMPLENTE
           CLOSE MENS-INADIMPLENTES
           PERFORM 0033-REGISTRA-INADIMPLENTES
           DISPLAY "MENS-INADIMPLENTES GERADO: "
                   WRK-QTD-INADIMP " RESPONSAVEIS".

       0031-ACUMULA-INADIMPLENTE SECTION.

           MOVE COB-VENCIMENTO(WRK-IDX-COBRANCA) TO WRK-VENCIMENTO
           PERFORM 0024-CONTA-ATRASO
           ADD WRK-SALDO TO WRK-TOT-VENCIDO

           MOVE ZERO TO WRK-ACHOU-INADIMP
           PERFORM VARYING WRK-IDX-INADIMP FROM 1 BY 1
                     UNTIL WRK-IDX-INADIMP > WRK-QTD-INADIMP
             IF INA-RESPONSAVEL(WRK-IDX-INADIMP)
                  EQUAL COB-RESPONSAVEL(WRK-IDX-COBRANCA)
               MOVE WRK-IDX-INADIMP TO WRK-ACHOU-INADIMP
               MOVE WRK-QTD-INADIMP TO WRK-IDX-INADIMP
             END-IF
           END-PERFORM

           IF WRK-ACHOU-INADIMP EQUAL ZERO
             ADD 1 TO WRK-QTD-INADIMP
             MOVE WRK-QTD-INADIMP TO WRK-ACHOU-INADIMP
             MOVE COB-RESPONSAVEL(WRK-IDX-COBRANCA)
               TO INA-RESPONSAVEL(WRK-ACHOU-INADIMP)
             MOVE COB-CONTATO(WRK-IDX-COBRANCA)
               TO INA-CONTATO(WRK-ACHOU-INADIMP)
             MOVE ZERO TO INA-QTD-VENCIDAS(WRK-ACHOU-INADIMP)
             MOVE ZERO TO INA-SALDO(WRK-ACHOU-INADIMP)
             MOVE WRK-VENCIMENTO TO INA-VENC-ANTIGO(WRK-ACHOU-INADIMP)
             MOVE ZERO TO INA-MAIOR-ATRASO(WRK-ACHOU-INADIMP)
           END-IF

           ADD 1 TO INA-QTD-VENCIDAS(WRK-ACHOU-INADIMP)
           ADD WRK-SALDO TO INA-SALDO(WRK-ACHOU-INADIMP)
           IF WRK-VENCIMENTO LESS INA-VENC-ANTIGO(WRK-ACHOU-INADIMP)
             MOVE WRK-VENCIMENTO TO INA-VENC-ANTIGO(WRK-ACHOU-INADIMP)
           END-IF
           IF WRK-DIAS-ATRASO
                GREATER INA-MAIOR-ATRASO(WRK-ACHOU-INADIMP)
             MOVE WRK-DIAS-ATRASO
               TO INA-MAIOR-ATRASO(WRK-ACHOU-INADIMP)
           END-IF
           IF INA-CONTATO(WRK-ACHOU-INADIMP) EQUAL SPACE
             MOVE COB-CONTATO(WRK-IDX-COBRANCA)
               TO INA-CONTATO(WRK-ACHOU-INADIMP)
           END-IF.

       0032-REGISTRA-AGING SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "MENSALID-REC"      TO RPED-JOB
           MOVE "MENSALIDADE-AGING" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       0033-REGISTRA-INADIMPLENTES SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "MENSALID-REC"       TO RPED-JOB
           MOVE "MENS-INADIMPLENTES" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM MENSALIDADE-RECEBER.
