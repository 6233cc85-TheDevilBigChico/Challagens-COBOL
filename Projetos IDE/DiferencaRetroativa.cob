       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFERENCA-RETROATIVA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: DIFERENCAS SALARIAIS RETROATIVAS. O ACORDO COLETIVO
      *==            ASSINADO EM MARCO COM VIGENCIA EM JANEIRO ERA
      *==            APLICADO PELO AJUSTE-SALARIAL SO DALI PARA A
      *==            FRENTE E OS MESES EM ATRASO SAIAM NA MAO. PARA CADA
      *==            REAJUSTE APLICADO (EMPLOYEE-AUDITORIA, ACAO
      *==            AJUSTAR, COM O SALARIO ANTES E DEPOIS) CUJA
      *==            VIGENCIA (AJUSTES-SALARIAIS, VIA O LIVRO
      *==            AJUSTES-APLICADOS) CAI ANTES DA COMPETENCIA EM QUE
      *==            FOI APLICADO, RECALCULA CADA MES JA PAGO DO
      *==            HISTORICO FOLHA-PAGAMENTO NO SALARIO NOVO: BRUTO
      *==            (TODOS OS COMPONENTES SAO PROPORCIONAIS AO
      *==            SALARIO), INSS E IRRF PELAS FAIXAS, COMO A
      *==            FOLHA-MENSAL. AS DIFERENCAS SAEM NO DEMONSTRATIVO
      *==            MES A MES POR EMPREGADO (RETROATIVO-RELATORIO) E EM
      *==            RETROATIVO-LANCAMENTOS (LEIAUTE RETRO-LANC), QUE A
      *==            FOLHA-MENSAL DA COMPETENCIA DESTINO PAGA COMO
      *==            PROVENTO PROPRIO.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A COMPETENCIA DESTINO AAAAMM (EM BRANCO = MES
      *==      CORRENTE, A DA PROXIMA FOLHA-MENSAL). REEXECUTAR PARA O
      *==      MESMO DESTINO REFAZ OS LANCAMENTOS DELE; MES JA LANCADO
      *==      PARA OUTRO DESTINO NAO E PAGO DE NOVO.
      *== OBS: O MES DA APLICACAO JA FOI PAGO NO SALARIO NOVO (A FOLHA
      *==      RODA NO FIM DO MES); SAO RETROATIVOS OS MESES DA
      *==      VIGENCIA ATE O ANTERIOR A APLICACAO. O INSS E O IRRF SAO
      *==      REFEITOS COM AS FAIXAS VIGENTES NOS ARQUIVOS DE FAIXAS.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO RETROATIVO-RELATORIO REGISTRADA NO
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
           SELECT AJUSTES-SALARIAIS ASSIGN TO "AJUSTES-SALARIAIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AJUSTES.
           SELECT AJUSTES-APLICADOS ASSIGN TO "AJUSTES-APLICADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-APLICADOS.
           SELECT EMPLOYEE-AUDITORIA ASSIGN TO "EMPLOYEE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMP-AUD.
           SELECT FOLHA-PAGAMENTO ASSIGN TO "FOLHA-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA.
           SELECT INSS-FAIXAS ASSIGN TO "INSS-FAIXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INSS-FX.
           SELECT IRRF-FAIXAS ASSIGN TO "IRRF-FAIXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-IRRF-FX.
           SELECT FOLHA-PARAMETROS ASSIGN TO "FOLHA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPARAM.
           SELECT RETROATIVO-LANCAMENTOS
               ASSIGN TO "RETROATIVO-LANCAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETRO.
           SELECT RETROATIVO-RELATORIO
               ASSIGN TO "RETROATIVO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  AJUSTES-SALARIAIS.
       01  REG-AJUSTE.
           05 AJU-TIPO             PIC X(01).
           05 AJU-PERCENTUAL       PIC 9(03)V99.
           05 AJU-VALOR-FIXO       PIC 9(06)V99.
           05 AJU-DEPARTAMENTO     PIC X(04).
           05 AJU-SALARIO-MIN      PIC 9(06)V99.
           05 AJU-SALARIO-MAX      PIC 9(06)V99.
           05 AJU-VIGENCIA         PIC 9(08).
           05 AJU-ID               PIC 9(05).

       FD  AJUSTES-APLICADOS.
       01  REG-AJUSTE-APLICADO.
           05 APLIC-ID             PIC 9(05).
           05 APLIC-CODIGO         PIC 9(04).
           05 APLIC-DATA           PIC 9(08).

       FD  EMPLOYEE-AUDITORIA.
       01  REG-EMPLOYEE-AUDITORIA.
           COPY EMP-AUDIT.

       FD  FOLHA-PAGAMENTO.
       01  REG-FOLHA-PAGAMENTO.
           05 FOLHA-COMPETENCIA    PIC 9(06).
           05 FOLHA-CODIGO         PIC 9(04).
           05 FOLHA-NOME           PIC X(15).
           05 FOLHA-DEPARTAMENTO   PIC X(04).
           05 FOLHA-BRUTO          PIC 9(06)V99.
           05 FOLHA-INSS           PIC 9(06)V99.
           05 FOLHA-IRRF           PIC 9(06)V99.
           05 FOLHA-LIQUIDO        PIC 9(06)V99.
           05 FOLHA-FERIAS-TERCO   PIC 9(06)V99.
           05 FOLHA-HE50           PIC 9(06)V99.
           05 FOLHA-HE100          PIC 9(06)V99.
           05 FOLHA-FALTAS         PIC 9(06)V99.
           05 FOLHA-QTD-DEP        PIC 9(02).
           05 FOLHA-OUTROS-DESC    PIC 9(06)V99.

       FD  INSS-FAIXAS.
       01  REG-INSS-FAIXA.
           COPY DESC-FAIXA REPLACING LEADING ==FAIXA== BY ==INSSF==.

       FD  IRRF-FAIXAS.
       01  REG-IRRF-FAIXA.
           COPY DESC-FAIXA REPLACING LEADING ==FAIXA== BY ==IRRFF==.

       FD  FOLHA-PARAMETROS.
       01  REG-FOLHA-PARAMETRO.
           05 FPARAM-VALOR-DEP-REG PIC 9(04)V99.
           05 FPARAM-IDADE-DEP-REG PIC 9(02).
           05 FPARAM-PATRONAL-REG  PIC 9V9999.
           05 FPARAM-PISO-REG      PIC 9V9999.

       FD  RETROATIVO-LANCAMENTOS.
       01  REG-RETRO-LANCAMENTO.
           COPY RETRO-LANC.

       FD  RETROATIVO-RELATORIO.
       01  REG-RETRO-RELATORIO     PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-CODIGO          PIC 9(04).
           05 SORT-REFERENCIA      PIC 9(06).
           05 SORT-AJUSTE-DATA     PIC 9(08).
           05 SORT-NOME            PIC X(15).
           05 SORT-BRUTO-PAGO      PIC 9(06)V99.
           05 SORT-BRUTO-DEVIDO    PIC 9(07)V99.
           05 SORT-DIF-BRUTO       PIC 9(06)V99.
           05 SORT-DIF-INSS        PIC 9(06)V99.
           05 SORT-DIF-IRRF        PIC 9(06)V99.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-AJUSTES PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-APLICADOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-EMP-AUD PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-FOLHA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-FPARAM PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-RETRO PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-DESTINO-X    PIC X(06)            VALUE SPACE.
       77  WRK-DESTINO      PIC 9(06)            VALUE ZERO.
       77  WRK-VALOR-POR-DEP PIC 9(04)V99        VALUE 189,59.
      *====================== VIGENCIA DOS AJUSTES =======================
       77  WRK-QTD-AJUSTES  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-AJUSTE   PIC 9(03)            VALUE ZERO.
       01  TAB-AJUSTES.
           05 AJUSTE-ITEM OCCURS 200 TIMES
                           INDEXED BY IDX-AJUSTE.
              10 AJT-ID           PIC 9(05).
              10 AJT-VIGENCIA     PIC 9(08).
      *====================== LIVRO DE APLICADOS =========================
       77  WRK-QTD-APLICADOS PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-APLICADO PIC 9(04)            VALUE ZERO.
       01  TAB-APLICADOS.
           05 APLICADO-ITEM OCCURS 2000 TIMES
                             INDEXED BY IDX-APLICADO.
              10 APL-ID           PIC 9(05).
              10 APL-CODIGO       PIC 9(04).
              10 APL-DATA         PIC 9(08).
      *====================== JANELAS RETROATIVAS ========================
      *    UMA POR REAJUSTE APLICADO COM VIGENCIA ANTERIOR A APLICACAO:
      *    MESES DE VIGENCIA-COMPET ATE O ANTERIOR A APLIC-COMPET.
       77  WRK-QTD-JANELAS  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-JANELA   PIC 9(03)            VALUE ZERO.
       01  TAB-JANELAS.
           05 JANELA-ITEM OCCURS 500 TIMES
                           INDEXED BY IDX-JANELA.
              10 JAN-CODIGO       PIC 9(04).
              10 JAN-AJUSTE-DATA  PIC 9(08).
              10 JAN-VIGENCIA-COMPET PIC 9(06).
              10 JAN-APLIC-COMPET PIC 9(06).
              10 JAN-SALARIO-ANTES PIC 9(06)V99.
              10 JAN-SALARIO-DEPOIS PIC 9(06)V99.
       01  WRK-IMAGEM-ANTES.
           COPY EMP-MASTER REPLACING LEADING ==EMP== BY ==ANT==.
       01  WRK-IMAGEM-DEPOIS.
           COPY EMP-MASTER REPLACING LEADING ==EMP== BY ==NOV==.
       77  WRK-VIGENCIA     PIC 9(08)            VALUE ZERO.
       77  WRK-VIGENCIA-COMPET PIC 9(06)         VALUE ZERO.
       77  WRK-APLIC-COMPET PIC 9(06)            VALUE ZERO.
      *====================== LANCAMENTOS JA EXISTENTES ==================
       77  WRK-QTD-LANC     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-LANC     PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-REFEITOS PIC 9(04)            VALUE ZERO.
       77  WRK-JA-LANCADO   PIC X(01)            VALUE "N".
       01  TAB-LANCAMENTOS.
           05 LANC-ITEM OCCURS 2000 TIMES
                         INDEXED BY IDX-LANC.
              10 LANC-REGISTRO    PIC X(48).
       01  WRK-LANC-AUX.
           COPY RETRO-LANC REPLACING LEADING ==RETL== BY ==LAUX==.
      *====================== RECALCULO DO MES ===========================
       77  WRK-BRUTO-DEVIDO PIC 9(07)V99         VALUE ZERO.
       77  WRK-INSS-DEVIDO  PIC 9(06)V99         VALUE ZERO.
       77  WRK-IRRF-DEVIDO  PIC 9(06)V99         VALUE ZERO.
       77  WRK-BASE-IRRF    PIC S9(07)V99        VALUE ZERO.
      *====================== FAIXAS PROGRESSIVAS ========================
       77  WRK-STATUS-INSS-FX PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-IRRF-FX PIC X(02)         VALUE SPACE.
       77  WRK-TAXA-INSS    PIC V99             VALUE 0,09.
       77  WRK-TEM-INSS-FAIXAS PIC X(01)        VALUE "N".
           88 INSS-POR-FAIXAS                   VALUE "S".
       77  WRK-TEM-IRRF-FAIXAS PIC X(01)        VALUE "N".
           88 IRRF-POR-FAIXAS                   VALUE "S".
       77  WRK-QTD-INSS-FX  PIC 9(02)           VALUE ZERO.
       77  WRK-QTD-IRRF-FX  PIC 9(02)           VALUE ZERO.
       77  WRK-IDX-FAIXA    PIC 9(02)           VALUE ZERO.
       77  WRK-ACHOU-FAIXA  PIC X(01)           VALUE "N".
       77  WRK-FIM-FAIXAS   PIC X(01)           VALUE "N".
       77  WRK-BASE-CALCULO PIC 9(07)V99        VALUE ZERO.
       01  TAB-INSS-FAIXAS.
           05 INSS-FX-ITEM OCCURS 10 TIMES
                            INDEXED BY IDX-INSS-FX.
              10 INSS-FX-LIMITE  PIC 9(06)V99.
              10 INSS-FX-ALIQ    PIC 9V9999.
              10 INSS-FX-DEDUCAO PIC 9(06)V99.
       01  TAB-IRRF-FAIXAS.
           05 IRRF-FX-ITEM OCCURS 10 TIMES
                            INDEXED BY IDX-IRRF-FX.
              10 IRRF-FX-LIMITE  PIC 9(06)V99.
              10 IRRF-FX-ALIQ    PIC 9V9999.
              10 IRRF-FX-DEDUCAO PIC 9(06)V99.
      *====================== DEMONSTRATIVO ==============================
       77  WRK-CODIGO-ATUAL PIC 9(04)            VALUE ZERO.
       77  WRK-TEM-EMPREGADO PIC X(01)           VALUE "N".
       77  WRK-EMP-BRUTO    PIC 9(07)V99         VALUE ZERO.
       77  WRK-EMP-INSS     PIC 9(07)V99         VALUE ZERO.
       77  WRK-EMP-IRRF     PIC 9(07)V99         VALUE ZERO.
       77  WRK-LIQ-DIF      PIC 9(07)V99         VALUE ZERO.
       77  WRK-QTD-EMPREGADOS PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-MESES    PIC 9(05)            VALUE ZERO.
       77  WRK-TOTAL-BRUTO  PIC 9(09)V99         VALUE ZERO.
       77  WRK-TOTAL-INSS   PIC 9(09)V99         VALUE ZERO.
       77  WRK-TOTAL-IRRF   PIC 9(09)V99         VALUE ZERO.
       77  WRK-PAGO-ED      COPY CURRENCY-ED.
       77  WRK-DEVIDO-ED    COPY CURRENCY-ED.
       77  WRK-BRUTO-ED     COPY CURRENCY-ED.
       77  WRK-INSS-ED      COPY CURRENCY-ED.
       77  WRK-IRRF-ED      COPY CURRENCY-ED.
       77  WRK-LIQUIDO-ED   COPY CURRENCY-ED.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "COMPETENCIA DESTINO (AAAAMM) "
             ACCEPT WRK-DESTINO-X
           IF WRK-DESTINO-X NUMERIC
             MOVE WRK-DESTINO-X TO WRK-DESTINO
           ELSE
             COMPUTE WRK-DESTINO = WRK-DATA-SISTEMA / 100
             IF WRK-DESTINO-X NOT EQUAL SPACE
               DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO " WRK-DESTINO
             END-IF
           END-IF

           PERFORM 0001-CARREGA-AJUSTES
           PERFORM 0002-CARREGA-APLICADOS
           PERFORM 0003-MONTA-JANELAS
           PERFORM 0004-CARREGA-LANCAMENTOS
           IF RETURN-CODE NOT LESS 8
             GOBACK
           END-IF
           PERFORM 0005-CARREGA-INSS-FAIXAS
           PERFORM 0006-CARREGA-IRRF-FAIXAS

           OPEN OUTPUT RETROATIVO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "DIFERENCAS SALARIAIS RETROATIVAS - PAGAMENTO NA "
                    DELIMITED BY SIZE
                  "COMPETENCIA " DELIMITED BY SIZE
                  WRK-DESTINO    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO
           MOVE SPACE TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO

      *    O LIVRO E REGRAVADO COM OS LANCAMENTOS DE OUTROS DESTINOS
      *    E OS DESTE DESTINO SAO REFEITOS PELO DEMONSTRATIVO.
           OPEN OUTPUT RETROATIVO-LANCAMENTOS
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                     UNTIL WRK-IDX-LANC > WRK-QTD-LANC
             MOVE LANC-REGISTRO(WRK-IDX-LANC) TO REG-RETRO-LANCAMENTO
             WRITE REG-RETRO-LANCAMENTO
           END-PERFORM

           IF WRK-QTD-JANELAS GREATER ZERO
             SORT WRK-SORT
                 ASCENDING KEY SORT-CODIGO SORT-REFERENCIA
                               SORT-AJUSTE-DATA
                 INPUT PROCEDURE 0010-RECALCULA-MESES
                 OUTPUT PROCEDURE 0020-DEMONSTRATIVO
             IF WRK-TEM-EMPREGADO EQUAL "S"
               PERFORM 0022-TOTAL-EMPREGADO
             END-IF
           END-IF
           CLOSE RETROATIVO-LANCAMENTOS

           PERFORM 0023-TOTAIS-FINAIS
           CLOSE RETROATIVO-RELATORIO
           PERFORM 0024-REGISTRA-RELATORIO

           DISPLAY "REAJUSTES COM VIGENCIA RETROATIVA: "
                   WRK-QTD-JANELAS
           DISPLAY "MESES COM DIFERENCA LANCADOS.....: "
                   WRK-QTD-MESES
           IF WRK-QTD-REFEITOS GREATER ZERO
             DISPLAY "LANCAMENTOS ANTERIORES DO DESTINO "
                     WRK-DESTINO " REFEITOS: " WRK-QTD-REFEITOS
           END-IF

           GOBACK.

       0001-CARREGA-AJUSTES SECTION.

      *    SO A VIGENCIA INTERESSA; TRANSACAO SEM NUMERO ASSUME A
      *    ORDEM DE CARGA, COMO NO AJUSTE-SALARIAL.
           OPEN INPUT AJUSTES-SALARIAIS
           IF WRK-STATUS-AJUSTES EQUAL "35"
             DISPLAY "AJUSTES-SALARIAIS INEXISTENTE, NENHUMA VIGENCIA"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ AJUSTES-SALARIAIS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-AJUSTES NOT LESS 200
                     DISPLAY "TAB-AJUSTES CHEIA, AJUSTES RESTANTES "
                             "SEM RETROATIVO"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-AJUSTES
                     IF AJU-ID NUMERIC AND AJU-ID GREATER ZERO
                       MOVE AJU-ID TO AJT-ID(WRK-QTD-AJUSTES)
                     ELSE
                       MOVE WRK-QTD-AJUSTES
                         TO AJT-ID(WRK-QTD-AJUSTES)
                     END-IF
                     IF AJU-VIGENCIA NUMERIC
                       MOVE AJU-VIGENCIA
                         TO AJT-VIGENCIA(WRK-QTD-AJUSTES)
                     ELSE
                       MOVE ZERO TO AJT-VIGENCIA(WRK-QTD-AJUSTES)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AJUSTES-SALARIAIS
           END-IF.

       0002-CARREGA-APLICADOS SECTION.

           OPEN INPUT AJUSTES-APLICADOS
           IF WRK-STATUS-APLICADOS EQUAL "35"
             DISPLAY "AJUSTES-APLICADOS INEXISTENTE, NENHUM REAJUSTE "
                     "APLICADO"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ AJUSTES-APLICADOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-APLICADOS NOT LESS 2000
                     DISPLAY "TAB-APLICADOS CHEIA, APLICACOES "
                             "RESTANTES SEM RETROATIVO"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-APLICADOS
                     MOVE APLIC-ID     TO APL-ID(WRK-QTD-APLICADOS)
                     MOVE APLIC-CODIGO TO APL-CODIGO(WRK-QTD-APLICADOS)
                     MOVE APLIC-DATA   TO APL-DATA(WRK-QTD-APLICADOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AJUSTES-APLICADOS
           END-IF.

       0003-MONTA-JANELAS SECTION.

      *    CADA AJUSTAR DA TRILHA E UM REAJUSTE APLICADO AO EMPREGADO
      *    NAQUELA DATA; A VIGENCIA E A MENOR DAS TRANSACOES QUE O
      *    LIVRO REGISTROU PARA O EMPREGADO NA MESMA DATA.
           OPEN INPUT EMPLOYEE-AUDITORIA
           IF WRK-STATUS-EMP-AUD EQUAL "35"
             DISPLAY "EMPLOYEE-AUDITORIA INEXISTENTE, NENHUM REAJUSTE "
                     "A RETROAGIR"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPLOYEE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF EAUD-ACAO EQUAL "AJUSTAR"
                     PERFORM 0007-AVALIA-REAJUSTE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-AUDITORIA
           END-IF.

       0007-AVALIA-REAJUSTE SECTION.

           MOVE EAUD-ANTES  TO WRK-IMAGEM-ANTES
           MOVE EAUD-DEPOIS TO WRK-IMAGEM-DEPOIS
           MOVE ZERO TO WRK-VIGENCIA
           PERFORM VARYING WRK-IDX-APLICADO FROM 1 BY 1
                     UNTIL WRK-IDX-APLICADO > WRK-QTD-APLICADOS
             IF APL-CODIGO(WRK-IDX-APLICADO) EQUAL ANT-CODIGO-REG
               AND APL-DATA(WRK-IDX-APLICADO) EQUAL EAUD-DATA
               PERFORM VARYING WRK-IDX-AJUSTE FROM 1 BY 1
                         UNTIL WRK-IDX-AJUSTE > WRK-QTD-AJUSTES
                 IF AJT-ID(WRK-IDX-AJUSTE)
                      EQUAL APL-ID(WRK-IDX-APLICADO)
                   AND AJT-VIGENCIA(WRK-IDX-AJUSTE) GREATER ZERO
                   IF WRK-VIGENCIA EQUAL ZERO
                     OR AJT-VIGENCIA(WRK-IDX-AJUSTE) LESS WRK-VIGENCIA
                     MOVE AJT-VIGENCIA(WRK-IDX-AJUSTE) TO WRK-VIGENCIA
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           IF WRK-VIGENCIA GREATER ZERO
             AND ANT-SALARIO-REG NUMERIC
             AND NOV-SALARIO-REG NUMERIC
             AND ANT-SALARIO-REG GREATER ZERO
             AND NOV-SALARIO-REG GREATER ANT-SALARIO-REG
             COMPUTE WRK-VIGENCIA-COMPET = WRK-VIGENCIA / 100
             COMPUTE WRK-APLIC-COMPET = EAUD-DATA / 100
             IF WRK-VIGENCIA-COMPET LESS WRK-APLIC-COMPET
               IF WRK-QTD-JANELAS NOT LESS 500
                 DISPLAY "TAB-JANELAS CHEIA, REAJUSTE DO EMPREGADO "
                         ANT-CODIGO-REG " DE " EAUD-DATA
                         " FICA PARA A PROXIMA EXECUCAO"
                 MOVE 4 TO RETURN-CODE
               ELSE
                 ADD 1 TO WRK-QTD-JANELAS
                 MOVE ANT-CODIGO-REG  TO JAN-CODIGO(WRK-QTD-JANELAS)
                 MOVE EAUD-DATA
                   TO JAN-AJUSTE-DATA(WRK-QTD-JANELAS)
                 MOVE WRK-VIGENCIA-COMPET
                   TO JAN-VIGENCIA-COMPET(WRK-QTD-JANELAS)
                 MOVE WRK-APLIC-COMPET
                   TO JAN-APLIC-COMPET(WRK-QTD-JANELAS)
                 MOVE ANT-SALARIO-REG
                   TO JAN-SALARIO-ANTES(WRK-QTD-JANELAS)
                 MOVE NOV-SALARIO-REG
                   TO JAN-SALARIO-DEPOIS(WRK-QTD-JANELAS)
               END-IF
             END-IF
           END-IF.

       0004-CARREGA-LANCAMENTOS SECTION.

      *    LANCAMENTOS DE OUTROS DESTINOS FICAM E VALEM COMO LIVRO;
      *    OS DO DESTINO DESTA EXECUCAO SAO DESCARTADOS E REFEITOS.
      *    LIVRO TRUNCADO PODERIA PAGAR O MESMO MES DUAS VEZES, ENTAO
      *    A EXECUCAO E RECUSADA.
           OPEN INPUT RETROATIVO-LANCAMENTOS
           IF WRK-STATUS-RETRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ RETROATIVO-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF RETL-DESTINO EQUAL WRK-DESTINO
                     ADD 1 TO WRK-QTD-REFEITOS
                   ELSE
                     IF WRK-QTD-LANC NOT LESS 2000
                       DISPLAY "TAB-LANCAMENTOS CHEIA, LIVRO DE "
                               "RETROATIVOS TRUNCADO - EXECUCAO "
                               "RECUSADA PARA NAO PAGAR EM DOBRO"
                       MOVE 8 TO RETURN-CODE
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-LANC
                       MOVE REG-RETRO-LANCAMENTO
                         TO LANC-REGISTRO(WRK-QTD-LANC)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RETROATIVO-LANCAMENTOS
           END-IF.

       0005-CARREGA-INSS-FAIXAS SECTION.

           OPEN INPUT FOLHA-PARAMETROS
           IF WRK-STATUS-FPARAM NOT EQUAL "35"
             READ FOLHA-PARAMETROS
               NOT AT END
                 IF FPARAM-VALOR-DEP-REG NUMERIC
                   AND FPARAM-VALOR-DEP-REG GREATER ZERO
                   MOVE FPARAM-VALOR-DEP-REG TO WRK-VALOR-POR-DEP
                 END-IF
             END-READ
             CLOSE FOLHA-PARAMETROS
           END-IF

           OPEN INPUT INSS-FAIXAS
           IF WRK-STATUS-INSS-FX NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-FAIXAS
             PERFORM UNTIL WRK-FIM-FAIXAS EQUAL "S"
               READ INSS-FAIXAS
                 AT END
                   MOVE "S" TO WRK-FIM-FAIXAS
                 NOT AT END
                   IF WRK-QTD-INSS-FX NOT LESS 10
                     DISPLAY "TAB-INSS-FAIXAS CHEIA, FAIXAS "
                             "RESTANTES IGNORADAS"
                     MOVE "S" TO WRK-FIM-FAIXAS
                   ELSE
                     ADD 1 TO WRK-QTD-INSS-FX
                     MOVE INSSF-LIMITE-REG
                       TO INSS-FX-LIMITE(WRK-QTD-INSS-FX)
                     MOVE INSSF-ALIQ-REG
                       TO INSS-FX-ALIQ(WRK-QTD-INSS-FX)
                     MOVE INSSF-DEDUCAO-REG
                       TO INSS-FX-DEDUCAO(WRK-QTD-INSS-FX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INSS-FAIXAS
             IF WRK-QTD-INSS-FX GREATER ZERO
               MOVE "S" TO WRK-TEM-INSS-FAIXAS
             END-IF
           END-IF
           IF NOT INSS-POR-FAIXAS
             DISPLAY "INSS-FAIXAS AUSENTE, INSS PELA ALIQUOTA UNICA "
                     "DE 9%"
           END-IF.

       0006-CARREGA-IRRF-FAIXAS SECTION.

           OPEN INPUT IRRF-FAIXAS
           IF WRK-STATUS-IRRF-FX NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-FAIXAS
             PERFORM UNTIL WRK-FIM-FAIXAS EQUAL "S"
               READ IRRF-FAIXAS
                 AT END
                   MOVE "S" TO WRK-FIM-FAIXAS
                 NOT AT END
                   IF WRK-QTD-IRRF-FX NOT LESS 10
                     DISPLAY "TAB-IRRF-FAIXAS CHEIA, FAIXAS "
                             "RESTANTES IGNORADAS"
                     MOVE "S" TO WRK-FIM-FAIXAS
                   ELSE
                     ADD 1 TO WRK-QTD-IRRF-FX
                     MOVE IRRFF-LIMITE-REG
                       TO IRRF-FX-LIMITE(WRK-QTD-IRRF-FX)
                     MOVE IRRFF-ALIQ-REG
                       TO IRRF-FX-ALIQ(WRK-QTD-IRRF-FX)
                     MOVE IRRFF-DEDUCAO-REG
                       TO IRRF-FX-DEDUCAO(WRK-QTD-IRRF-FX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IRRF-FAIXAS
             IF WRK-QTD-IRRF-FX GREATER ZERO
               MOVE "S" TO WRK-TEM-IRRF-FAIXAS
             END-IF
           END-IF
           IF NOT IRRF-POR-FAIXAS
             DISPLAY "IRRF-FAIXAS AUSENTE, IRRF NAO SERA RECALCULADO"
           END-IF.

       0010-RECALCULA-MESES SECTION.

           OPEN INPUT FOLHA-PAGAMENTO
           IF WRK-STATUS-FOLHA EQUAL "35"
             DISPLAY "FOLHA-PAGAMENTO INEXISTENTE, SEM MESES A "
                     "RECALCULAR"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FOLHA-PAGAMENTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FOLHA-COMPETENCIA LESS WRK-DESTINO
                     PERFORM VARYING WRK-IDX-JANELA FROM 1 BY 1
                               UNTIL WRK-IDX-JANELA > WRK-QTD-JANELAS
                       IF JAN-CODIGO(WRK-IDX-JANELA)
                            EQUAL FOLHA-CODIGO
                         AND FOLHA-COMPETENCIA NOT LESS
                             JAN-VIGENCIA-COMPET(WRK-IDX-JANELA)
                         AND FOLHA-COMPETENCIA LESS
                             JAN-APLIC-COMPET(WRK-IDX-JANELA)
                         PERFORM 0011-RECALCULA-UM-MES
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FOLHA-PAGAMENTO
           END-IF.

       0011-RECALCULA-UM-MES SECTION.

      *    MES JA LANCADO PARA OUTRO DESTINO NAO ENTRA DE NOVO.
           MOVE "N" TO WRK-JA-LANCADO
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                     UNTIL WRK-IDX-LANC > WRK-QTD-LANC
             MOVE LANC-REGISTRO(WRK-IDX-LANC) TO WRK-LANC-AUX
             IF LAUX-CODIGO EQUAL FOLHA-CODIGO
               AND LAUX-REFERENCIA EQUAL FOLHA-COMPETENCIA
               AND LAUX-AJUSTE-DATA
                   EQUAL JAN-AJUSTE-DATA(WRK-IDX-JANELA)
               MOVE "S" TO WRK-JA-LANCADO
               MOVE WRK-QTD-LANC TO WRK-IDX-LANC
             END-IF
           END-PERFORM

           IF WRK-JA-LANCADO EQUAL "N"
      *      SALARIO BASE, TERCO, EXTRAS E FALTAS SAO TODOS FRACOES DO
      *      SALARIO, ENTAO O BRUTO DEVIDO E O PAGO NA RAZAO DO
      *      REAJUSTE; INSS E IRRF SAO REFEITOS SOBRE ELE.
             COMPUTE WRK-BRUTO-DEVIDO ROUNDED =
                 FOLHA-BRUTO * JAN-SALARIO-DEPOIS(WRK-IDX-JANELA)
                 / JAN-SALARIO-ANTES(WRK-IDX-JANELA)
             IF WRK-BRUTO-DEVIDO GREATER FOLHA-BRUTO
               PERFORM 0012-CALCULA-INSS
               COMPUTE WRK-BASE-IRRF =
                   WRK-BRUTO-DEVIDO - WRK-INSS-DEVIDO
                   - FOLHA-QTD-DEP * WRK-VALOR-POR-DEP
               IF WRK-BASE-IRRF LESS ZERO
                 MOVE ZERO TO WRK-BASE-IRRF
               END-IF
               PERFORM 0013-CALCULA-IRRF
               INITIALIZE REG-SORT
               MOVE FOLHA-CODIGO      TO SORT-CODIGO
               MOVE FOLHA-COMPETENCIA TO SORT-REFERENCIA
               MOVE JAN-AJUSTE-DATA(WRK-IDX-JANELA)
                 TO SORT-AJUSTE-DATA
               MOVE FOLHA-NOME        TO SORT-NOME
               MOVE FOLHA-BRUTO       TO SORT-BRUTO-PAGO
               MOVE WRK-BRUTO-DEVIDO  TO SORT-BRUTO-DEVIDO
               COMPUTE SORT-DIF-BRUTO = WRK-BRUTO-DEVIDO - FOLHA-BRUTO
               IF WRK-INSS-DEVIDO GREATER FOLHA-INSS
                 COMPUTE SORT-DIF-INSS = WRK-INSS-DEVIDO - FOLHA-INSS
               END-IF
               IF WRK-IRRF-DEVIDO GREATER FOLHA-IRRF
                 COMPUTE SORT-DIF-IRRF = WRK-IRRF-DEVIDO - FOLHA-IRRF
               END-IF
               RELEASE REG-SORT
             END-IF
           END-IF.

       0012-CALCULA-INSS SECTION.

           MOVE ZERO TO WRK-INSS-DEVIDO
           IF INSS-POR-FAIXAS
             MOVE WRK-BRUTO-DEVIDO TO WRK-BASE-CALCULO
             MOVE "N" TO WRK-ACHOU-FAIXA
             PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA > WRK-QTD-INSS-FX
               IF WRK-BASE-CALCULO NOT GREATER
                  INSS-FX-LIMITE(WRK-IDX-FAIXA)
                 AND WRK-ACHOU-FAIXA EQUAL "N"
                 MOVE "S" TO WRK-ACHOU-FAIXA
                 COMPUTE WRK-INSS-DEVIDO ROUNDED =
                     (WRK-BASE-CALCULO
                      * INSS-FX-ALIQ(WRK-IDX-FAIXA))
                     - INSS-FX-DEDUCAO(WRK-IDX-FAIXA)
                 MOVE WRK-QTD-INSS-FX TO WRK-IDX-FAIXA
               END-IF
             END-PERFORM
             IF WRK-ACHOU-FAIXA EQUAL "N"
               COMPUTE WRK-INSS-DEVIDO ROUNDED =
                   (WRK-BASE-CALCULO
                    * INSS-FX-ALIQ(WRK-QTD-INSS-FX))
                   - INSS-FX-DEDUCAO(WRK-QTD-INSS-FX)
             END-IF
           ELSE
             COMPUTE WRK-INSS-DEVIDO ROUNDED =
                 WRK-BRUTO-DEVIDO * WRK-TAXA-INSS
           END-IF.

       0013-CALCULA-IRRF SECTION.

           MOVE ZERO TO WRK-IRRF-DEVIDO
           IF IRRF-POR-FAIXAS
             MOVE WRK-BASE-IRRF TO WRK-BASE-CALCULO
             MOVE "N" TO WRK-ACHOU-FAIXA
             PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA > WRK-QTD-IRRF-FX
               IF WRK-BASE-CALCULO NOT GREATER
                  IRRF-FX-LIMITE(WRK-IDX-FAIXA)
                 AND WRK-ACHOU-FAIXA EQUAL "N"
                 MOVE "S" TO WRK-ACHOU-FAIXA
                 COMPUTE WRK-IRRF-DEVIDO ROUNDED =
                     (WRK-BASE-CALCULO
                      * IRRF-FX-ALIQ(WRK-IDX-FAIXA))
                     - IRRF-FX-DEDUCAO(WRK-IDX-FAIXA)
                 MOVE WRK-QTD-IRRF-FX TO WRK-IDX-FAIXA
               END-IF
             END-PERFORM
             IF WRK-ACHOU-FAIXA EQUAL "N"
               COMPUTE WRK-IRRF-DEVIDO ROUNDED =
                   (WRK-BASE-CALCULO
                    * IRRF-FX-ALIQ(WRK-QTD-IRRF-FX))
                   - IRRF-FX-DEDUCAO(WRK-QTD-IRRF-FX)
             END-IF
           END-IF.

       0020-DEMONSTRATIVO SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0021-LINHA-MES
             END-RETURN
           END-PERFORM.

       0021-LINHA-MES SECTION.

           IF SORT-CODIGO NOT EQUAL WRK-CODIGO-ATUAL
             OR WRK-TEM-EMPREGADO EQUAL "N"
             IF WRK-TEM-EMPREGADO EQUAL "S"
               PERFORM 0022-TOTAL-EMPREGADO
             END-IF
             MOVE SORT-CODIGO TO WRK-CODIGO-ATUAL
             MOVE "S"  TO WRK-TEM-EMPREGADO
             MOVE ZERO TO WRK-EMP-BRUTO
                          WRK-EMP-INSS
                          WRK-EMP-IRRF
             ADD 1 TO WRK-QTD-EMPREGADOS
             MOVE SPACE TO WRK-LINHA-REL
             STRING "EMPREGADO " DELIMITED BY SIZE
                    SORT-CODIGO  DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    SORT-NOME    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
             WRITE REG-RETRO-RELATORIO
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  MES     REAJUSTE      BRUTO PAGO  BRUTO DEVIDO"
                      DELIMITED BY SIZE
                    "     DIFERENCA   DIF. INSS     DIF. IRRF"
                      DELIMITED BY SIZE
                    "  DIF. LIQUIDA" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
             WRITE REG-RETRO-RELATORIO
           END-IF

           ADD 1 TO WRK-QTD-MESES
           ADD SORT-DIF-BRUTO TO WRK-EMP-BRUTO
           ADD SORT-DIF-INSS  TO WRK-EMP-INSS
           ADD SORT-DIF-IRRF  TO WRK-EMP-IRRF

           MOVE WRK-DESTINO      TO RETL-DESTINO
           MOVE SORT-CODIGO      TO RETL-CODIGO
           MOVE SORT-REFERENCIA  TO RETL-REFERENCIA
           MOVE SORT-AJUSTE-DATA TO RETL-AJUSTE-DATA
           MOVE SORT-DIF-BRUTO   TO RETL-BRUTO
           MOVE SORT-DIF-INSS    TO RETL-INSS
           MOVE SORT-DIF-IRRF    TO RETL-IRRF
           WRITE REG-RETRO-LANCAMENTO

           MOVE SORT-BRUTO-PAGO   TO WRK-PAGO-ED
           MOVE SORT-BRUTO-DEVIDO TO WRK-DEVIDO-ED
           MOVE SORT-DIF-BRUTO    TO WRK-BRUTO-ED
           MOVE SORT-DIF-INSS     TO WRK-INSS-ED
           MOVE SORT-DIF-IRRF     TO WRK-IRRF-ED
           MOVE ZERO TO WRK-LIQ-DIF
           IF SORT-DIF-BRUTO GREATER SORT-DIF-INSS + SORT-DIF-IRRF
             COMPUTE WRK-LIQ-DIF =
                 SORT-DIF-BRUTO - SORT-DIF-INSS - SORT-DIF-IRRF
           END-IF
           MOVE WRK-LIQ-DIF TO WRK-LIQUIDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  "             DELIMITED BY SIZE
                  SORT-REFERENCIA  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  SORT-AJUSTE-DATA DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-PAGO-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-DEVIDO-ED    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-BRUTO-ED     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-INSS-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-IRRF-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-LIQUIDO-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO.

       0022-TOTAL-EMPREGADO SECTION.

           ADD WRK-EMP-BRUTO TO WRK-TOTAL-BRUTO
           ADD WRK-EMP-INSS  TO WRK-TOTAL-INSS
           ADD WRK-EMP-IRRF  TO WRK-TOTAL-IRRF
           MOVE WRK-EMP-BRUTO TO WRK-BRUTO-ED
           MOVE WRK-EMP-INSS  TO WRK-INSS-ED
           MOVE WRK-EMP-IRRF  TO WRK-IRRF-ED
           MOVE ZERO TO WRK-LIQ-DIF
           IF WRK-EMP-BRUTO GREATER WRK-EMP-INSS + WRK-EMP-IRRF
             COMPUTE WRK-LIQ-DIF =
                 WRK-EMP-BRUTO - WRK-EMP-INSS - WRK-EMP-IRRF
           END-IF
           MOVE WRK-LIQ-DIF TO WRK-LIQUIDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TOTAL A PAGAR NA COMPETENCIA " DELIMITED BY SIZE
                  WRK-DESTINO      DELIMITED BY SIZE
                  "          "     DELIMITED BY SIZE
                  WRK-BRUTO-ED     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-INSS-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-IRRF-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-LIQUIDO-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO
           MOVE SPACE TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO.

       0023-TOTAIS-FINAIS SECTION.

           MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPREGADOS COM DIFERENCA...: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO

           MOVE WRK-QTD-MESES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "MESES RECALCULADOS.........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO

           MOVE WRK-TOTAL-BRUTO TO WRK-BRUTO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DIFERENCA DE BRUTO...: " DELIMITED BY SIZE
                  WRK-BRUTO-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO

           MOVE WRK-TOTAL-INSS TO WRK-INSS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DIFERENCA DE INSS....: " DELIMITED BY SIZE
                  WRK-INSS-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO

           MOVE WRK-TOTAL-IRRF TO WRK-IRRF-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DIFERENCA DE IRRF....: " DELIMITED BY SIZE
                  WRK-IRRF-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETRO-RELATORIO
           WRITE REG-RETRO-RELATORIO.

       0024-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "DIF-RETROAT"          TO RPED-JOB
           MOVE "RETROATIVO-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-DESTINO TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM DIFERENCA-RETROATIVA.
