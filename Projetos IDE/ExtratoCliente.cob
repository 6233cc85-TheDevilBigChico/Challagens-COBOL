       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: EXTRATO MENSAL DE CONTA POR CLIENTE, PARA O CLIENTE
      *==            TER NUM SO DOCUMENTO O QUE DEVE. PARA A
      *==            COMPETENCIA INFORMADA, POR CODIGO DE CLIENTES:
      *==            SALDO ANTERIOR, CADA FATURA DA COMPETENCIA
      *==            (FATURAS-HISTORICO, ULTIMA EMISSAO) COM O FRETE,
      *==            OS ENCARGOS POR ATRASO E O ESTORNO ABATIDO COMO
      *==            CREDITO, CADA RECEBIMENTO DO MES
      *==            (FATURA-RECEBIMENTOS) E CADA SINISTRO PAGO DOS
      *==            EMBARQUES DO CLIENTE (SINISTROS, SITUACAO "P"),
      *==            QUE E INDENIZACAO ABATIDA DA CONTA DELE; FECHA COM
      *==            O SALDO FINAL POR FAIXA DE VENCIMENTO (MESMO
      *==            VENCIMENTO E MESMAS FAIXAS DO AGING DO
      *==            CONTAS-RECEBER, NA DATA DO FIM DA COMPETENCIA).
      *==            CREDITO NAO VINCULADO A FATURA (SINISTRO,
      *==            RECEBIMENTO SEM FATURA) E APLICADO DA FAIXA MAIS
      *==            ATRASADA PARA A MAIS RECENTE.
      *==            CADA EXTRATO E ROTEADO, COMO NO MANIFESTO-FILIAL,
      *==            PARA A FILA DE IMPRESSAO DA FILIAL DA ULTIMA
      *==            FATURA DO CLIENTE (ARQUIVO EXTRATO-<FILA>, ABERTO
      *==            EM EXTEND; SEM FATURA OU SEM FILA CADASTRADA VALE O
      *==            CODIGO DA FILIAL OU A MATRIZ).
      *== DATA: 15/10/2026
      *== OBS: SYSIN: COMPETENCIA AAAAMM (BRANCO = MES ANTERIOR) E
      *==      S PARA EMITIR SO PARA CLIENTES COM MOVIMENTO NA
      *==      COMPETENCIA OU SALDO EM ABERTO (BRANCO = TODOS). O
      *==      SINISTRO NAO TEM DATA DE PAGAMENTO: ENTRA NA COMPETENCIA
      *==      DA DATA DE ABERTURA. O CLIENTE DO SINISTRO VEM DA
      *==      TRILHA FRETE-AUDITORIA (DATA + SEQUENCIA DO EMBARQUE).
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FRETE A PAGAR: O SINISTRO ENTRA NO EXTRATO DE
      *==                 QUEM PAGOU O FRETE DO EMBARQUE (DESTINATARIO
      *==                 QUANDO AUDIT-PAGADOR = "F"), O MESMO CLIENTE
      *==                 QUE RECEBEU A FATURA.
      *== 15/10/2026 FA  BONIFICACAO POR VOLUME: O CREDITO DE
      *==                 BONIFICACAO ABATIDO NA FATURA
      *==                 (FATURA-BONIFICACAO, NO FIM DO REGISTRO) SAI
      *==                 COMO CREDITO NA LINHA DA FATURA.
      *== 15/10/2026 FA  OS EXTRATO-<FILA> EMITIDOS SAO REGISTRADOS NO
      *==                 REPOSITORIO DE RELATORIOS
      *==                 (REGISTRA-RELATORIO), UMA VEZ POR FILA NO FIM
      *==                 DA EXECUCAO, PARA PESQUISA E REIMPRESSAO PELO
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
           SELECT FATURAS-HISTORICO
               ASSIGN TO "FATURAS-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATURAS.
           SELECT FATURA-RECEBIMENTOS
               ASSIGN TO "FATURA-RECEBIMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECEB.
           SELECT SINISTROS ASSIGN TO "SINISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT FILIAIS ASSIGN TO "FILIAIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT EXTRATO-SAIDA
               ASSIGN TO DYNAMIC WRK-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXTRATO.
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
           05 FATURA-ICMS          PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FATURA-ENCARGOS      PIC 9(09)V99.
           05 FATURA-BONIFICACAO   PIC 9(09)V99.

       FD  FATURA-RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 RECEB-COMPETENCIA    PIC 9(06).
           05 RECEB-CLIENTE        PIC 9(05).
           05 RECEB-FILIAL         PIC X(05).
           05 RECEB-DATA           PIC 9(08).
           05 RECEB-VALOR          PIC 9(09)V99.
           05 RECEB-OPERADOR       PIC X(10).

       FD  SINISTROS.
       01  REG-SINISTRO.
           COPY SINISTRO-REG.

       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  FILIAIS.
       01  REG-FILIAL.
           COPY FILIAL-REG.

       FD  EXTRATO-SAIDA.
       01  REG-EXTRATO             PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)         VALUE ZERO.
       77  WRK-STATUS-CLIENTES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-FATURAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SINISTROS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-FILIAIS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-EXTRATO PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== PARAMETROS =================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-SELECAO      PIC X(01)            VALUE SPACE.
           88 SO-COM-MOVIMENTO                   VALUE "S".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-FIM     PIC 9(08)            VALUE ZERO.
       77  WRK-COMPET-ITEM  PIC 9(06)            VALUE ZERO.
      *====================== CADASTRO DE FILIAIS ========================
       77  WRK-QTD-FILIAIS  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-FILIAL   PIC 9(03)            VALUE ZERO.
       01  TAB-FILIAIS.
           05 FILIAL-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-FILIAL.
              10 FIL-CODIGO      PIC X(05).
              10 FIL-NOME        PIC X(20).
              10 FIL-FILA        PIC X(05).
       77  WRK-FILIAL-ATUAL PIC X(05)            VALUE SPACE.
       77  WRK-NOME-FILIAL  PIC X(20)            VALUE SPACE.
       77  WRK-FILA         PIC X(05)            VALUE SPACE.
       77  WRK-NOME-EXTRATO PIC X(20)            VALUE SPACE.
      *====================== FILAS EMITIDAS NA EXECUCAO =================
       77  WRK-QTD-FILAS    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-FILA     PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-FILA   PIC 9(03)            VALUE ZERO.
       01  TAB-FILAS-EMITIDAS.
           05 FILA-EMITIDA-ITEM OCCURS 60 TIMES.
              10 FEM-NOME-EXTRATO PIC X(20).
              10 FEM-FILIAL      PIC X(05).
      *====================== FATURAS (ULTIMA EMISSAO) ===================
       77  WRK-QTD-FATURAS  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-FATURA   PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-FAT    PIC 9(04)            VALUE ZERO.
       01  TAB-FATURAS.
           05 FATURA-ITEM OCCURS 2000 TIMES
                           INDEXED BY IDX-FATURA.
              10 FAT-COMPETENCIA PIC 9(06).
              10 FAT-CLIENTE     PIC 9(05).
              10 FAT-FILIAL      PIC X(05).
              10 FAT-NUMERO      PIC 9(07).
              10 FAT-BRUTO       PIC 9(09)V99.
              10 FAT-ESTORNOS    PIC 9(09)V99.
              10 FAT-ENCARGOS    PIC 9(09)V99.
              10 FAT-BONIFICACAO PIC 9(09)V99.
              10 FAT-DEVIDO      PIC S9(09)V99.
              10 FAT-RECEBIDO    PIC 9(09)V99.
      *====================== RECEBIMENTOS ATE O FIM DA COMPETENCIA ====
       77  WRK-QTD-RECEB    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-RECEB    PIC 9(04)            VALUE ZERO.
       01  TAB-RECEBIMENTOS.
           05 RECEB-ITEM OCCURS 3000 TIMES
                          INDEXED BY IDX-RECEB.
              10 RCB-CLIENTE     PIC 9(05).
              10 RCB-DATA        PIC 9(08).
              10 RCB-VALOR       PIC 9(09)V99.
              10 RCB-FATURA      PIC 9(04).
      *====================== SINISTROS PAGOS ============================
       77  WRK-QTD-SINISTROS PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-SINISTRO PIC 9(03)            VALUE ZERO.
       01  TAB-SINISTROS.
           05 SINISTRO-ITEM OCCURS 500 TIMES
                             INDEXED BY IDX-SINISTRO.
              10 SINT-DATA-EMBARQUE PIC 9(08).
              10 SINT-SEQ        PIC 9(07).
              10 SINT-VALOR      PIC 9(09)V99.
              10 SINT-ABERTURA   PIC 9(08).
              10 SINT-CLIENTE    PIC 9(05).
      *====================== EXTRATO DO CLIENTE =========================
       77  WRK-CLIENTE      PIC 9(05)            VALUE ZERO.
       77  WRK-TEM-MOVIMENTO PIC X(01)           VALUE "N".
           88 CLIENTE-COM-MOVIMENTO              VALUE "S".
       77  WRK-SALDO-ANTERIOR PIC S9(11)V99      VALUE ZERO.
       77  WRK-TOT-DEBITOS  PIC S9(11)V99        VALUE ZERO.
       77  WRK-TOT-CREDITOS PIC S9(11)V99        VALUE ZERO.
       77  WRK-SALDO-FINAL  PIC S9(11)V99        VALUE ZERO.
       77  WRK-SALDO-CORRENTE PIC S9(11)V99      VALUE ZERO.
       77  WRK-SALDO-FATURAS PIC S9(11)V99       VALUE ZERO.
       77  WRK-CREDITO-LIVRE PIC S9(11)V99       VALUE ZERO.
       77  WRK-SALDO        PIC S9(09)V99        VALUE ZERO.
       77  WRK-DEBITO-LINHA PIC S9(11)V99        VALUE ZERO.
       77  WRK-CREDITO-LINHA PIC S9(11)V99       VALUE ZERO.
       77  WRK-DESCRICAO    PIC X(70)            VALUE SPACE.
       77  WRK-ULTIMA-COMPET PIC 9(06)           VALUE ZERO.
       77  WRK-QTD-EMITIDOS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-IGNORADOS PIC 9(05)           VALUE ZERO.
      *====================== FAIXAS DE VENCIMENTO =======================
       77  WRK-IDX-FAIXA    PIC 9(01)            VALUE ZERO.
       01  WRK-FAIXAS-LIT   PIC X(50)            VALUE
           "A VENCER  ATE 30    ATE 60    ATE 90    MAIS DE 90".
       01  TAB-FAIXAS-NOME REDEFINES WRK-FAIXAS-LIT.
           05 FAIXA-NOME    PIC X(10)   OCCURS 5 TIMES.
       01  TAB-FAIXAS.
           05 FAIXA-VALOR   PIC S9(11)V99 OCCURS 5 TIMES.
      *====================== CALENDARIO DO VENCIMENTO ===================
       77  WRK-VENCIMENTO   PIC 9(08)            VALUE ZERO.
       77  WRK-DIAS-ATRASO  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-DIA      PIC 9(02)            VALUE ZERO.
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
      *====================== VARIAVEIS DE EDICAO ========================
       77  WRK-VALOR-ED     COPY CURRENCY-ED-SIGNED.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "COMPETENCIA DO EXTRATO (AAAAMM) "
             ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA NUMERIC
             MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-NUM
           ELSE
      *      SEM PARAMETRO, O EXTRATO E DO MES QUE ACABOU DE FECHAR.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
             COMPUTE WRK-COMPETENCIA-NUM = WRK-DATA-SISTEMA / 100
             IF WRK-COMPETENCIA-NUM(5:2) EQUAL "01"
               SUBTRACT 89 FROM WRK-COMPETENCIA-NUM
             ELSE
               SUBTRACT 1 FROM WRK-COMPETENCIA-NUM
             END-IF
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA-NUM
           END-IF
           DISPLAY "SO CLIENTES COM MOVIMENTO OU SALDO (S/N) "
             ACCEPT WRK-SELECAO

      *    DATA DE CORTE: ULTIMO DIA DA COMPETENCIA.
           COMPUTE CORRE-ANO = WRK-COMPETENCIA-NUM / 100
           MOVE WRK-COMPETENCIA-NUM(5:2) TO CORRE-MES
           IF CORRE-MES LESS 1 OR CORRE-MES GREATER 12
             MOVE 12 TO CORRE-MES
           END-IF
           PERFORM 0025-DIAS-NO-MES-CORRE
           MOVE WRK-DIAS-NO-MES TO CORRE-DIA
           MOVE WRK-DATA-CORRE  TO WRK-DATA-FIM

           PERFORM 0005-CARREGA-FILIAIS
           PERFORM 0001-CARREGA-FATURAS
           PERFORM 0002-CARREGA-RECEBIMENTOS
           PERFORM 0003-CARREGA-SINISTROS
           PERFORM 0004-CLIENTE-DOS-SINISTROS

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CLIENTES
           IF WRK-STATUS-CLIENTES EQUAL "35"
             DISPLAY "CLIENTES INEXISTENTE, NENHUM EXTRATO EMITIDO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ CLIENTES
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF CLI-CODIGO-REG NUMERIC
                   PERFORM 0010-EXTRATO-CLIENTE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CLIENTES
           PERFORM 0091-REGISTRA-RELATORIO

           MOVE WRK-QTD-EMITIDOS TO WRK-QTD-ED
           DISPLAY "EXTRATOS EMITIDOS: " WRK-QTD-ED
           MOVE WRK-QTD-IGNORADOS TO WRK-QTD-ED
           DISPLAY "CLIENTES SEM MOVIMENTO E SEM SALDO: " WRK-QTD-ED

           GOBACK.

      *================================================================
      *    CARGA
      *================================================================
       0001-CARREGA-FATURAS SECTION.

      *    REEMISSAO VEM DEPOIS NO ACUMULADO E SUBSTITUI A EMISSAO
      *    ANTERIOR (MESMA REGRA DO CONTAS-RECEBER). FATURA DE
      *    COMPETENCIA POSTERIOR A DO EXTRATO FICA DE FORA.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURAS-HISTORICO
           IF WRK-STATUS-FATURAS EQUAL "35"
             DISPLAY "FATURAS-HISTORICO INEXISTENTE"
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURAS-HISTORICO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FATURA-COMPETENCIA NOT GREATER
                        WRK-COMPETENCIA-NUM
                     PERFORM 0006-GUARDA-FATURA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURAS-HISTORICO
           END-IF.

       0006-GUARDA-FATURA SECTION.

           MOVE ZERO TO WRK-ACHOU-FAT
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-COMPETENCIA(WRK-IDX-FATURA)
                  EQUAL FATURA-COMPETENCIA
               AND FAT-CLIENTE(WRK-IDX-FATURA) EQUAL FATURA-CLIENTE
               AND FAT-FILIAL(WRK-IDX-FATURA)  EQUAL FATURA-FILIAL
               MOVE WRK-IDX-FATURA  TO WRK-ACHOU-FAT
               MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
             END-IF
           END-PERFORM

           IF WRK-ACHOU-FAT EQUAL ZERO
             IF WRK-QTD-FATURAS NOT LESS 2000
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
             MOVE FATURA-FRETE-BRUTO  TO FAT-BRUTO(WRK-ACHOU-FAT)
             MOVE FATURA-ESTORNOS     TO FAT-ESTORNOS(WRK-ACHOU-FAT)
             MOVE FATURA-TOTAL-DEVIDO TO FAT-DEVIDO(WRK-ACHOU-FAT)
             IF FATURA-ENCARGOS NUMERIC
               MOVE FATURA-ENCARGOS TO FAT-ENCARGOS(WRK-ACHOU-FAT)
             ELSE
               MOVE ZERO TO FAT-ENCARGOS(WRK-ACHOU-FAT)
             END-IF
             IF FATURA-BONIFICACAO NUMERIC
               MOVE FATURA-BONIFICACAO
                 TO FAT-BONIFICACAO(WRK-ACHOU-FAT)
             ELSE
               MOVE ZERO TO FAT-BONIFICACAO(WRK-ACHOU-FAT)
             END-IF
             MOVE ZERO TO FAT-RECEBIDO(WRK-ACHOU-FAT)
           END-IF.

       0002-CARREGA-RECEBIMENTOS SECTION.

      *    SO ENTRAM RECEBIMENTOS ATE O FIM DA COMPETENCIA; O QUE FOR
      *    LANCADO CONTRA UMA FATURA CARREGADA ABATE O SALDO DELA.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURA-RECEBIMENTOS
           IF WRK-STATUS-RECEB NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-RECEBIMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF RECEB-DATA NUMERIC AND RECEB-VALOR NUMERIC
                     AND RECEB-DATA NOT GREATER WRK-DATA-FIM
                     PERFORM 0007-GUARDA-RECEBIMENTO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURA-RECEBIMENTOS
           END-IF.

       0007-GUARDA-RECEBIMENTO SECTION.

           IF WRK-QTD-RECEB NOT LESS 3000
             DISPLAY "TAB-RECEBIMENTOS CHEIA, RECEBIMENTO NAO "
                     "CARREGADO: " RECEB-CLIENTE " " RECEB-DATA
           ELSE
             ADD 1 TO WRK-QTD-RECEB
             MOVE RECEB-CLIENTE TO RCB-CLIENTE(WRK-QTD-RECEB)
             MOVE RECEB-DATA    TO RCB-DATA(WRK-QTD-RECEB)
             MOVE RECEB-VALOR   TO RCB-VALOR(WRK-QTD-RECEB)
             MOVE ZERO          TO RCB-FATURA(WRK-QTD-RECEB)
             PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                       UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
               IF FAT-COMPETENCIA(WRK-IDX-FATURA)
                    EQUAL RECEB-COMPETENCIA
                 AND FAT-CLIENTE(WRK-IDX-FATURA) EQUAL RECEB-CLIENTE
                 AND FAT-FILIAL(WRK-IDX-FATURA)  EQUAL RECEB-FILIAL
                 ADD RECEB-VALOR TO FAT-RECEBIDO(WRK-IDX-FATURA)
                 MOVE WRK-IDX-FATURA  TO RCB-FATURA(WRK-QTD-RECEB)
                 MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
               END-IF
             END-PERFORM
           END-IF.

       0003-CARREGA-SINISTROS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SINISTROS
           IF WRK-STATUS-SINISTROS NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ SINISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF SIN-SITUACAO EQUAL "P"
                     AND SIN-VALOR NUMERIC
                     AND SIN-DATA-ABERTURA NUMERIC
                     AND SIN-DATA-ABERTURA NOT GREATER WRK-DATA-FIM
                     IF WRK-QTD-SINISTROS NOT LESS 500
                       DISPLAY "TAB-SINISTROS CHEIA, SINISTRO NAO "
                               "CARREGADO: " SIN-DATA-EMBARQUE
                               " " SIN-SEQ
                     ELSE
                       ADD 1 TO WRK-QTD-SINISTROS
                       MOVE SIN-DATA-EMBARQUE
                         TO SINT-DATA-EMBARQUE(WRK-QTD-SINISTROS)
                       MOVE SIN-SEQ
                         TO SINT-SEQ(WRK-QTD-SINISTROS)
                       MOVE SIN-VALOR
                         TO SINT-VALOR(WRK-QTD-SINISTROS)
                       MOVE SIN-DATA-ABERTURA
                         TO SINT-ABERTURA(WRK-QTD-SINISTROS)
                       MOVE ZERO
                         TO SINT-CLIENTE(WRK-QTD-SINISTROS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SINISTROS
           END-IF.

      *    O SINISTRO SO TEM A CHAVE DO EMBARQUE; O CLIENTE VEM DA
      *    LINHA NORMAL DA TRILHA COM A MESMA DATA E SEQUENCIA.
       0004-CLIENTE-DOS-SINISTROS SECTION.

           IF WRK-QTD-SINISTROS GREATER ZERO
             MOVE "N" TO WRK-FIM-ARQUIVO
             OPEN INPUT FRETE-AUDITORIA
             IF WRK-STATUS-AUDITORIA EQUAL "35"
               DISPLAY "FRETE-AUDITORIA INEXISTENTE, SINISTROS FORA "
                       "DOS EXTRATOS"
             ELSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                 READ FRETE-AUDITORIA
                   AT END
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                     IF AUDIT-TIPO NOT EQUAL "E"
                       AND AUDIT-SEQ NUMERIC
                       AND AUDIT-CLIENTE NUMERIC
                       PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                           UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
                         IF SINT-DATA-EMBARQUE(WRK-IDX-SINISTRO)
                              EQUAL AUDIT-DATA
                           AND SINT-SEQ(WRK-IDX-SINISTRO)
                               EQUAL AUDIT-SEQ
                           MOVE AUDIT-CLIENTE
                             TO SINT-CLIENTE(WRK-IDX-SINISTRO)
                           IF AUDIT-PAGADOR EQUAL "F"
                             AND AUDIT-DESTINATARIO NUMERIC
                             AND AUDIT-DESTINATARIO GREATER ZERO
                             MOVE AUDIT-DESTINATARIO
                               TO SINT-CLIENTE(WRK-IDX-SINISTRO)
                           END-IF
                         END-IF
                       END-PERFORM
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FRETE-AUDITORIA
             END-IF
           END-IF.

       0005-CARREGA-FILIAIS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FILIAIS
           IF WRK-STATUS-FILIAIS NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FILIAIS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-FILIAIS NOT LESS 50
                     DISPLAY "TAB-FILIAIS CHEIA, FILIAIS RESTANTES "
                             "NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-FILIAIS
                     MOVE FIL-CODIGO-REG
                       TO FIL-CODIGO(WRK-QTD-FILIAIS)
                     MOVE FIL-NOME-REG
                       TO FIL-NOME(WRK-QTD-FILIAIS)
                     MOVE FIL-FILA-REG
                       TO FIL-FILA(WRK-QTD-FILIAIS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FILIAIS
           END-IF.

      *================================================================
      *    EXTRATO DE UM CLIENTE
      *================================================================
       0010-EXTRATO-CLIENTE SECTION.

           MOVE CLI-CODIGO-REG TO WRK-CLIENTE
           PERFORM 0011-APURA-SALDOS

           IF SO-COM-MOVIMENTO
             AND NOT CLIENTE-COM-MOVIMENTO
             AND WRK-SALDO-FINAL EQUAL ZERO
             ADD 1 TO WRK-QTD-IGNORADOS
           ELSE
             PERFORM 0012-ABRE-FILA
             PERFORM 0020-IMPRIME-MOVIMENTO
             PERFORM 0030-IMPRIME-FAIXAS
             MOVE ALL "-" TO WRK-LINHA-REL
             PERFORM 0090-GRAVA-LINHA
             CLOSE EXTRATO-SAIDA
             PERFORM 0013-GUARDA-FILA
             ADD 1 TO WRK-QTD-EMITIDOS
           END-IF.

      *    SALDO ANTERIOR: FATURAS DE COMPETENCIAS ANTERIORES MENOS
      *    RECEBIMENTOS E SINISTROS DE MESES ANTERIORES. SALDO FINAL:
      *    ANTERIOR + DEBITOS - CREDITOS DA COMPETENCIA.
       0011-APURA-SALDOS SECTION.

           MOVE ZERO TO WRK-SALDO-ANTERIOR
           MOVE ZERO TO WRK-TOT-DEBITOS
           MOVE ZERO TO WRK-TOT-CREDITOS
           MOVE ZERO TO WRK-ULTIMA-COMPET
           MOVE SPACE TO WRK-FILIAL-ATUAL
           MOVE "N"  TO WRK-TEM-MOVIMENTO

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-CLIENTE(WRK-IDX-FATURA) EQUAL WRK-CLIENTE
               IF FAT-COMPETENCIA(WRK-IDX-FATURA) LESS
                    WRK-COMPETENCIA-NUM
                 ADD FAT-DEVIDO(WRK-IDX-FATURA) TO WRK-SALDO-ANTERIOR
               ELSE
                 MOVE "S" TO WRK-TEM-MOVIMENTO
                 ADD FAT-BRUTO(WRK-IDX-FATURA)    TO WRK-TOT-DEBITOS
                 ADD FAT-ENCARGOS(WRK-IDX-FATURA) TO WRK-TOT-DEBITOS
                 ADD FAT-ESTORNOS(WRK-IDX-FATURA) TO WRK-TOT-CREDITOS
                 ADD FAT-BONIFICACAO(WRK-IDX-FATURA)
                   TO WRK-TOT-CREDITOS
               END-IF
               IF FAT-COMPETENCIA(WRK-IDX-FATURA) NOT LESS
                    WRK-ULTIMA-COMPET
                 MOVE FAT-COMPETENCIA(WRK-IDX-FATURA)
                   TO WRK-ULTIMA-COMPET
                 MOVE FAT-FILIAL(WRK-IDX-FATURA) TO WRK-FILIAL-ATUAL
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-RECEB FROM 1 BY 1
                     UNTIL WRK-IDX-RECEB > WRK-QTD-RECEB
             IF RCB-CLIENTE(WRK-IDX-RECEB) EQUAL WRK-CLIENTE
               COMPUTE WRK-COMPET-ITEM = RCB-DATA(WRK-IDX-RECEB) / 100
               IF WRK-COMPET-ITEM LESS WRK-COMPETENCIA-NUM
                 SUBTRACT RCB-VALOR(WRK-IDX-RECEB)
                   FROM WRK-SALDO-ANTERIOR
               ELSE
                 MOVE "S" TO WRK-TEM-MOVIMENTO
                 ADD RCB-VALOR(WRK-IDX-RECEB) TO WRK-TOT-CREDITOS
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                     UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
             IF SINT-CLIENTE(WRK-IDX-SINISTRO) EQUAL WRK-CLIENTE
               COMPUTE WRK-COMPET-ITEM =
                   SINT-ABERTURA(WRK-IDX-SINISTRO) / 100
               IF WRK-COMPET-ITEM LESS WRK-COMPETENCIA-NUM
                 SUBTRACT SINT-VALOR(WRK-IDX-SINISTRO)
                   FROM WRK-SALDO-ANTERIOR
               ELSE
                 MOVE "S" TO WRK-TEM-MOVIMENTO
                 ADD SINT-VALOR(WRK-IDX-SINISTRO) TO WRK-TOT-CREDITOS
               END-IF
             END-IF
           END-PERFORM

           COMPUTE WRK-SALDO-FINAL =
               WRK-SALDO-ANTERIOR + WRK-TOT-DEBITOS - WRK-TOT-CREDITOS.

       0012-ABRE-FILA SECTION.

      *    SEM FILA CADASTRADA (OU FILIAL FORA DO CADASTRO), O
      *    EXTRATO SAI ROTEADO PELO PROPRIO CODIGO DA FILIAL; CLIENTE
      *    SEM FATURA VAI PARA A MATRIZ.
           MOVE WRK-FILIAL-ATUAL TO WRK-FILA
           MOVE SPACE TO WRK-NOME-FILIAL
           IF WRK-FILA EQUAL SPACE
             MOVE "MATRZ" TO WRK-FILA
           END-IF
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                     UNTIL WRK-IDX-FILIAL > WRK-QTD-FILIAIS
             IF FIL-CODIGO(WRK-IDX-FILIAL) EQUAL WRK-FILIAL-ATUAL
               MOVE FIL-NOME(WRK-IDX-FILIAL) TO WRK-NOME-FILIAL
               IF FIL-FILA(WRK-IDX-FILIAL) NOT EQUAL SPACE
                 MOVE FIL-FILA(WRK-IDX-FILIAL) TO WRK-FILA
               END-IF
               MOVE WRK-QTD-FILIAIS TO WRK-IDX-FILIAL
             END-IF
           END-PERFORM
           MOVE SPACE TO WRK-NOME-EXTRATO
           STRING "EXTRATO-"  DELIMITED BY SIZE
                  WRK-FILA    DELIMITED BY SPACE
             INTO WRK-NOME-EXTRATO
           END-STRING
      *    A FILA E ABERTA EM EXTEND: OS EXTRATOS DE TODOS OS CLIENTES
      *    DA MESMA IMPRESSORA ACUMULAM NO MESMO ARQUIVO.
           OPEN EXTEND EXTRATO-SAIDA
           IF WRK-STATUS-EXTRATO EQUAL "35"
             OPEN OUTPUT EXTRATO-SAIDA
           END-IF.

       0013-GUARDA-FILA SECTION.

      *    FILA JA EMITIDA NESTA EXECUCAO NAO ENTRA DE NOVO; FILA
      *    COMPARTILHADA POR FILIAIS FICA COM A PRIMEIRA DELAS.
           MOVE ZERO TO WRK-ACHOU-FILA
           PERFORM VARYING WRK-IDX-FILA FROM 1 BY 1
                     UNTIL WRK-IDX-FILA > WRK-QTD-FILAS
             IF FEM-NOME-EXTRATO(WRK-IDX-FILA) EQUAL WRK-NOME-EXTRATO
               MOVE WRK-IDX-FILA TO WRK-ACHOU-FILA
               MOVE WRK-QTD-FILAS TO WRK-IDX-FILA
             END-IF
           END-PERFORM
           IF WRK-ACHOU-FILA EQUAL ZERO
             AND WRK-QTD-FILAS LESS 60
             ADD 1 TO WRK-QTD-FILAS
             MOVE WRK-NOME-EXTRATO TO FEM-NOME-EXTRATO(WRK-QTD-FILAS)
             MOVE WRK-FILIAL-ATUAL TO FEM-FILIAL(WRK-QTD-FILAS)
           END-IF.

       0020-IMPRIME-MOVIMENTO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "EXTRATO DE CONTA - CLIENTE " DELIMITED BY SIZE
                  WRK-CLIENTE      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CLI-NOME-REG     DELIMITED BY SIZE
                  " - COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA-NUM DELIMITED BY SIZE
                  " - FILIAL "     DELIMITED BY SIZE
                  WRK-FILIAL-ATUAL DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-NOME-FILIAL  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           MOVE "HISTORICO" TO WRK-LINHA-REL(1:9)
           MOVE "DEBITO"    TO WRK-LINHA-REL(80:6)
           MOVE "CREDITO"   TO WRK-LINHA-REL(94:7)
           MOVE "SALDO"     TO WRK-LINHA-REL(110:5)
           PERFORM 0090-GRAVA-LINHA

           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-CORRENTE
           MOVE ZERO TO WRK-DEBITO-LINHA
           MOVE ZERO TO WRK-CREDITO-LINHA
           MOVE "SALDO ANTERIOR" TO WRK-DESCRICAO
           PERFORM 0021-LINHA-MOVIMENTO

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-CLIENTE(WRK-IDX-FATURA) EQUAL WRK-CLIENTE
               AND FAT-COMPETENCIA(WRK-IDX-FATURA) EQUAL
                   WRK-COMPETENCIA-NUM
               PERFORM 0022-LINHAS-FATURA
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-RECEB FROM 1 BY 1
                     UNTIL WRK-IDX-RECEB > WRK-QTD-RECEB
             COMPUTE WRK-COMPET-ITEM = RCB-DATA(WRK-IDX-RECEB) / 100
             IF RCB-CLIENTE(WRK-IDX-RECEB) EQUAL WRK-CLIENTE
               AND WRK-COMPET-ITEM EQUAL WRK-COMPETENCIA-NUM
               MOVE ZERO TO WRK-DEBITO-LINHA
               MOVE RCB-VALOR(WRK-IDX-RECEB) TO WRK-CREDITO-LINHA
               MOVE SPACE TO WRK-DESCRICAO
               IF RCB-FATURA(WRK-IDX-RECEB) EQUAL ZERO
                 STRING "RECEBIMENTO EM " DELIMITED BY SIZE
                        RCB-DATA(WRK-IDX-RECEB) DELIMITED BY SIZE
                   INTO WRK-DESCRICAO
                 END-STRING
               ELSE
                 MOVE RCB-FATURA(WRK-IDX-RECEB) TO WRK-IDX-FATURA
                 STRING "RECEBIMENTO EM " DELIMITED BY SIZE
                        RCB-DATA(WRK-IDX-RECEB) DELIMITED BY SIZE
                        " - FATURA "      DELIMITED BY SIZE
                        FAT-NUMERO(WRK-IDX-FATURA) DELIMITED BY SIZE
                        " COMPETENCIA "   DELIMITED BY SIZE
                        FAT-COMPETENCIA(WRK-IDX-FATURA)
                                          DELIMITED BY SIZE
                   INTO WRK-DESCRICAO
                 END-STRING
               END-IF
               PERFORM 0021-LINHA-MOVIMENTO
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                     UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
             COMPUTE WRK-COMPET-ITEM =
                 SINT-ABERTURA(WRK-IDX-SINISTRO) / 100
             IF SINT-CLIENTE(WRK-IDX-SINISTRO) EQUAL WRK-CLIENTE
               AND WRK-COMPET-ITEM EQUAL WRK-COMPETENCIA-NUM
               MOVE ZERO TO WRK-DEBITO-LINHA
               MOVE SINT-VALOR(WRK-IDX-SINISTRO) TO WRK-CREDITO-LINHA
               MOVE SPACE TO WRK-DESCRICAO
               STRING "SINISTRO INDENIZADO - EMBARQUE "
                                               DELIMITED BY SIZE
                      SINT-DATA-EMBARQUE(WRK-IDX-SINISTRO)
                                               DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      SINT-SEQ(WRK-IDX-SINISTRO) DELIMITED BY SIZE
                 INTO WRK-DESCRICAO
               END-STRING
               PERFORM 0021-LINHA-MOVIMENTO
             END-IF
           END-PERFORM

           MOVE SPACE TO WRK-LINHA-REL
           MOVE "TOTAIS DA COMPETENCIA" TO WRK-LINHA-REL(1:21)
           MOVE WRK-TOT-DEBITOS  TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED     TO WRK-LINHA-REL(72:14)
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED     TO WRK-LINHA-REL(87:14)
           PERFORM 0090-GRAVA-LINHA
           MOVE "SALDO FINAL" TO WRK-LINHA-REL(1:11)
           MOVE WRK-SALDO-FINAL  TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED     TO WRK-LINHA-REL(102:14)
           PERFORM 0090-GRAVA-LINHA.

      *    LINHA DE MOVIMENTO: HISTORICO, DEBITO, CREDITO E SALDO
      *    CORRENTE.
       0021-LINHA-MOVIMENTO SECTION.

           ADD WRK-DEBITO-LINHA       TO WRK-SALDO-CORRENTE
           SUBTRACT WRK-CREDITO-LINHA FROM WRK-SALDO-CORRENTE
           MOVE SPACE TO WRK-LINHA-REL
           MOVE WRK-DESCRICAO TO WRK-LINHA-REL(1:70)
           IF WRK-DEBITO-LINHA NOT EQUAL ZERO
             MOVE WRK-DEBITO-LINHA TO WRK-VALOR-ED
             MOVE WRK-VALOR-ED     TO WRK-LINHA-REL(72:14)
           END-IF
           IF WRK-CREDITO-LINHA NOT EQUAL ZERO
             MOVE WRK-CREDITO-LINHA TO WRK-VALOR-ED
             MOVE WRK-VALOR-ED      TO WRK-LINHA-REL(87:14)
           END-IF
           MOVE WRK-SALDO-CORRENTE TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED       TO WRK-LINHA-REL(102:14)
           PERFORM 0090-GRAVA-LINHA.

       0022-LINHAS-FATURA SECTION.

           MOVE FAT-BRUTO(WRK-IDX-FATURA) TO WRK-DEBITO-LINHA
           MOVE ZERO TO WRK-CREDITO-LINHA
           MOVE SPACE TO WRK-DESCRICAO
           STRING "FATURA "        DELIMITED BY SIZE
                  FAT-NUMERO(WRK-IDX-FATURA) DELIMITED BY SIZE
                  " FILIAL "       DELIMITED BY SIZE
                  FAT-FILIAL(WRK-IDX-FATURA) DELIMITED BY SIZE
                  " - FRETE DA COMPETENCIA" DELIMITED BY SIZE
             INTO WRK-DESCRICAO
           END-STRING
           PERFORM 0021-LINHA-MOVIMENTO

           IF FAT-ENCARGOS(WRK-IDX-FATURA) GREATER ZERO
             MOVE FAT-ENCARGOS(WRK-IDX-FATURA) TO WRK-DEBITO-LINHA
             MOVE ZERO TO WRK-CREDITO-LINHA
             MOVE SPACE TO WRK-DESCRICAO
             STRING "FATURA "      DELIMITED BY SIZE
                    FAT-NUMERO(WRK-IDX-FATURA) DELIMITED BY SIZE
                    " - ENCARGOS POR ATRASO" DELIMITED BY SIZE
               INTO WRK-DESCRICAO
             END-STRING
             PERFORM 0021-LINHA-MOVIMENTO
           END-IF

           IF FAT-ESTORNOS(WRK-IDX-FATURA) GREATER ZERO
             MOVE ZERO TO WRK-DEBITO-LINHA
             MOVE FAT-ESTORNOS(WRK-IDX-FATURA) TO WRK-CREDITO-LINHA
             MOVE SPACE TO WRK-DESCRICAO
             STRING "FATURA "      DELIMITED BY SIZE
                    FAT-NUMERO(WRK-IDX-FATURA) DELIMITED BY SIZE
                    " - ESTORNOS ABATIDOS" DELIMITED BY SIZE
               INTO WRK-DESCRICAO
             END-STRING
             PERFORM 0021-LINHA-MOVIMENTO
           END-IF

           IF FAT-BONIFICACAO(WRK-IDX-FATURA) GREATER ZERO
             MOVE ZERO TO WRK-DEBITO-LINHA
             MOVE FAT-BONIFICACAO(WRK-IDX-FATURA) TO WRK-CREDITO-LINHA
             MOVE SPACE TO WRK-DESCRICAO
             STRING "FATURA "      DELIMITED BY SIZE
                    FAT-NUMERO(WRK-IDX-FATURA) DELIMITED BY SIZE
                    " - BONIFICACAO POR VOLUME ABATIDA"
                                   DELIMITED BY SIZE
               INTO WRK-DESCRICAO
             END-STRING
             PERFORM 0021-LINHA-MOVIMENTO
           END-IF.

      *    SALDO FINAL POR FAIXA: SALDO DE CADA FATURA ATE A
      *    COMPETENCIA, COM O VENCIMENTO DO AGING, NA DATA DE CORTE. O
      *    QUE O SALDO FINAL TIVER A MENOS QUE A SOMA DAS FATURAS E
      *    CREDITO AINDA NAO VINCULADO, APLICADO DA FAIXA MAIS
      *    ATRASADA PARA A MAIS RECENTE.
       0030-IMPRIME-FAIXAS SECTION.

           MOVE ZERO TO WRK-SALDO-FATURAS
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                     UNTIL WRK-IDX-FAIXA > 5
             MOVE ZERO TO FAIXA-VALOR(WRK-IDX-FAIXA)
           END-PERFORM

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-CLIENTE(WRK-IDX-FATURA) EQUAL WRK-CLIENTE
               COMPUTE WRK-SALDO =
                   FAT-DEVIDO(WRK-IDX-FATURA)
                   - FAT-RECEBIDO(WRK-IDX-FATURA)
               IF WRK-SALDO NOT EQUAL ZERO
                 ADD WRK-SALDO TO WRK-SALDO-FATURAS
                 PERFORM 0023-CALCULA-VENCIMENTO
                 PERFORM 0024-CONTA-ATRASO
                 EVALUATE TRUE
                   WHEN WRK-VENCIMENTO NOT LESS WRK-DATA-FIM
                     MOVE 1 TO WRK-IDX-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 30
                     MOVE 2 TO WRK-IDX-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 60
                     MOVE 3 TO WRK-IDX-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 90
                     MOVE 4 TO WRK-IDX-FAIXA
                   WHEN OTHER
                     MOVE 5 TO WRK-IDX-FAIXA
                 END-EVALUATE
                 ADD WRK-SALDO TO FAIXA-VALOR(WRK-IDX-FAIXA)
               END-IF
             END-IF
           END-PERFORM

           COMPUTE WRK-CREDITO-LIVRE =
               WRK-SALDO-FATURAS - WRK-SALDO-FINAL
           IF WRK-CREDITO-LIVRE LESS ZERO
             SUBTRACT WRK-CREDITO-LIVRE FROM FAIXA-VALOR(1)
             MOVE ZERO TO WRK-CREDITO-LIVRE
           END-IF
           PERFORM VARYING WRK-IDX-FAIXA FROM 5 BY -1
                     UNTIL WRK-IDX-FAIXA < 1
                        OR WRK-CREDITO-LIVRE EQUAL ZERO
             IF FAIXA-VALOR(WRK-IDX-FAIXA) GREATER ZERO
               IF FAIXA-VALOR(WRK-IDX-FAIXA) GREATER WRK-CREDITO-LIVRE
                 SUBTRACT WRK-CREDITO-LIVRE
                   FROM FAIXA-VALOR(WRK-IDX-FAIXA)
                 MOVE ZERO TO WRK-CREDITO-LIVRE
               ELSE
                 SUBTRACT FAIXA-VALOR(WRK-IDX-FAIXA)
                   FROM WRK-CREDITO-LIVRE
                 MOVE ZERO TO FAIXA-VALOR(WRK-IDX-FAIXA)
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACE TO WRK-LINHA-REL
           STRING "SALDO FINAL POR VENCIMENTO EM " DELIMITED BY SIZE
                  WRK-DATA-FIM     DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                     UNTIL WRK-IDX-FAIXA > 5
             MOVE FAIXA-VALOR(WRK-IDX-FAIXA) TO WRK-VALOR-ED
             STRING "  "      DELIMITED BY SIZE
                    FAIXA-NOME(WRK-IDX-FAIXA) DELIMITED BY SIZE
                    ": "      DELIMITED BY SIZE
                    WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
           END-PERFORM
           IF WRK-CREDITO-LIVRE GREATER ZERO
             MOVE WRK-CREDITO-LIVRE TO WRK-VALOR-ED
             STRING "  CREDITO A FAVOR DO CLIENTE: " DELIMITED BY SIZE
                    WRK-VALOR-ED  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
           END-IF.

       0023-CALCULA-VENCIMENTO SECTION.

      *    VENCIMENTO: ULTIMO DIA DA COMPETENCIA MAIS 30 DIAS
      *    CORRIDOS, AVANCANDO O CALENDARIO DIA A DIA.
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
           PERFORM UNTIL WRK-DATA-CORRE NOT LESS WRK-DATA-FIM
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

       0090-GRAVA-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-EXTRATO
           WRITE REG-EXTRATO
           MOVE SPACE TO WRK-LINHA-REL.

       0091-REGISTRA-RELATORIO SECTION.

      *    CADA FILA EMITIDA E REGISTRADA UMA VEZ NO REPOSITORIO DE
      *    RELATORIOS, NO FIM DA EXECUCAO (O ARQUIVO DA FILA ACUMULA
      *    OS EXTRATOS DE TODOS OS SEUS CLIENTES); O RETURN-CODE DO
      *    JOB E PRESERVADO EM TORNO DAS CHAMADAS.
           MOVE RETURN-CODE TO WRK-RC-JOB
           PERFORM VARYING WRK-IDX-FILA FROM 1 BY 1
                     UNTIL WRK-IDX-FILA > WRK-QTD-FILAS
             OPEN OUTPUT RELATORIO-PEDIDO
             MOVE "EXTRATO-CLI" TO RPED-JOB
             MOVE FEM-NOME-EXTRATO(WRK-IDX-FILA) TO RPED-RELATORIO
             MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
             MOVE FEM-FILIAL(WRK-IDX-FILA) TO RPED-FILIAL
             WRITE REG-RELATORIO-PEDIDO
             CLOSE RELATORIO-PEDIDO
             CALL "REGISTRA-RELATORIO"
           END-PERFORM
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM EXTRATO-CLIENTE.
