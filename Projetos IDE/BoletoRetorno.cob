       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO-RETORNO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: BAIXA AUTOMATICA DOS BOLETOS DE FRETE PAGOS. LE O
      *==            ARQUIVO BOLETO-RETORNO DEVOLVIDO PELO BANCO PARA A
      *==            REMESSA DO BOLETO-REMESSA, LOCALIZA O BOLETO PELO
      *==            NOSSO NUMERO (FILIAL + FATURA-NUMERO) EM
      *==            BOLETOS-EMITIDOS E A FATURA CORRESPONDENTE
      *==            (COMPETENCIA + CLIENTE + FILIAL) NO
      *==            FATURAS-HISTORICO. BOLETO LIQUIDADO PELO SALDO
      *==            EXATO DA FATURA E LANCADO EM FATURA-RECEBIMENTOS
      *==            COM O OPERADOR "BANCO" E A DATA DO PAGAMENTO, SEM
      *==            DIGITACAO NO CONTAS-RECEBER. BOLETO QUE NAO CASA
      *==            COM FATURA, FATURA JA QUITADA, VALOR PAGO DIFERENTE
      *==            DO SALDO E ENTRADA REJEITADA PELO BANCO VAO PARA O
      *==            RELATORIO BOLETO-EXCECOES, SEM LANCAMENTO, PARA A
      *==            COBRANCA TRATAR; HAVENDO EXCECAO O JOB TERMINA COM
      *==            RETURN-CODE 4.
      *== DATA: 15/10/2026
      *== OBS: REPROCESSAR O MESMO RETORNO NAO DUPLICA A BAIXA: A
      *==      FATURA JA QUITADA CAI NAS EXCECOES.
      *== OBS: BOLETO PAGO DEPOIS DO VENCIMENTO IMPRESSO GERA EM
      *==      FATURA-DEBITOS O ITEM DE MULTA E JUROS PRO RATA DIE
      *==      (TAXAS DE ENCARGOS-PARAMETROS, MESMO CALCULO DO
      *==      CONTAS-RECEBER) COBRADO NA FATURA SEGUINTE.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO BOLETO-EXCECOES REGISTRADA NO
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
           SELECT BOLETOS-EMITIDOS ASSIGN TO "BOLETOS-EMITIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMITIDOS.
           SELECT BOLETO-RETORNO ASSIGN TO "BOLETO-RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.
           SELECT BOLETO-EXCECOES ASSIGN TO "BOLETO-EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FATURA-DEBITOS ASSIGN TO "FATURA-DEBITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEBITOS.
           SELECT ENCARGOS-PARAMETROS
               ASSIGN TO "ENCARGOS-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGOS.

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

       FD  BOLETOS-EMITIDOS.
       01  REG-BOLETO-EMITIDO.
           05 EMIT-FILIAL-REG      PIC X(05).
           05 EMIT-NUMERO-REG      PIC 9(07).
           05 EMIT-COMPETENCIA-REG PIC 9(06).
           05 EMIT-CLIENTE-REG     PIC 9(05).
           05 EMIT-VENCIMENTO-REG  PIC 9(08).
           05 EMIT-VALOR-REG       PIC 9(09)V99.
           05 EMIT-DATA-REMESSA-REG PIC 9(08).

      *    OCORRENCIA DO BANCO: 02-ENTRADA CONFIRMADA, 03-ENTRADA
      *    REJEITADA, 06-LIQUIDACAO. CABECALHO (H) E TRAILER (T) DO
      *    RETORNO NAO SAO TRATADOS.
       FD  BOLETO-RETORNO.
       01  REG-BOLETO-RETORNO.
           05 RBOL-REGISTRO-REG    PIC X(01).
           05 RBOL-FILIAL-REG      PIC X(05).
           05 RBOL-NUMERO-REG      PIC 9(07).
           05 RBOL-OCORRENCIA-REG  PIC X(02).
              88 RBOL-ENTRADA-REJEITADA          VALUE "03".
              88 RBOL-LIQUIDADO                  VALUE "06".
           05 RBOL-DATA-PAGTO-REG  PIC 9(08).
           05 RBOL-VALOR-PAGO-REG  PIC 9(09)V99.
           05 RBOL-MOTIVO-REG      PIC X(30).

       FD  BOLETO-EXCECOES.
       01  REG-BOLETO-EXCECAO      PIC X(132).

       FD  FATURA-DEBITOS.
       01  REG-FATURA-DEBITO.
           COPY FATURA-DEBITO.

       FD  ENCARGOS-PARAMETROS.
       01  REG-ENCARGOS-PARAMETRO.
           05 PARAM-MULTA-PERC-REG PIC 9V9999.
           05 PARAM-JUROS-MES-REG  PIC 9V9999.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-FATURAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-EMITIDOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-RETORNO PIC X(02)          VALUE SPACE.
       77  WRK-FIM-FATURAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-RECEB    PIC X(01)            VALUE "N".
       77  WRK-FIM-EMITIDOS PIC X(01)            VALUE "N".
       77  WRK-FIM-RETORNO  PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-MOTIVO-EXC   PIC X(40)            VALUE SPACE.
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
      *====================== BOLETOS EMITIDOS ===========================
       77  WRK-QTD-EMITIDOS PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-EMITIDO  PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-EMIT   PIC 9(04)            VALUE ZERO.
       01  TAB-EMITIDOS.
           05 EMITIDO-ITEM OCCURS 2000 TIMES
                            INDEXED BY IDX-EMITIDO.
              10 EMIT-FILIAL      PIC X(05).
              10 EMIT-NUMERO      PIC 9(07).
              10 EMIT-COMPETENCIA PIC 9(06).
              10 EMIT-CLIENTE     PIC 9(05).
              10 EMIT-VENCIMENTO  PIC 9(08).
      *====================== BAIXA ======================================
       77  WRK-SALDO        PIC S9(09)V99        VALUE ZERO.
       77  WRK-QTD-LIDOS    PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-BAIXADOS PIC 9(07)            VALUE ZERO.
       77  WRK-TOT-BAIXADO  PIC 9(11)V99         VALUE ZERO.
       77  WRK-QTD-EXCECOES PIC 9(07)            VALUE ZERO.
       77  WRK-TOT-EXCECOES PIC 9(11)V99         VALUE ZERO.
       77  WRK-QTD-OUTRAS   PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZZZ9.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-SALDO-ED     COPY CURRENCY-ED-SIGNED.
       77  WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *====================== ENCARGOS POR ATRASO ========================
       77  WRK-STATUS-DEBITOS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ENCARGOS PIC X(02)         VALUE SPACE.
       77  WRK-MULTA-PERC   PIC 9V9999           VALUE 0,0200.
       77  WRK-JUROS-MES    PIC 9V9999           VALUE 0,0100.
       77  WRK-MULTA        PIC 9(07)V99         VALUE ZERO.
       77  WRK-JUROS        PIC 9(07)V99         VALUE ZERO.
       77  WRK-VENCIMENTO   PIC 9(08)            VALUE ZERO.
       77  WRK-DIAS-ATRASO  PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-ENCARGOS PIC 9(07)            VALUE ZERO.
       77  WRK-TOT-ENCARGOS PIC 9(11)V99         VALUE ZERO.
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
           PERFORM 0007-CARREGA-EMITIDOS
           PERFORM 0008-CARREGA-ENCARGOS

           OPEN OUTPUT BOLETO-EXCECOES
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EXCECOES DO RETORNO DE BOLETOS DE FRETE - DATA "
                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-BOLETO-EXCECAO
           WRITE REG-BOLETO-EXCECAO

           OPEN INPUT BOLETO-RETORNO
           IF WRK-STATUS-RETORNO EQUAL "35"
             DISPLAY "BOLETO-RETORNO INEXISTENTE, NADA A BAIXAR"
           ELSE
             OPEN EXTEND FATURA-RECEBIMENTOS
             IF WRK-STATUS-RECEB EQUAL "35"
               OPEN OUTPUT FATURA-RECEBIMENTOS
             END-IF
             OPEN EXTEND FATURA-DEBITOS
             IF WRK-STATUS-DEBITOS EQUAL "35"
               OPEN OUTPUT FATURA-DEBITOS
             END-IF
             PERFORM UNTIL WRK-FIM-RETORNO EQUAL "S"
               READ BOLETO-RETORNO
                 AT END
                   MOVE "S" TO WRK-FIM-RETORNO
                 NOT AT END
                   IF RBOL-REGISTRO-REG EQUAL "D"
                     PERFORM 0010-TRATA-OCORRENCIA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURA-RECEBIMENTOS
             CLOSE FATURA-DEBITOS
             CLOSE BOLETO-RETORNO
           END-IF

           PERFORM 0030-TOTAIS-RETORNO
           CLOSE BOLETO-EXCECOES
           PERFORM 0031-REGISTRA-RELATORIO

           MOVE WRK-QTD-BAIXADOS TO WRK-QTD-ED
           DISPLAY "BOLETOS BAIXADOS EM FATURA-RECEBIMENTOS: "
                   WRK-QTD-ED
           IF WRK-QTD-EXCECOES GREATER ZERO
             MOVE WRK-QTD-EXCECOES TO WRK-QTD-ED
             DISPLAY "BOLETOS COM EXCECAO (VER BOLETO-EXCECOES): "
                     WRK-QTD-ED
             MOVE 4 TO RETURN-CODE
           END-IF

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
             DISPLAY "FATURAS-HISTORICO INEXISTENTE"
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

       0007-CARREGA-EMITIDOS SECTION.

           OPEN INPUT BOLETOS-EMITIDOS
           IF WRK-STATUS-EMITIDOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-EMITIDOS EQUAL "S"
               READ BOLETOS-EMITIDOS
                 AT END
                   MOVE "S" TO WRK-FIM-EMITIDOS
                 NOT AT END
                   IF WRK-QTD-EMITIDOS NOT LESS 2000
                     DISPLAY "TAB-EMITIDOS CHEIA, BOLETOS "
                             "RESTANTES NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-EMITIDOS
                   ELSE
                     ADD 1 TO WRK-QTD-EMITIDOS
                     MOVE EMIT-FILIAL-REG
                       TO EMIT-FILIAL(WRK-QTD-EMITIDOS)
                     MOVE EMIT-NUMERO-REG
                       TO EMIT-NUMERO(WRK-QTD-EMITIDOS)
                     MOVE EMIT-COMPETENCIA-REG
                       TO EMIT-COMPETENCIA(WRK-QTD-EMITIDOS)
                     MOVE EMIT-CLIENTE-REG
                       TO EMIT-CLIENTE(WRK-QTD-EMITIDOS)
                     IF EMIT-VENCIMENTO-REG NUMERIC
                       MOVE EMIT-VENCIMENTO-REG
                         TO EMIT-VENCIMENTO(WRK-QTD-EMITIDOS)
                     ELSE
                       MOVE ZERO TO EMIT-VENCIMENTO(WRK-QTD-EMITIDOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BOLETOS-EMITIDOS
           ELSE
             DISPLAY "BOLETOS-EMITIDOS INEXISTENTE"
           END-IF.

       0008-CARREGA-ENCARGOS SECTION.

           OPEN INPUT ENCARGOS-PARAMETROS
           IF WRK-STATUS-ENCARGOS NOT EQUAL "35"
             READ ENCARGOS-PARAMETROS
               NOT AT END
                 IF PARAM-MULTA-PERC-REG NUMERIC
                   MOVE PARAM-MULTA-PERC-REG TO WRK-MULTA-PERC
                 END-IF
                 IF PARAM-JUROS-MES-REG NUMERIC
                   MOVE PARAM-JUROS-MES-REG TO WRK-JUROS-MES
                 END-IF
             END-READ
             CLOSE ENCARGOS-PARAMETROS
           END-IF.

       0010-TRATA-OCORRENCIA SECTION.

           ADD 1 TO WRK-QTD-LIDOS
           EVALUATE TRUE
             WHEN RBOL-LIQUIDADO
               PERFORM 0020-BAIXA-BOLETO
             WHEN RBOL-ENTRADA-REJEITADA
               MOVE SPACE TO WRK-MOTIVO-EXC
               STRING "ENTRADA REJEITADA: " DELIMITED BY SIZE
                      RBOL-MOTIVO-REG DELIMITED BY SIZE
                 INTO WRK-MOTIVO-EXC
               END-STRING
               MOVE ZERO TO WRK-SALDO
               PERFORM 0025-GRAVA-EXCECAO
             WHEN OTHER
               ADD 1 TO WRK-QTD-OUTRAS
           END-EVALUATE.

       0020-BAIXA-BOLETO SECTION.

           MOVE ZERO TO WRK-SALDO
           MOVE ZERO TO WRK-ACHOU-EMIT
           PERFORM VARYING WRK-IDX-EMITIDO FROM 1 BY 1
                     UNTIL WRK-IDX-EMITIDO > WRK-QTD-EMITIDOS
             IF EMIT-FILIAL(WRK-IDX-EMITIDO) EQUAL RBOL-FILIAL-REG
               AND EMIT-NUMERO(WRK-IDX-EMITIDO) EQUAL RBOL-NUMERO-REG
               MOVE WRK-IDX-EMITIDO TO WRK-ACHOU-EMIT
               MOVE WRK-QTD-EMITIDOS TO WRK-IDX-EMITIDO
             END-IF
           END-PERFORM

      *    O BOLETO LEVA A CHAVE DA FATURA (COMPETENCIA + CLIENTE +
      *    FILIAL): PAGAMENTO DE BOLETO DE EMISSAO JA SUBSTITUIDA
      *    CONTINUA BAIXANDO A MESMA FATURA.
           MOVE ZERO TO WRK-ACHOU-FAT
           IF WRK-ACHOU-EMIT GREATER ZERO
             PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                       UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
               IF FAT-COMPETENCIA(WRK-IDX-FATURA)
                    EQUAL EMIT-COMPETENCIA(WRK-ACHOU-EMIT)
                 AND FAT-CLIENTE(WRK-IDX-FATURA)
                    EQUAL EMIT-CLIENTE(WRK-ACHOU-EMIT)
                 AND FAT-FILIAL(WRK-IDX-FATURA)
                    EQUAL EMIT-FILIAL(WRK-ACHOU-EMIT)
                 MOVE WRK-IDX-FATURA TO WRK-ACHOU-FAT
                 MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
               END-IF
             END-PERFORM
           END-IF

           IF WRK-ACHOU-FAT GREATER ZERO
             COMPUTE WRK-SALDO =
                 FAT-DEVIDO(WRK-ACHOU-FAT)
                 - FAT-RECEBIDO(WRK-ACHOU-FAT)
           END-IF

           EVALUATE TRUE
             WHEN WRK-ACHOU-EMIT EQUAL ZERO
               MOVE "BOLETO NAO EMITIDO PELA REMESSA"
                 TO WRK-MOTIVO-EXC
               PERFORM 0025-GRAVA-EXCECAO
             WHEN WRK-ACHOU-FAT EQUAL ZERO
               MOVE "BOLETO SEM FATURA CORRESPONDENTE"
                 TO WRK-MOTIVO-EXC
               PERFORM 0025-GRAVA-EXCECAO
             WHEN WRK-SALDO NOT GREATER ZERO
               MOVE "FATURA JA QUITADA" TO WRK-MOTIVO-EXC
               PERFORM 0025-GRAVA-EXCECAO
             WHEN RBOL-VALOR-PAGO-REG NOT EQUAL WRK-SALDO
               MOVE "VALOR PAGO DIFERENTE DO SALDO"
                 TO WRK-MOTIVO-EXC
               PERFORM 0025-GRAVA-EXCECAO
             WHEN OTHER
               PERFORM 0021-GRAVA-RECEBIMENTO
           END-EVALUATE.

       0021-GRAVA-RECEBIMENTO SECTION.

           MOVE FAT-COMPETENCIA(WRK-ACHOU-FAT) TO RECEB-COMPETENCIA
           MOVE FAT-CLIENTE(WRK-ACHOU-FAT)     TO RECEB-CLIENTE
           MOVE FAT-FILIAL(WRK-ACHOU-FAT)      TO RECEB-FILIAL
           IF RBOL-DATA-PAGTO-REG NUMERIC
             AND RBOL-DATA-PAGTO-REG GREATER ZERO
             MOVE RBOL-DATA-PAGTO-REG TO RECEB-DATA
           ELSE
             MOVE WRK-DATA-SISTEMA    TO RECEB-DATA
           END-IF
           MOVE RBOL-VALOR-PAGO-REG            TO RECEB-VALOR
           MOVE "BANCO"                        TO RECEB-OPERADOR
           WRITE REG-RECEBIMENTO

      *    A TABELA ACOMPANHA A BAIXA: SEGUNDA LIQUIDACAO DO MESMO
      *    BOLETO NO RETORNO CAI COMO FATURA JA QUITADA.
           ADD RBOL-VALOR-PAGO-REG TO FAT-RECEBIDO(WRK-ACHOU-FAT)
           ADD 1 TO WRK-QTD-BAIXADOS
           ADD RBOL-VALOR-PAGO-REG TO WRK-TOT-BAIXADO

           MOVE EMIT-VENCIMENTO(WRK-ACHOU-EMIT) TO WRK-VENCIMENTO
           IF WRK-VENCIMENTO GREATER ZERO
             AND RECEB-DATA GREATER WRK-VENCIMENTO
             PERFORM 0022-GERA-ENCARGO
           END-IF.

       0022-GERA-ENCARGO SECTION.

      *    DIAS CORRIDOS ENTRE O VENCIMENTO DO BOLETO E O PAGAMENTO;
      *    MULTA UNICA E JUROS PRO RATA DIE SOBRE O VALOR PAGO.
           MOVE ZERO TO WRK-DIAS-ATRASO
           MOVE WRK-VENCIMENTO TO WRK-DATA-CORRE
           PERFORM UNTIL WRK-DATA-CORRE NOT LESS RECEB-DATA
                      OR WRK-DIAS-ATRASO NOT LESS 9999
             PERFORM 0028-AVANCA-UM-DIA
             ADD 1 TO WRK-DIAS-ATRASO
           END-PERFORM

           COMPUTE WRK-MULTA ROUNDED =
               RBOL-VALOR-PAGO-REG * WRK-MULTA-PERC
           COMPUTE WRK-JUROS ROUNDED =
               RBOL-VALOR-PAGO-REG * WRK-JUROS-MES * WRK-DIAS-ATRASO
               / 30

           IF WRK-MULTA GREATER ZERO OR WRK-JUROS GREATER ZERO
             MOVE SPACE TO REG-FATURA-DEBITO
             MOVE FAT-CLIENTE(WRK-ACHOU-FAT)     TO DEB-CLIENTE-REG
             MOVE FAT-FILIAL(WRK-ACHOU-FAT)      TO DEB-FILIAL-REG
             MOVE FAT-COMPETENCIA(WRK-ACHOU-FAT)
                                                 TO DEB-COMPETENCIA-REG
             MOVE FAT-NUMERO(WRK-ACHOU-FAT)      TO DEB-NUMERO-REG
             MOVE RECEB-DATA                     TO DEB-DATA-RECEB-REG
             MOVE WRK-VENCIMENTO                 TO DEB-VENCIMENTO-REG
             MOVE WRK-DIAS-ATRASO                TO DEB-DIAS-ATRASO-REG
             MOVE RBOL-VALOR-PAGO-REG            TO DEB-VALOR-BASE-REG
             MOVE WRK-MULTA                      TO DEB-MULTA-REG
             MOVE WRK-JUROS                      TO DEB-JUROS-REG
             MOVE "P"                            TO DEB-SITUACAO-REG
             MOVE ZERO                 TO DEB-COMPET-FATURADA-REG
             MOVE ZERO                 TO DEB-FATURA-COBRANCA-REG
             MOVE "BANCO"                        TO DEB-OPERADOR-REG
             MOVE ZERO                 TO DEB-DISPENSA-DATA-REG
             WRITE REG-FATURA-DEBITO
             ADD 1 TO WRK-QTD-ENCARGOS
             ADD WRK-MULTA TO WRK-TOT-ENCARGOS
             ADD WRK-JUROS TO WRK-TOT-ENCARGOS
           END-IF.

       0027-DIAS-NO-MES-CORRE SECTION.

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

       0028-AVANCA-UM-DIA SECTION.

           PERFORM 0027-DIAS-NO-MES-CORRE
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


       0025-GRAVA-EXCECAO SECTION.

           ADD 1 TO WRK-QTD-EXCECOES
           ADD RBOL-VALOR-PAGO-REG TO WRK-TOT-EXCECOES

           MOVE RBOL-VALOR-PAGO-REG TO WRK-VALOR-ED
           MOVE WRK-SALDO           TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "BOLETO " DELIMITED BY SIZE
                  RBOL-FILIAL-REG DELIMITED BY SIZE
                  RBOL-NUMERO-REG DELIMITED BY SIZE
                  " OCOR " DELIMITED BY SIZE
                  RBOL-OCORRENCIA-REG DELIMITED BY SIZE
                  " PAGO: " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " SALDO: " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-MOTIVO-EXC DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-BOLETO-EXCECAO
           WRITE REG-BOLETO-EXCECAO.

       0030-TOTAIS-RETORNO SECTION.

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "OCORRENCIAS LIDAS......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-BOLETO-EXCECAO
           WRITE REG-BOLETO-EXCECAO

           MOVE WRK-QTD-BAIXADOS TO WRK-QTD-ED
           MOVE WRK-TOT-BAIXADO  TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "BOLETOS BAIXADOS.......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-BOLETO-EXCECAO
           WRITE REG-BOLETO-EXCECAO

           MOVE WRK-QTD-EXCECOES TO WRK-QTD-ED
           MOVE WRK-TOT-EXCECOES TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EXCECOES SEM BAIXA.....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-BOLETO-EXCECAO
           WRITE REG-BOLETO-EXCECAO

           MOVE WRK-QTD-ENCARGOS TO WRK-QTD-ED
           MOVE WRK-TOT-ENCARGOS TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PAGOS COM ATRASO.......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " ENCARGOS " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-BOLETO-EXCECAO
           WRITE REG-BOLETO-EXCECAO

           MOVE WRK-QTD-OUTRAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "OUTRAS OCORRENCIAS.....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-BOLETO-EXCECAO
           WRITE REG-BOLETO-EXCECAO.

       0031-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "BOLETO-RETOR"    TO RPED-JOB
           MOVE "BOLETO-EXCECOES" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM BOLETO-RETORNO.
