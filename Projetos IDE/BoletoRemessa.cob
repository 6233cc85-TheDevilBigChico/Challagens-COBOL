       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO-REMESSA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: REMESSA DE BOLETOS DE COBRANCA DAS FATURAS DE
      *==            FRETE. A COBRANCA DIGITAVA CADA RECEBIMENTO NO
      *==            CONTAS-RECEBER A PARTIR DO EXTRATO; AGORA CADA
      *==            FATURA EM ABERTO (FATURAS-HISTORICO DEDUPLICADO
      *==            COMO NO CONTAS-RECEBER, MENOS O JA RECEBIDO EM
      *==            FATURA-RECEBIMENTOS) VIRA UM BOLETO NO ARQUIVO
      *==            BOLETO-REMESSA (H/D/T, COMO A REMESSA DA FOLHA),
      *==            COM NOSSO NUMERO = FILIAL + FATURA-NUMERO,
      *==            VENCIMENTO PELA MESMA REGRA DO AGING (ULTIMO DIA
      *==            DA COMPETENCIA MAIS 30 DIAS) E O SALDO DA FATURA.
      *==            CADA BOLETO ENVIADO E ACUMULADO EM
      *==            BOLETOS-EMITIDOS, QUE EVITA REENVIO NAS PROXIMAS
      *==            REMESSAS E E LIDO PELO BOLETO-RETORNO PARA CASAR O
      *==            PAGAMENTO COM A FATURA. A LISTAGEM
      *==            BOLETO-REMESSA-REL TRAZ OS BOLETOS DA REMESSA E AS
      *==            FATURAS DEIXADAS DE FORA.
      *== DATA: 15/10/2026
      *== OBS: FATURA SEM NUMERO OFICIAL (EMITIDA ANTES DA SERIE POR
      *==      FILIAL) NAO TEM NOSSO NUMERO E FICA FORA DA REMESSA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO BOLETO-REMESSA-REL REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *== 15/10/2026 FA  O REGISTRO DE EMPRESA-PARAMETROS PASSA A VIR DO
      *==                 COPY EMPRESA-PARAM, O MESMO LEIAUTE DA FOLHA,
      *==                 EM VEZ DE SER DECLARADO AQUI; CONTINUA VALENDO
      *==                 O PRIMEIRO REGISTRO.
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
           SELECT EMPRESA-PARAMETROS ASSIGN TO "EMPRESA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT BOLETO-REMESSA ASSIGN TO "BOLETO-REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOLETO-REMESSA-REL ASSIGN TO "BOLETO-REMESSA-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETROS.
           COPY EMPRESA-PARAM.

       FD  BOLETO-REMESSA.
       01  REG-BOLETO-HDR.
           05 BOL-H-REGISTRO       PIC X(01).
           05 BOL-H-DATA           PIC 9(08).
           05 BOL-H-EMPRESA        PIC X(30).
           05 BOL-H-BANCO          PIC 9(03).
           05 BOL-H-AGENCIA        PIC 9(05).
           05 BOL-H-CONTA          PIC 9(10).
       01  REG-BOLETO-DET.
           05 BOL-D-REGISTRO       PIC X(01).
           05 BOL-D-NOSSO-NUMERO.
              10 BOL-D-FILIAL      PIC X(05).
              10 BOL-D-NUMERO      PIC 9(07).
           05 BOL-D-CLIENTE        PIC 9(05).
           05 BOL-D-COMPETENCIA    PIC 9(06).
           05 BOL-D-VENCIMENTO     PIC 9(08).
           05 BOL-D-VALOR          PIC 9(09)V99.
       01  REG-BOLETO-TRL.
           05 BOL-T-REGISTRO       PIC X(01).
           05 BOL-T-QTD            PIC 9(07).
           05 BOL-T-TOTAL          PIC 9(11)V99.

       FD  BOLETO-REMESSA-REL.
       01  REG-REMESSA-REL         PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-FATURAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-EMITIDOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-EMPRESA PIC X(02)          VALUE SPACE.
       77  WRK-FIM-FATURAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-RECEB    PIC X(01)            VALUE "N".
       77  WRK-FIM-EMITIDOS PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== DADOS DO BENEFICIARIO ======================
       77  WRK-EMPRESA-NOME PIC X(30)            VALUE
           "EMPRESA NAO PARAMETRIZADA".
       77  WRK-EMPRESA-BANCO PIC 9(03)           VALUE ZERO.
       77  WRK-EMPRESA-AGENCIA PIC 9(05)         VALUE ZERO.
       77  WRK-EMPRESA-CONTA PIC 9(10)           VALUE ZERO.
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
      *====================== BOLETOS JA EMITIDOS ========================
       77  WRK-QTD-EMITIDOS PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-EMITIDO  PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-EMIT   PIC 9(04)            VALUE ZERO.
       01  TAB-EMITIDOS.
           05 EMITIDO-ITEM OCCURS 2000 TIMES
                            INDEXED BY IDX-EMITIDO.
              10 EMIT-FILIAL     PIC X(05).
              10 EMIT-NUMERO     PIC 9(07).
      *====================== REMESSA ====================================
       77  WRK-SALDO        PIC S9(09)V99        VALUE ZERO.
       77  WRK-VENCIMENTO   PIC 9(08)            VALUE ZERO.
       77  WRK-IDX-DIA      PIC 9(02)            VALUE ZERO.
       77  WRK-QTD-BOLETOS  PIC 9(07)            VALUE ZERO.
       77  WRK-TOT-BOLETOS  PIC 9(11)V99         VALUE ZERO.
       77  WRK-QTD-JA-EMITIDOS PIC 9(07)         VALUE ZERO.
       77  WRK-QTD-SEM-NUMERO PIC 9(07)          VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZZZ9.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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

           PERFORM 0010-CARREGA-EMPRESA
           PERFORM 0005-CARREGA-FATURAS
           PERFORM 0006-APLICA-RECEBIMENTOS
           PERFORM 0007-CARREGA-EMITIDOS

           OPEN OUTPUT BOLETO-REMESSA
           OPEN OUTPUT BOLETO-REMESSA-REL
           OPEN EXTEND BOLETOS-EMITIDOS
           IF WRK-STATUS-EMITIDOS EQUAL "35"
             OPEN OUTPUT BOLETOS-EMITIDOS
           END-IF

           MOVE SPACE TO WRK-LINHA-REL
           STRING "REMESSA DE BOLETOS DE FRETE - DATA "
                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REMESSA-REL
           WRITE REG-REMESSA-REL

           MOVE "H"                 TO BOL-H-REGISTRO
           MOVE WRK-DATA-SISTEMA    TO BOL-H-DATA
           MOVE WRK-EMPRESA-NOME    TO BOL-H-EMPRESA
           MOVE WRK-EMPRESA-BANCO   TO BOL-H-BANCO
           MOVE WRK-EMPRESA-AGENCIA TO BOL-H-AGENCIA
           MOVE WRK-EMPRESA-CONTA   TO BOL-H-CONTA
           WRITE REG-BOLETO-HDR

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             PERFORM 0020-AVALIA-FATURA
           END-PERFORM

      *    QUANTIDADE E TOTAL DO TRAILER SAO OS MESMOS DA LISTAGEM,
      *    PARA A CONFERENCIA COM O BANCO FECHAR.
           MOVE "T"             TO BOL-T-REGISTRO
           MOVE WRK-QTD-BOLETOS TO BOL-T-QTD
           MOVE WRK-TOT-BOLETOS TO BOL-T-TOTAL
           WRITE REG-BOLETO-TRL

           PERFORM 0030-TOTAIS-REMESSA

           CLOSE BOLETOS-EMITIDOS
           CLOSE BOLETO-REMESSA-REL
           PERFORM 0031-REGISTRA-RELATORIO
           CLOSE BOLETO-REMESSA

           MOVE WRK-QTD-BOLETOS TO WRK-QTD-ED
           DISPLAY "BOLETO-REMESSA GERADO COM " WRK-QTD-ED " BOLETOS"

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
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BOLETOS-EMITIDOS
           END-IF.

       0010-CARREGA-EMPRESA SECTION.

      *    O BENEFICIARIO DO BOLETO E A MESMA CONTA DA EMPRESA USADA
      *    NA REMESSA DA FOLHA.
           OPEN INPUT EMPRESA-PARAMETROS
           IF WRK-STATUS-EMPRESA NOT EQUAL "35"
             READ EMPRESA-PARAMETROS
               NOT AT END
                 MOVE EMPR-NOME-REG    TO WRK-EMPRESA-NOME
                 IF EMPR-BANCO-REG NUMERIC
                   MOVE EMPR-BANCO-REG TO WRK-EMPRESA-BANCO
                 END-IF
                 IF EMPR-AGENCIA-REG NUMERIC
                   MOVE EMPR-AGENCIA-REG TO WRK-EMPRESA-AGENCIA
                 END-IF
                 IF EMPR-CONTA-REG NUMERIC
                   MOVE EMPR-CONTA-REG TO WRK-EMPRESA-CONTA
                 END-IF
             END-READ
             CLOSE EMPRESA-PARAMETROS
           END-IF.

       0020-AVALIA-FATURA SECTION.

           COMPUTE WRK-SALDO =
               FAT-DEVIDO(WRK-IDX-FATURA)
               - FAT-RECEBIDO(WRK-IDX-FATURA)

      *    SO FATURA COM SALDO A RECEBER GERA BOLETO; FATURA QUITADA
      *    OU CREDORA (ESTORNO MAIOR QUE O FRETE) FICA FORA.
           IF WRK-SALDO GREATER ZERO
             IF FAT-NUMERO(WRK-IDX-FATURA) EQUAL ZERO
               ADD 1 TO WRK-QTD-SEM-NUMERO
               MOVE SPACE TO WRK-LINHA-REL
               STRING "FATURA SEM NUMERO, BOLETO NAO EMITIDO: "
                        DELIMITED BY SIZE
                      "COMPETENCIA " DELIMITED BY SIZE
                      FAT-COMPETENCIA(WRK-IDX-FATURA)
                        DELIMITED BY SIZE
                      " CLIENTE "    DELIMITED BY SIZE
                      FAT-CLIENTE(WRK-IDX-FATURA) DELIMITED BY SIZE
                      " FILIAL "     DELIMITED BY SIZE
                      FAT-FILIAL(WRK-IDX-FATURA) DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-REMESSA-REL
               WRITE REG-REMESSA-REL
             ELSE
               MOVE ZERO TO WRK-ACHOU-EMIT
               PERFORM VARYING WRK-IDX-EMITIDO FROM 1 BY 1
                         UNTIL WRK-IDX-EMITIDO > WRK-QTD-EMITIDOS
                 IF EMIT-FILIAL(WRK-IDX-EMITIDO)
                      EQUAL FAT-FILIAL(WRK-IDX-FATURA)
                   AND EMIT-NUMERO(WRK-IDX-EMITIDO)
                      EQUAL FAT-NUMERO(WRK-IDX-FATURA)
                   MOVE WRK-IDX-EMITIDO TO WRK-ACHOU-EMIT
                   MOVE WRK-QTD-EMITIDOS TO WRK-IDX-EMITIDO
                 END-IF
               END-PERFORM
               IF WRK-ACHOU-EMIT GREATER ZERO
                 ADD 1 TO WRK-QTD-JA-EMITIDOS
               ELSE
                 PERFORM 0021-GRAVA-BOLETO
               END-IF
             END-IF
           END-IF.

       0021-GRAVA-BOLETO SECTION.

           PERFORM 0023-CALCULA-VENCIMENTO

           MOVE "D"                         TO BOL-D-REGISTRO
           MOVE FAT-FILIAL(WRK-IDX-FATURA)  TO BOL-D-FILIAL
           MOVE FAT-NUMERO(WRK-IDX-FATURA)  TO BOL-D-NUMERO
           MOVE FAT-CLIENTE(WRK-IDX-FATURA) TO BOL-D-CLIENTE
           MOVE FAT-COMPETENCIA(WRK-IDX-FATURA)
                                            TO BOL-D-COMPETENCIA
           MOVE WRK-VENCIMENTO              TO BOL-D-VENCIMENTO
           MOVE WRK-SALDO                   TO BOL-D-VALOR
           WRITE REG-BOLETO-DET

           MOVE FAT-FILIAL(WRK-IDX-FATURA)  TO EMIT-FILIAL-REG
           MOVE FAT-NUMERO(WRK-IDX-FATURA)  TO EMIT-NUMERO-REG
           MOVE FAT-COMPETENCIA(WRK-IDX-FATURA)
                                            TO EMIT-COMPETENCIA-REG
           MOVE FAT-CLIENTE(WRK-IDX-FATURA) TO EMIT-CLIENTE-REG
           MOVE WRK-VENCIMENTO              TO EMIT-VENCIMENTO-REG
           MOVE WRK-SALDO                   TO EMIT-VALOR-REG
           MOVE WRK-DATA-SISTEMA            TO EMIT-DATA-REMESSA-REG
           WRITE REG-BOLETO-EMITIDO

           ADD 1 TO WRK-QTD-BOLETOS
           ADD WRK-SALDO TO WRK-TOT-BOLETOS

           MOVE WRK-SALDO TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "BOLETO " DELIMITED BY SIZE
                  BOL-D-FILIAL   DELIMITED BY SIZE
                  BOL-D-NUMERO   DELIMITED BY SIZE
                  " COMPETENCIA " DELIMITED BY SIZE
                  BOL-D-COMPETENCIA DELIMITED BY SIZE
                  " CLIENTE "    DELIMITED BY SIZE
                  BOL-D-CLIENTE  DELIMITED BY SIZE
                  " VENCIMENTO " DELIMITED BY SIZE
                  BOL-D-VENCIMENTO DELIMITED BY SIZE
                  " VALOR: "     DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REMESSA-REL
           WRITE REG-REMESSA-REL.

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

       0030-TOTAIS-REMESSA SECTION.

           MOVE WRK-QTD-BOLETOS TO WRK-QTD-ED
           MOVE WRK-TOT-BOLETOS TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "BOLETOS NA REMESSA...........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REMESSA-REL
           WRITE REG-REMESSA-REL

           MOVE WRK-QTD-JA-EMITIDOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EM ABERTO COM BOLETO ANTERIOR: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REMESSA-REL
           WRITE REG-REMESSA-REL

           MOVE WRK-QTD-SEM-NUMERO TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EM ABERTO SEM NUMERO.........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-REMESSA-REL
           WRITE REG-REMESSA-REL.

       0031-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "BOLETO-REMES"       TO RPED-JOB
           MOVE "BOLETO-REMESSA-REL" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM BOLETO-REMESSA.
