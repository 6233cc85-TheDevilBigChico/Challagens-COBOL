       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONIFICA-VOLUME.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: BONIFICACAO ANUAL POR VOLUME PARA OS CLIENTES DE
      *==            MAIOR MOVIMENTO. APURA, PARA O ANO DA COMPETENCIA
      *==            INFORMADA, O FRETE LIQUIDO ACUMULADO DE CADA
      *==            CLIENTE ATE ELA (FATURAS-HISTORICO, ULTIMA EMISSAO
      *==            DE CADA CLIENTE/FILIAL/COMPETENCIA, FRETE BRUTO
      *==            MENOS ESTORNOS) E, PELAS FAIXAS DE
      *==            BONIFICACAO-FAIXAS (LEIAUTE BONIF-FAIXA, PROPRIAS
      *==            DO CLIENTE OU GERAIS), A FAIXA ATUAL, A PROVISAO
      *==            ATE A DATA E A BONIFICACAO PROJETADA PARA O ANO
      *==            (FRETE ANUALIZADO PELOS MESES DECORRIDOS), NO
      *==            RELATORIO BONIFICA-RELATORIO - A PROVISAO
      *==            TRIMESTRAL. NO FECHAMENTO DO ANO (COMPETENCIA
      *==            DEZEMBRO, OPCAO "E") EMITE A BONIFICACAO DE CADA
      *==            CLIENTE COMO CREDITO EM BONIFICACAO-CREDITOS
      *==            (LEIAUTE BONIF-CREDITO), QUE O FATURA-FRETE ABATE
      *==            NA FATURA SEGUINTE DO CLIENTE E QUE SAI NO EXTRATO
      *==            DELE.
      *== DATA: 15/10/2026
      *== OBS: SYSIN: COMPETENCIA AAAAMM (BRANCO = MES ANTERIOR) E "E"
      *==      PARA EMITIR OS CREDITOS DO ANO (BRANCO = SO PROVISAO).
      *==      CLIENTE QUE JA TEM CREDITO DO ANO NAO RECEBE OUTRO, DE
      *==      MODO QUE O FECHAMENTO PODE SER REPETIDO.
      *== OBS: RETURN-CODE 8 SEM FAIXAS, COM FATURAS-HISTORICO OU
      *==      FAIXAS MAIORES QUE A TABELA (NADA E EMITIDO) OU COM
      *==      EMISSAO PEDIDA FORA DE DEZEMBRO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  REG-FATURA-HIST COM O LEIAUTE COMPLETO DE
      *==                 FATURAS-HISTORICO (ICMS, ENCARGOS E
      *==                 BONIFICACAO), COMO NO CONTABIL-FRETE.
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
           SELECT FATURAS-HISTORICO ASSIGN TO "FATURAS-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT BONIFICACAO-FAIXAS ASSIGN TO "BONIFICACAO-FAIXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAIXAS.
           SELECT BONIFICACAO-CREDITOS
               ASSIGN TO "BONIFICACAO-CREDITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CREDITOS.
           SELECT BONIFICA-RELATORIO ASSIGN TO "BONIFICA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS ASSIGN TO "JOB-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JOB.
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
       01  REG-FATURA-HIST.
           05 HIST-COMPETENCIA     PIC 9(06).
           05 HIST-CLIENTE         PIC 9(05).
           05 HIST-FILIAL          PIC X(05).
           05 HIST-QTD-EMBARQUES   PIC 9(05).
           05 HIST-FRETE-BRUTO     PIC 9(09)V99.
           05 HIST-ESTORNOS        PIC 9(09)V99.
           05 HIST-TOTAL-DEVIDO    PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 HIST-NUMERO          PIC 9(07).
           05 HIST-ICMS            PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 HIST-ENCARGOS        PIC 9(09)V99.
           05 HIST-BONIFICACAO     PIC 9(09)V99.

       FD  BONIFICACAO-FAIXAS.
       01  REG-BONIF-FAIXA.
           COPY BONIF-FAIXA.

       FD  BONIFICACAO-CREDITOS.
       01  REG-BONIF-CREDITO.
           COPY BONIF-CREDITO.

       FD  BONIFICA-RELATORIO.
       01  REG-BONIFICA-REL        PIC X(132).

       FD  JOB-STATUS.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-CLIENTES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-HIST  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-FAIXAS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-CREDITOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-JOB   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-RC-FINAL     PIC 9(02)            VALUE ZERO.
       77  WRK-ABORTA       PIC X(01)            VALUE "N".
           88 APURACAO-ABORTADA                  VALUE "S".
      *====================== PARAMETROS =================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-ANO          PIC 9(04)            VALUE ZERO.
       77  WRK-MES          PIC 9(02)            VALUE ZERO.
       77  WRK-HIST-ANO     PIC 9(04)            VALUE ZERO.
       77  WRK-OPCAO-EMISSAO PIC X(01)           VALUE SPACE.
           88 EMITIR-CREDITOS                    VALUE "E".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== JOB-STATUS =================================
       77  WRK-JSTAT-TIPO   PIC X(01)            VALUE "I".
       77  WRK-JSTAT-QTD    PIC 9(07)            VALUE ZERO.
      *====================== CADASTRO DE CLIENTES =======================
       77  WRK-QTD-CLIENTES PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-CLIENTE  PIC 9(03)            VALUE ZERO.
       77  WRK-CLIENTE-NOME PIC X(20)            VALUE SPACE.
       01  TAB-CLIENTES.
           05 CLIENTE-ITEM OCCURS 200 TIMES
                            INDEXED BY IDX-CLIENTE.
              10 CLI-CODIGO      PIC 9(05).
              10 CLI-NOME        PIC X(20).
      *====================== FATURAS DO ANO (ULTIMA EMISSAO) ============
       77  WRK-QTD-FATURAS  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-FATURA   PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-FAT    PIC 9(04)            VALUE ZERO.
       01  TAB-FATURAS.
           05 FATURA-ITEM OCCURS 5000 TIMES
                           INDEXED BY IDX-FATURA.
              10 FAT-COMPETENCIA PIC 9(06).
              10 FAT-CLIENTE     PIC 9(05).
              10 FAT-FILIAL      PIC X(05).
              10 FAT-LIQUIDO     PIC S9(09)V99.
      *====================== ACUMULADO POR CLIENTE ======================
       77  WRK-QTD-ACUM     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-ACUM     PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-ACUM   PIC 9(04)            VALUE ZERO.
       01  TAB-ACUMULADO.
           05 ACUM-ITEM OCCURS 1000 TIMES
                         INDEXED BY IDX-ACUM.
              10 ACM-CLIENTE     PIC 9(05).
              10 ACM-LIQUIDO     PIC S9(11)V99.
              10 ACM-JA-EMITIDO  PIC X(01).
      *====================== FAIXAS DE BONIFICACAO ======================
       77  WRK-QTD-FAIXAS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-FAIXA    PIC 9(03)            VALUE ZERO.
       77  WRK-FAIXAS-TRUNC PIC X(01)            VALUE "N".
       77  WRK-CLIENTE-FAIXA PIC 9(05)           VALUE ZERO.
       77  WRK-BASE-FAIXA   PIC S9(11)V99        VALUE ZERO.
       77  WRK-MINIMO-ACHADO PIC 9(11)V99        VALUE ZERO.
       77  WRK-PERC-ACHADO  PIC 9(02)V99         VALUE ZERO.
       77  WRK-TEM-FAIXA    PIC X(01)            VALUE "N".
       01  TAB-FAIXAS.
           05 FAIXA-ITEM OCCURS 200 TIMES
                          INDEXED BY IDX-FAIXA.
              10 FXA-CLIENTE     PIC 9(05).
              10 FXA-MINIMO      PIC 9(11)V99.
              10 FXA-PERCENTUAL  PIC 9(02)V99.
      *====================== APURACAO DO CLIENTE ========================
       77  WRK-PERC-ATUAL   PIC 9(02)V99         VALUE ZERO.
       77  WRK-PERC-PROJ    PIC 9(02)V99         VALUE ZERO.
       77  WRK-PROVISAO     PIC 9(09)V99         VALUE ZERO.
       77  WRK-PROJETADO    PIC S9(11)V99        VALUE ZERO.
       77  WRK-BONIF-PROJ   PIC 9(09)V99         VALUE ZERO.
      *====================== TOTAIS =====================================
       77  WRK-QTD-BONIFICADOS PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-EMITIDOS PIC 9(05)            VALUE ZERO.
       77  WRK-TOT-LIQUIDO  PIC S9(13)V99        VALUE ZERO.
       77  WRK-TOT-PROVISAO PIC 9(11)V99         VALUE ZERO.
       77  WRK-TOT-BONIF-PROJ PIC 9(11)V99       VALUE ZERO.
       77  WRK-TOT-EMITIDO  PIC 9(11)V99         VALUE ZERO.
      *====================== VARIAVEIS DE EDICAO ========================
       77  WRK-LIQUIDO-ED   COPY CURRENCY-ED-SIGNED.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-PERC-ED      PIC Z9,99.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-TOTAL-ED     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "COMPETENCIA DA APURACAO (AAAAMM) "
             ACCEPT WRK-COMPETENCIA
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           IF WRK-COMPETENCIA NUMERIC
             MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-NUM
           ELSE
      *      SEM PARAMETRO, A APURACAO VAI ATE O MES QUE ACABOU DE
      *      FECHAR.
             COMPUTE WRK-COMPETENCIA-NUM = WRK-DATA-SISTEMA / 100
             IF WRK-COMPETENCIA-NUM(5:2) EQUAL "01"
               SUBTRACT 89 FROM WRK-COMPETENCIA-NUM
             ELSE
               SUBTRACT 1 FROM WRK-COMPETENCIA-NUM
             END-IF
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA-NUM
           END-IF
           DISPLAY "EMITIR OS CREDITOS DO ANO (E = EMITIR) "
             ACCEPT WRK-OPCAO-EMISSAO

           COMPUTE WRK-ANO = WRK-COMPETENCIA-NUM / 100
           MOVE WRK-COMPETENCIA-NUM(5:2) TO WRK-MES
           IF WRK-MES LESS 1 OR WRK-MES GREATER 12
             MOVE 12 TO WRK-MES
           END-IF

           MOVE "I"  TO WRK-JSTAT-TIPO
           MOVE ZERO TO WRK-JSTAT-QTD
           PERFORM 0052-GRAVA-JOB-STATUS

           OPEN OUTPUT BONIFICA-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "BONIFICACAO POR VOLUME - PROVISAO DO ANO "
                    DELIMITED BY SIZE
                  WRK-ANO DELIMITED BY SIZE
                  " ATE A COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA-NUM DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA

           IF EMITIR-CREDITOS
             AND WRK-MES NOT EQUAL 12
             MOVE "EMISSAO DE CREDITOS SO NO FECHAMENTO DO ANO "
               TO WRK-LINHA-REL
             MOVE "(COMPETENCIA DEZEMBRO): NENHUM CREDITO EMITIDO"
               TO WRK-LINHA-REL(45:)
             PERFORM 0050-IMPRIME-LINHA
             MOVE SPACE TO WRK-OPCAO-EMISSAO
             MOVE 8 TO WRK-RC-FINAL
           END-IF

           PERFORM 0001-CARREGA-CLIENTES
           PERFORM 0002-CARREGA-FAIXAS
           PERFORM 0003-CARREGA-FATURAS
           IF NOT APURACAO-ABORTADA
             PERFORM 0004-ACUMULA-CLIENTES
           END-IF

           IF APURACAO-ABORTADA
             MOVE "APURACAO ABORTADA, NENHUM CREDITO EMITIDO"
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
             MOVE 8 TO WRK-RC-FINAL
           ELSE
             IF EMITIR-CREDITOS
               PERFORM 0005-MARCA-JA-EMITIDOS
               OPEN EXTEND BONIFICACAO-CREDITOS
               IF WRK-STATUS-CREDITOS EQUAL "35"
                 OPEN OUTPUT BONIFICACAO-CREDITOS
               END-IF
             END-IF
             PERFORM 0010-IMPRIME-APURACAO
             IF EMITIR-CREDITOS
               CLOSE BONIFICACAO-CREDITOS
             END-IF
           END-IF

           CLOSE BONIFICA-RELATORIO
           PERFORM 0053-REGISTRA-RELATORIO

           MOVE "F" TO WRK-JSTAT-TIPO
           MOVE WRK-QTD-EMITIDOS TO WRK-JSTAT-QTD
           PERFORM 0052-GRAVA-JOB-STATUS

           DISPLAY "CLIENTES COM BONIFICACAO: " WRK-QTD-BONIFICADOS
                   " CREDITOS EMITIDOS: " WRK-QTD-EMITIDOS
           MOVE WRK-RC-FINAL TO RETURN-CODE
           GOBACK.

       0001-CARREGA-CLIENTES SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CLIENTES
           IF WRK-STATUS-CLIENTES NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CLIENTES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-CLIENTES NOT LESS 200
      *              SO A LEGENDA DE NOMES E LIMITADA.
                     DISPLAY "TAB-CLIENTES CHEIA, NOMES RESTANTES "
                             "SAIRAO EM BRANCO NO RELATORIO"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-CLIENTES
                     MOVE CLI-CODIGO-REG
                       TO CLI-CODIGO(WRK-QTD-CLIENTES)
                     MOVE CLI-NOME-REG
                       TO CLI-NOME(WRK-QTD-CLIENTES)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLIENTES
           END-IF.

       0002-CARREGA-FAIXAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT BONIFICACAO-FAIXAS
           IF WRK-STATUS-FAIXAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ BONIFICACAO-FAIXAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF BFX-CLIENTE NUMERIC
                     AND BFX-MINIMO NUMERIC
                     AND BFX-PERCENTUAL NUMERIC
                     IF WRK-QTD-FAIXAS NOT LESS 200
                       MOVE "S" TO WRK-FAIXAS-TRUNC
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-FAIXAS
                       MOVE BFX-CLIENTE
                         TO FXA-CLIENTE(WRK-QTD-FAIXAS)
                       MOVE BFX-MINIMO
                         TO FXA-MINIMO(WRK-QTD-FAIXAS)
                       MOVE BFX-PERCENTUAL
                         TO FXA-PERCENTUAL(WRK-QTD-FAIXAS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BONIFICACAO-FAIXAS
           END-IF
           IF WRK-QTD-FAIXAS EQUAL ZERO
             MOVE "BONIFICACAO-FAIXAS AUSENTE OU VAZIO"
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
             MOVE "S" TO WRK-ABORTA
           END-IF
           IF WRK-FAIXAS-TRUNC EQUAL "S"
             MOVE "BONIFICACAO-FAIXAS MAIOR QUE A TABELA (200)"
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
             MOVE "S" TO WRK-ABORTA
           END-IF.

      *    FATURAS DO ANO ATE A COMPETENCIA; COMPETENCIA REEMITIDA VALE
      *    PELA ULTIMA EMISSAO DO CLIENTE/FILIAL NO HISTORICO.
       0003-CARREGA-FATURAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURAS-HISTORICO
           IF WRK-STATUS-HIST EQUAL "35"
             MOVE "FATURAS-HISTORICO INEXISTENTE" TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ FATURAS-HISTORICO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF HIST-COMPETENCIA NUMERIC
                     AND HIST-CLIENTE NUMERIC
                     COMPUTE WRK-HIST-ANO = HIST-COMPETENCIA / 100
                     IF WRK-HIST-ANO EQUAL WRK-ANO
                       AND HIST-COMPETENCIA
                             NOT GREATER WRK-COMPETENCIA-NUM
                       PERFORM 0006-GUARDA-FATURA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURAS-HISTORICO
           END-IF.

       0006-GUARDA-FATURA SECTION.

           MOVE ZERO TO WRK-ACHOU-FAT
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-COMPETENCIA(WRK-IDX-FATURA) EQUAL HIST-COMPETENCIA
               AND FAT-CLIENTE(WRK-IDX-FATURA) EQUAL HIST-CLIENTE
               AND FAT-FILIAL(WRK-IDX-FATURA)  EQUAL HIST-FILIAL
               MOVE WRK-IDX-FATURA  TO WRK-ACHOU-FAT
               MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
             END-IF
           END-PERFORM

           IF WRK-ACHOU-FAT EQUAL ZERO
             IF WRK-QTD-FATURAS NOT LESS 5000
               IF NOT APURACAO-ABORTADA
                 MOVE "FATURAS DO ANO MAIORES QUE A TABELA (5000)"
                   TO WRK-LINHA-REL
                 PERFORM 0050-IMPRIME-LINHA
               END-IF
               MOVE "S" TO WRK-ABORTA
             ELSE
               ADD 1 TO WRK-QTD-FATURAS
               MOVE WRK-QTD-FATURAS TO WRK-ACHOU-FAT
             END-IF
           END-IF

           IF WRK-ACHOU-FAT GREATER ZERO
             MOVE HIST-COMPETENCIA TO FAT-COMPETENCIA(WRK-ACHOU-FAT)
             MOVE HIST-CLIENTE     TO FAT-CLIENTE(WRK-ACHOU-FAT)
             MOVE HIST-FILIAL      TO FAT-FILIAL(WRK-ACHOU-FAT)
             COMPUTE FAT-LIQUIDO(WRK-ACHOU-FAT) =
                 HIST-FRETE-BRUTO - HIST-ESTORNOS
           END-IF.

       0004-ACUMULA-CLIENTES SECTION.

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
                        OR APURACAO-ABORTADA
             MOVE ZERO TO WRK-ACHOU-ACUM
             PERFORM VARYING WRK-IDX-ACUM FROM 1 BY 1
                       UNTIL WRK-IDX-ACUM > WRK-QTD-ACUM
               IF ACM-CLIENTE(WRK-IDX-ACUM)
                    EQUAL FAT-CLIENTE(WRK-IDX-FATURA)
                 MOVE WRK-IDX-ACUM TO WRK-ACHOU-ACUM
                 MOVE WRK-QTD-ACUM TO WRK-IDX-ACUM
               END-IF
             END-PERFORM
             IF WRK-ACHOU-ACUM EQUAL ZERO
               IF WRK-QTD-ACUM NOT LESS 1000
                 MOVE "CLIENTES DO ANO MAIORES QUE A TABELA (1000)"
                   TO WRK-LINHA-REL
                 PERFORM 0050-IMPRIME-LINHA
                 MOVE "S" TO WRK-ABORTA
               ELSE
                 ADD 1 TO WRK-QTD-ACUM
                 MOVE WRK-QTD-ACUM TO WRK-ACHOU-ACUM
                 MOVE FAT-CLIENTE(WRK-IDX-FATURA)
                   TO ACM-CLIENTE(WRK-ACHOU-ACUM)
                 MOVE ZERO TO ACM-LIQUIDO(WRK-ACHOU-ACUM)
                 MOVE "N"  TO ACM-JA-EMITIDO(WRK-ACHOU-ACUM)
               END-IF
             END-IF
             IF WRK-ACHOU-ACUM GREATER ZERO
               ADD FAT-LIQUIDO(WRK-IDX-FATURA)
                 TO ACM-LIQUIDO(WRK-ACHOU-ACUM)
             END-IF
           END-PERFORM.

      *    CLIENTE QUE JA TEM CREDITO DO ANO (FECHAMENTO REPETIDO) NAO
      *    RECEBE OUTRO.
       0005-MARCA-JA-EMITIDOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT BONIFICACAO-CREDITOS
           IF WRK-STATUS-CREDITOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ BONIFICACAO-CREDITOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF BCRD-ANO EQUAL WRK-ANO
                     PERFORM VARYING WRK-IDX-ACUM FROM 1 BY 1
                               UNTIL WRK-IDX-ACUM > WRK-QTD-ACUM
                       IF ACM-CLIENTE(WRK-IDX-ACUM) EQUAL BCRD-CLIENTE
                         MOVE "S" TO ACM-JA-EMITIDO(WRK-IDX-ACUM)
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BONIFICACAO-CREDITOS
           END-IF.

       0010-IMPRIME-APURACAO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           MOVE "CLIENTE"            TO WRK-LINHA-REL(1:7)
           MOVE "FRETE LIQ. ANO"     TO WRK-LINHA-REL(28:14)
           MOVE "FAIXA"              TO WRK-LINHA-REL(43:5)
           MOVE "PROVISAO ATE DATA"  TO WRK-LINHA-REL(50:17)
           MOVE "FRETE PROJETADO"    TO WRK-LINHA-REL(68:15)
           MOVE "FAIXA"              TO WRK-LINHA-REL(84:5)
           MOVE "BONIF. PROJETADA"   TO WRK-LINHA-REL(91:16)
           PERFORM 0050-IMPRIME-LINHA

           PERFORM VARYING WRK-IDX-ACUM FROM 1 BY 1
                     UNTIL WRK-IDX-ACUM > WRK-QTD-ACUM
             PERFORM 0011-APURA-CLIENTE
           END-PERFORM

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "FRETE LIQUIDO DO ANO ATE A COMPETENCIA...: "
                    DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-TOT-PROVISAO TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROVISAO DE BONIFICACAO ATE A DATA.......: "
                    DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-TOT-BONIF-PROJ TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "BONIFICACAO PROJETADA PARA O ANO.........: "
                    DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-BONIFICADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CLIENTES COM BONIFICACAO.................: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           IF EMITIR-CREDITOS
             MOVE WRK-TOT-EMITIDO TO WRK-TOTAL-ED
             MOVE WRK-QTD-EMITIDOS TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "CREDITOS EMITIDOS NO FECHAMENTO..........: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " VALOR " DELIMITED BY SIZE
                    WRK-TOTAL-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0050-IMPRIME-LINHA
           END-IF.

      *    FAIXA ATUAL PELO ACUMULADO; PROJECAO PELO ACUMULADO
      *    ANUALIZADO NOS MESES DECORRIDOS DO ANO.
       0011-APURA-CLIENTE SECTION.

           MOVE ACM-LIQUIDO(WRK-IDX-ACUM) TO WRK-BASE-FAIXA
           PERFORM 0020-PROCURA-FAIXA
           MOVE WRK-PERC-ACHADO TO WRK-PERC-ATUAL
           MOVE ZERO TO WRK-PROVISAO
           IF WRK-TEM-FAIXA EQUAL "S"
             COMPUTE WRK-PROVISAO ROUNDED =
                 ACM-LIQUIDO(WRK-IDX-ACUM) * WRK-PERC-ATUAL / 100
           END-IF

           COMPUTE WRK-PROJETADO ROUNDED =
               ACM-LIQUIDO(WRK-IDX-ACUM) * 12 / WRK-MES
           MOVE WRK-PROJETADO TO WRK-BASE-FAIXA
           PERFORM 0020-PROCURA-FAIXA
           MOVE WRK-PERC-ACHADO TO WRK-PERC-PROJ
           MOVE ZERO TO WRK-BONIF-PROJ
           IF WRK-TEM-FAIXA EQUAL "S"
             COMPUTE WRK-BONIF-PROJ ROUNDED =
                 WRK-PROJETADO * WRK-PERC-PROJ / 100
           END-IF

           ADD ACM-LIQUIDO(WRK-IDX-ACUM) TO WRK-TOT-LIQUIDO
           ADD WRK-PROVISAO   TO WRK-TOT-PROVISAO
           ADD WRK-BONIF-PROJ TO WRK-TOT-BONIF-PROJ
           IF WRK-PROVISAO GREATER ZERO
             OR WRK-BONIF-PROJ GREATER ZERO
             ADD 1 TO WRK-QTD-BONIFICADOS
           END-IF

           PERFORM 0012-RESOLVE-CLIENTE
           MOVE SPACE TO WRK-LINHA-REL
           MOVE ACM-CLIENTE(WRK-IDX-ACUM) TO WRK-LINHA-REL(1:5)
           MOVE WRK-CLIENTE-NOME          TO WRK-LINHA-REL(7:20)
           MOVE ACM-LIQUIDO(WRK-IDX-ACUM) TO WRK-LIQUIDO-ED
           MOVE WRK-LIQUIDO-ED            TO WRK-LINHA-REL(28:14)
           MOVE WRK-PERC-ATUAL            TO WRK-PERC-ED
           MOVE WRK-PERC-ED               TO WRK-LINHA-REL(43:5)
           MOVE WRK-PROVISAO              TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED              TO WRK-LINHA-REL(54:13)
           MOVE WRK-PROJETADO             TO WRK-LIQUIDO-ED
           MOVE WRK-LIQUIDO-ED            TO WRK-LINHA-REL(69:14)
           MOVE WRK-PERC-PROJ             TO WRK-PERC-ED
           MOVE WRK-PERC-ED               TO WRK-LINHA-REL(84:5)
           MOVE WRK-BONIF-PROJ            TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED              TO WRK-LINHA-REL(94:13)
           IF EMITIR-CREDITOS
             AND WRK-PROVISAO GREATER ZERO
             IF ACM-JA-EMITIDO(WRK-IDX-ACUM) EQUAL "S"
               MOVE "CREDITO JA EMITIDO" TO WRK-LINHA-REL(109:)
             ELSE
               PERFORM 0013-EMITE-CREDITO
               MOVE "CREDITO EMITIDO" TO WRK-LINHA-REL(109:)
             END-IF
           END-IF
           PERFORM 0050-IMPRIME-LINHA.

       0012-RESOLVE-CLIENTE SECTION.

           MOVE SPACE TO WRK-CLIENTE-NOME
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                     UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
             IF CLI-CODIGO(WRK-IDX-CLIENTE)
                  EQUAL ACM-CLIENTE(WRK-IDX-ACUM)
               MOVE CLI-NOME(WRK-IDX-CLIENTE) TO WRK-CLIENTE-NOME
               MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
             END-IF
           END-PERFORM.

       0013-EMITE-CREDITO SECTION.

           MOVE SPACE TO REG-BONIF-CREDITO
           MOVE ACM-CLIENTE(WRK-IDX-ACUM) TO BCRD-CLIENTE
           MOVE WRK-ANO                   TO BCRD-ANO
           MOVE ACM-LIQUIDO(WRK-IDX-ACUM) TO BCRD-FRETE-LIQUIDO
           MOVE WRK-PERC-ATUAL            TO BCRD-PERCENTUAL
           MOVE WRK-PROVISAO              TO BCRD-VALOR
           MOVE WRK-PROVISAO              TO BCRD-SALDO
           MOVE "P"                       TO BCRD-SITUACAO
           MOVE WRK-DATA-SISTEMA          TO BCRD-DATA-EMISSAO
           MOVE ZERO                      TO BCRD-COMPET-FATURADA
           MOVE ZERO                      TO BCRD-FATURA-COBRANCA
           MOVE SPACE                     TO BCRD-FILIAL-COBRANCA
           MOVE ZERO                      TO BCRD-ABATIDO-COMPET
           WRITE REG-BONIF-CREDITO
           ADD 1 TO WRK-QTD-EMITIDOS
           ADD WRK-PROVISAO TO WRK-TOT-EMITIDO.

      *    FAIXA DE MAIOR MINIMO ALCANCADO PELA BASE, ENTRE AS FAIXAS
      *    DO CLIENTE OU, SE ELE NAO TIVER, ENTRE AS GERAIS (00000).
       0020-PROCURA-FAIXA SECTION.

           MOVE ZERO TO WRK-CLIENTE-FAIXA
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                     UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
             IF FXA-CLIENTE(WRK-IDX-FAIXA)
                  EQUAL ACM-CLIENTE(WRK-IDX-ACUM)
               MOVE ACM-CLIENTE(WRK-IDX-ACUM) TO WRK-CLIENTE-FAIXA
               MOVE WRK-QTD-FAIXAS TO WRK-IDX-FAIXA
             END-IF
           END-PERFORM

           MOVE "N"  TO WRK-TEM-FAIXA
           MOVE ZERO TO WRK-MINIMO-ACHADO
           MOVE ZERO TO WRK-PERC-ACHADO
           IF WRK-BASE-FAIXA GREATER ZERO
             PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
               IF FXA-CLIENTE(WRK-IDX-FAIXA) EQUAL WRK-CLIENTE-FAIXA
                 AND FXA-MINIMO(WRK-IDX-FAIXA)
                       NOT GREATER WRK-BASE-FAIXA
                 AND (WRK-TEM-FAIXA EQUAL "N"
                      OR FXA-MINIMO(WRK-IDX-FAIXA)
                           NOT LESS WRK-MINIMO-ACHADO)
                 MOVE "S" TO WRK-TEM-FAIXA
                 MOVE FXA-MINIMO(WRK-IDX-FAIXA) TO WRK-MINIMO-ACHADO
                 MOVE FXA-PERCENTUAL(WRK-IDX-FAIXA)
                   TO WRK-PERC-ACHADO
               END-IF
             END-PERFORM
           END-IF.

       0050-IMPRIME-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-BONIFICA-REL
           WRITE REG-BONIFICA-REL.

       0052-GRAVA-JOB-STATUS SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE "BONIFICA-VOL"   TO JSTAT-JOB
           MOVE WRK-JSTAT-TIPO   TO JSTAT-TIPO
           MOVE WRK-DATA-SISTEMA TO JSTAT-DATA
           MOVE WRK-HORA-SISTEMA TO JSTAT-HORA
           MOVE WRK-JSTAT-QTD    TO JSTAT-QTD

           OPEN EXTEND JOB-STATUS
           IF WRK-STATUS-JOB EQUAL "35"
             OPEN OUTPUT JOB-STATUS
           END-IF
           WRITE REG-JOB-STATUS
           CLOSE JOB-STATUS.

       0053-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB SO E MONTADO DEPOIS DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "BONIFICA-VOL"       TO RPED-JOB
           MOVE "BONIFICA-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM  TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO".

       END PROGRAM BONIFICA-VOLUME.
