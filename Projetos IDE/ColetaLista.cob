       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLETA-LISTA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LISTA DA MANHA DAS COLETAS DO DIA POR FILIAL E
      *==            COBRANCA DAS COLETAS NAO ATENDIDAS. PRIMEIRO
      *==            APLICA EM COLETAS OS VINCULOS COLETA X EMBARQUE
      *==            GRAVADOS PELO CALCULO-FRETE EM COLETAS-VINCULO
      *==            (TODAS AS GERACOES): A COLETA AGENDADA PASSA A
      *==            VINCULADA COM A CHAVE DO QUOTE-MASTER. DEPOIS
      *==            IMPRIME EM COLETA-RELATORIO, AGRUPADAS POR FILIAL E
      *==            EM ORDEM DE CEP PARA O ROTEIRO DO MOTORISTA, AS
      *==            COLETAS COM JANELA NA DATA DE REFERENCIA, COM OS
      *==            TOTAIS DE PESO E VOLUMES; EM SEGUIDA AS COLETAS
      *==            AINDA AGENDADAS COM JANELA ANTERIOR A DATA DE
      *==            REFERENCIA (SEM EMBARQUE COTADO) E OS VINCULOS QUE
      *==            NAO ACHARAM COLETA VALIDA.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A DATA DE REFERENCIA (EM BRANCO = DATA DO
      *==      SISTEMA). HAVENDO COLETA NAO ATENDIDA OU VINCULO SEM
      *==      COLETA O JOB TERMINA COM RETURN-CODE 4.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO COLETA-RELATORIO REGISTRADA NO
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
           SELECT COLETAS ASSIGN TO "COLETAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COLETAS.
           SELECT COLETAS-NOVA ASSIGN TO "COLETAS-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLETAS-VINCULO ASSIGN TO "COLETAS-VINCULO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VINCULO.
           SELECT COLETA-RELATORIO ASSIGN TO "COLETA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  COLETAS.
       01  REG-COLETA.
           COPY COLETA-REG.

       FD  COLETAS-NOVA.
       01  REG-COLETA-NOVA.
           COPY COLETA-REG REPLACING LEADING ==COL== BY ==CNOVA==.

       FD  COLETAS-VINCULO.
       01  REG-COLETA-VINCULO.
           COPY COLETA-VINC.

       FD  COLETA-RELATORIO.
       01  REG-COLETA-REL          PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-FILIAL          PIC X(05).
           05 SORT-CEP             PIC 9(08).
           05 SORT-NUMERO          PIC 9(07).
           05 SORT-CLIENTE         PIC 9(05).
           05 SORT-PESO            PIC 9(05)V99.
           05 SORT-VOLUMES         PIC 9(04).
           05 SORT-SITUACAO        PIC X(01).
           05 SORT-DATA-PEDIDA     PIC 9(08).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-COLETAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-VINCULO PIC X(02)          VALUE SPACE.
       77  WRK-FIM-COLETAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-NOVA     PIC X(01)            VALUE "N".
       77  WRK-FIM-VINCULO  PIC X(01)            VALUE "N".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== PARAMETROS DO DIA ==========================
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-REF-X   PIC X(08)            VALUE SPACE.
       77  WRK-DATA-REF     PIC 9(08)            VALUE ZERO.
      *====================== VINCULOS COLETA X EMBARQUE =================
       77  WRK-QTD-VINC     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-VINC     PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-VINC   PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-APLICADOS PIC 9(05)           VALUE ZERO.
       01  TAB-VINCULOS.
           05 VINC-ITEM OCCURS 5000 TIMES
                         INDEXED BY IDX-VINC.
              10 VTAB-COLETA     PIC 9(07).
              10 VTAB-DATA       PIC 9(08).
              10 VTAB-SEQ        PIC 9(07).
              10 VTAB-FILIAL     PIC X(05).
              10 VTAB-CLIENTE    PIC 9(05).
      *       N = COLETA NAO ACHADA, C = COLETA CANCELADA, S = ACHADA
              10 VTAB-SITUACAO   PIC X(01).
      *====================== QUEBRA POR FILIAL ==========================
       77  WRK-FILIAL-ATUAL PIC X(05)            VALUE SPACE.
       77  WRK-TEM-GRUPO    PIC X(01)            VALUE "N".
       77  WRK-QTD-FILIAL   PIC 9(05)            VALUE ZERO.
       77  WRK-PESO-FILIAL  PIC 9(07)V99         VALUE ZERO.
       77  WRK-VOL-FILIAL   PIC 9(06)            VALUE ZERO.
       77  WRK-QTD-TOTAL    PIC 9(05)            VALUE ZERO.
       77  WRK-TEXTO-SITUACAO PIC X(30)          VALUE SPACE.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-PESO-ED      PIC Z.ZZZ.ZZ9,99.
       77  WRK-VOL-ED       PIC ZZZZZ9.
      *====================== COBRANCA ===================================
       77  WRK-QTD-PENDENTES PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ORFAOS   PIC 9(05)            VALUE ZERO.

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

           PERFORM 0001-CARREGA-VINCULOS
           PERFORM 0002-APLICA-VINCULOS

           OPEN OUTPUT COLETA-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LISTA DE COLETAS POR FILIAL - JANELA "
                    DELIMITED BY SIZE
                  WRK-DATA-REF  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL
           MOVE SPACE TO REG-COLETA-REL
           WRITE REG-COLETA-REL

           SORT WRK-SORT
               ASCENDING KEY SORT-FILIAL SORT-CEP SORT-NUMERO
               INPUT PROCEDURE 0003-SELECIONA
               OUTPUT PROCEDURE 0004-IMPRIME

           IF WRK-TEM-GRUPO EQUAL "S"
             PERFORM 0006-FECHA-FILIAL
           END-IF

           MOVE WRK-QTD-TOTAL TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DE COLETAS DO DIA: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL
           MOVE SPACE TO REG-COLETA-REL
           WRITE REG-COLETA-REL

           PERFORM 0007-LISTA-PENDENTES
           PERFORM 0008-LISTA-ORFAOS
           CLOSE COLETA-RELATORIO
           PERFORM 0010-REGISTRA-RELATORIO

           DISPLAY "VINCULOS APLICADOS: " WRK-QTD-APLICADOS
           DISPLAY "COLETAS DO DIA: " WRK-QTD-TOTAL
           DISPLAY "COLETAS NAO ATENDIDAS: " WRK-QTD-PENDENTES
           DISPLAY "VINCULOS SEM COLETA: " WRK-QTD-ORFAOS
           IF WRK-QTD-PENDENTES GREATER ZERO
             OR WRK-QTD-ORFAOS GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-VINCULOS SECTION.

      *    TODAS AS GERACOES DE COLETAS-VINCULO VEM CONCATENADAS;
      *    REAPLICAR UM VINCULO JA APLICADO NAO MUDA NADA. VALE O
      *    PRIMEIRO VINCULO DE CADA COLETA.
           OPEN INPUT COLETAS-VINCULO
           IF WRK-STATUS-VINCULO EQUAL "35"
             DISPLAY "COLETAS-VINCULO INEXISTENTE, NENHUM VINCULO A "
                     "APLICAR"
             MOVE "S" TO WRK-FIM-VINCULO
           END-IF
           PERFORM UNTIL WRK-FIM-VINCULO EQUAL "S"
             READ COLETAS-VINCULO
               AT END
                 MOVE "S" TO WRK-FIM-VINCULO
               NOT AT END
                 IF VINC-COLETA NOT NUMERIC
                   OR VINC-DATA NOT NUMERIC
                   OR VINC-SEQ NOT NUMERIC
                   DISPLAY "VINCULO INVALIDO DESCARTADO: "
                           REG-COLETA-VINCULO
                 ELSE
                   PERFORM 0009-PROCURA-VINCULO
                   IF WRK-ACHOU-VINC EQUAL ZERO
                     IF WRK-QTD-VINC NOT LESS 5000
                       DISPLAY "TAB-VINCULOS CHEIA, VINCULOS "
                               "RESTANTES NAO CARREGADOS"
                       MOVE "S" TO WRK-FIM-VINCULO
                     ELSE
                       ADD 1 TO WRK-QTD-VINC
                       MOVE VINC-COLETA  TO VTAB-COLETA(WRK-QTD-VINC)
                       MOVE VINC-DATA    TO VTAB-DATA(WRK-QTD-VINC)
                       MOVE VINC-SEQ     TO VTAB-SEQ(WRK-QTD-VINC)
                       MOVE VINC-FILIAL  TO VTAB-FILIAL(WRK-QTD-VINC)
                       MOVE VINC-CLIENTE TO VTAB-CLIENTE(WRK-QTD-VINC)
                       MOVE "N"          TO VTAB-SITUACAO(WRK-QTD-VINC)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-VINCULO NOT EQUAL "35"
             CLOSE COLETAS-VINCULO
           END-IF.

       0009-PROCURA-VINCULO SECTION.

           MOVE ZERO TO WRK-ACHOU-VINC
           PERFORM VARYING WRK-IDX-VINC FROM 1 BY 1
                     UNTIL WRK-IDX-VINC > WRK-QTD-VINC
             IF VTAB-COLETA(WRK-IDX-VINC) EQUAL VINC-COLETA
               MOVE WRK-IDX-VINC TO WRK-ACHOU-VINC
               MOVE WRK-QTD-VINC TO WRK-IDX-VINC
             END-IF
           END-PERFORM.

       0002-APLICA-VINCULOS SECTION.

           OPEN INPUT COLETAS
           IF WRK-STATUS-COLETAS EQUAL "35"
             DISPLAY "ARQUIVO COLETAS INEXISTENTE, NENHUMA COLETA "
                     "AGENDADA"
           ELSE
             OPEN OUTPUT COLETAS-NOVA
             PERFORM UNTIL WRK-FIM-COLETAS EQUAL "S"
               READ COLETAS
                 AT END
                   MOVE "S" TO WRK-FIM-COLETAS
                 NOT AT END
                   MOVE COL-NUMERO TO VINC-COLETA
                   PERFORM 0009-PROCURA-VINCULO
                   IF WRK-ACHOU-VINC GREATER ZERO
                     IF COL-SITUACAO EQUAL "C"
                       MOVE "C" TO VTAB-SITUACAO(WRK-ACHOU-VINC)
                     ELSE
                       MOVE "S" TO VTAB-SITUACAO(WRK-ACHOU-VINC)
                       IF COL-SITUACAO EQUAL "A"
                         MOVE "V" TO COL-SITUACAO
                         MOVE VTAB-DATA(WRK-ACHOU-VINC)
                           TO COL-DATA-EMBARQUE
                         MOVE VTAB-SEQ(WRK-ACHOU-VINC)
                           TO COL-SEQ-EMBARQUE
                         ADD 1 TO WRK-QTD-APLICADOS
                       END-IF
                     END-IF
                   END-IF
                   MOVE REG-COLETA TO REG-COLETA-NOVA
                   WRITE REG-COLETA-NOVA
               END-READ
             END-PERFORM
             CLOSE COLETAS
             CLOSE COLETAS-NOVA

             OPEN INPUT  COLETAS-NOVA
             OPEN OUTPUT COLETAS
             PERFORM UNTIL WRK-FIM-NOVA EQUAL "S"
               READ COLETAS-NOVA
                 AT END
                   MOVE "S" TO WRK-FIM-NOVA
                 NOT AT END
                   MOVE REG-COLETA-NOVA TO REG-COLETA
                   WRITE REG-COLETA
               END-READ
             END-PERFORM
             CLOSE COLETAS-NOVA
             CLOSE COLETAS
           END-IF.

       0003-SELECIONA SECTION.

           MOVE "N" TO WRK-FIM-COLETAS
           OPEN INPUT COLETAS
           IF WRK-STATUS-COLETAS EQUAL "35"
             MOVE "S" TO WRK-FIM-COLETAS
           END-IF
           PERFORM UNTIL WRK-FIM-COLETAS EQUAL "S"
             READ COLETAS
               AT END
                 MOVE "S" TO WRK-FIM-COLETAS
               NOT AT END
                 IF COL-DATA-JANELA EQUAL WRK-DATA-REF
                   AND COL-SITUACAO NOT EQUAL "C"
                   MOVE COL-FILIAL      TO SORT-FILIAL
                   MOVE COL-CEP         TO SORT-CEP
                   MOVE COL-NUMERO      TO SORT-NUMERO
                   MOVE COL-CLIENTE     TO SORT-CLIENTE
                   MOVE COL-PESO        TO SORT-PESO
                   MOVE COL-VOLUMES     TO SORT-VOLUMES
                   MOVE COL-SITUACAO    TO SORT-SITUACAO
                   MOVE COL-DATA-PEDIDA TO SORT-DATA-PEDIDA
                   RELEASE REG-SORT
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-COLETAS NOT EQUAL "35"
             CLOSE COLETAS
           END-IF.

       0004-IMPRIME SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0005-IMPRIME-COLETA
             END-RETURN
           END-PERFORM.

       0005-IMPRIME-COLETA SECTION.

           IF SORT-FILIAL NOT EQUAL WRK-FILIAL-ATUAL
             OR WRK-TEM-GRUPO EQUAL "N"
             IF WRK-TEM-GRUPO EQUAL "S"
               PERFORM 0006-FECHA-FILIAL
             END-IF
             MOVE SORT-FILIAL TO WRK-FILIAL-ATUAL
             MOVE "S"  TO WRK-TEM-GRUPO
             MOVE ZERO TO WRK-QTD-FILIAL
             MOVE ZERO TO WRK-PESO-FILIAL
             MOVE ZERO TO WRK-VOL-FILIAL
             MOVE SPACE TO WRK-LINHA-REL
             STRING "FILIAL " DELIMITED BY SIZE
                    WRK-FILIAL-ATUAL DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-COLETA-REL
             WRITE REG-COLETA-REL
           END-IF

           ADD 1 TO WRK-QTD-FILIAL
           ADD 1 TO WRK-QTD-TOTAL
           ADD SORT-PESO    TO WRK-PESO-FILIAL
           ADD SORT-VOLUMES TO WRK-VOL-FILIAL

           MOVE SPACE TO WRK-TEXTO-SITUACAO
           IF SORT-SITUACAO EQUAL "V"
             MOVE " - JA COTADA" TO WRK-TEXTO-SITUACAO
           END-IF
           IF SORT-DATA-PEDIDA NOT EQUAL WRK-DATA-REF
             AND WRK-TEXTO-SITUACAO EQUAL SPACE
             STRING " - REAGENDADA DE " DELIMITED BY SIZE
                    SORT-DATA-PEDIDA    DELIMITED BY SIZE
               INTO WRK-TEXTO-SITUACAO
             END-STRING
           END-IF
           MOVE SORT-PESO    TO WRK-PESO-ED
           MOVE SORT-VOLUMES TO WRK-VOL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  COLETA "         DELIMITED BY SIZE
                  SORT-NUMERO         DELIMITED BY SIZE
                  " CEP "             DELIMITED BY SIZE
                  SORT-CEP            DELIMITED BY SIZE
                  " CLIENTE "         DELIMITED BY SIZE
                  SORT-CLIENTE        DELIMITED BY SIZE
                  " PESO (KG) "       DELIMITED BY SIZE
                  WRK-PESO-ED         DELIMITED BY SIZE
                  " VOLUMES "         DELIMITED BY SIZE
                  WRK-VOL-ED          DELIMITED BY SIZE
                  WRK-TEXTO-SITUACAO  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL.

       0006-FECHA-FILIAL SECTION.

           MOVE WRK-QTD-FILIAL  TO WRK-QTD-ED
           MOVE WRK-PESO-FILIAL TO WRK-PESO-ED
           MOVE WRK-VOL-FILIAL  TO WRK-VOL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  COLETAS DA FILIAL: " DELIMITED BY SIZE
                  WRK-QTD-ED       DELIMITED BY SIZE
                  " PESO ESTIMADO (KG): " DELIMITED BY SIZE
                  WRK-PESO-ED      DELIMITED BY SIZE
                  " VOLUMES: "     DELIMITED BY SIZE
                  WRK-VOL-ED       DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL
           MOVE SPACE TO REG-COLETA-REL
           WRITE REG-COLETA-REL.

       0007-LISTA-PENDENTES SECTION.

      *    COLETA AINDA AGENDADA COM A JANELA VENCIDA: O EMBARQUE NAO
      *    FOI COTADO, A FILIAL TEM QUE COBRAR A COLETA OU O CLIENTE.
           MOVE SPACE TO WRK-LINHA-REL
           STRING "COLETAS NAO ATENDIDAS (JANELA VENCIDA, SEM "
                    DELIMITED BY SIZE
                  "EMBARQUE COTADO)" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL

           MOVE "N" TO WRK-FIM-COLETAS
           OPEN INPUT COLETAS
           IF WRK-STATUS-COLETAS EQUAL "35"
             MOVE "S" TO WRK-FIM-COLETAS
           END-IF
           PERFORM UNTIL WRK-FIM-COLETAS EQUAL "S"
             READ COLETAS
               AT END
                 MOVE "S" TO WRK-FIM-COLETAS
               NOT AT END
                 IF COL-SITUACAO EQUAL "A"
                   AND COL-DATA-JANELA LESS WRK-DATA-REF
                   ADD 1 TO WRK-QTD-PENDENTES
                   MOVE SPACE TO WRK-LINHA-REL
                   STRING "  COLETA "      DELIMITED BY SIZE
                          COL-NUMERO       DELIMITED BY SIZE
                          " FILIAL "       DELIMITED BY SIZE
                          COL-FILIAL       DELIMITED BY SIZE
                          " CLIENTE "      DELIMITED BY SIZE
                          COL-CLIENTE      DELIMITED BY SIZE
                          " CEP "          DELIMITED BY SIZE
                          COL-CEP          DELIMITED BY SIZE
                          " JANELA "       DELIMITED BY SIZE
                          COL-DATA-JANELA  DELIMITED BY SIZE
                          " OPERADOR "     DELIMITED BY SIZE
                          COL-OPERADOR     DELIMITED BY SIZE
                     INTO WRK-LINHA-REL
                   END-STRING
                   MOVE WRK-LINHA-REL TO REG-COLETA-REL
                   WRITE REG-COLETA-REL
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-COLETAS NOT EQUAL "35"
             CLOSE COLETAS
           END-IF

           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TOTAL NAO ATENDIDAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL
           MOVE SPACE TO REG-COLETA-REL
           WRITE REG-COLETA-REL.

       0008-LISTA-ORFAOS SECTION.

      *    EMBARQUE COTADO COM NUMERO DE COLETA INEXISTENTE OU
      *    CANCELADA: PROVAVEL ERRO DE DIGITACAO NA TRANSACAO.
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMBARQUES COM NUMERO DE COLETA INEXISTENTE OU "
                    DELIMITED BY SIZE
                  "CANCELADA" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL
           PERFORM VARYING WRK-IDX-VINC FROM 1 BY 1
                     UNTIL WRK-IDX-VINC > WRK-QTD-VINC
             IF VTAB-SITUACAO(WRK-IDX-VINC) NOT EQUAL "S"
               ADD 1 TO WRK-QTD-ORFAOS
               IF VTAB-SITUACAO(WRK-IDX-VINC) EQUAL "C"
                 MOVE " - COLETA CANCELADA" TO WRK-TEXTO-SITUACAO
               ELSE
                 MOVE " - COLETA INEXISTENTE" TO WRK-TEXTO-SITUACAO
               END-IF
               MOVE SPACE TO WRK-LINHA-REL
               STRING "  EMBARQUE "    DELIMITED BY SIZE
                      VTAB-DATA(WRK-IDX-VINC) DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      VTAB-SEQ(WRK-IDX-VINC)  DELIMITED BY SIZE
                      " FILIAL "       DELIMITED BY SIZE
                      VTAB-FILIAL(WRK-IDX-VINC) DELIMITED BY SIZE
                      " CLIENTE "      DELIMITED BY SIZE
                      VTAB-CLIENTE(WRK-IDX-VINC) DELIMITED BY SIZE
                      " COLETA "       DELIMITED BY SIZE
                      VTAB-COLETA(WRK-IDX-VINC) DELIMITED BY SIZE
                      WRK-TEXTO-SITUACAO DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-COLETA-REL
               WRITE REG-COLETA-REL
             END-IF
           END-PERFORM
           MOVE WRK-QTD-ORFAOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TOTAL DE VINCULOS SEM COLETA: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-COLETA-REL
           WRITE REG-COLETA-REL.

       0010-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "COLETA-LISTA"     TO RPED-JOB
           MOVE "COLETA-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-REF / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM COLETA-LISTA.
