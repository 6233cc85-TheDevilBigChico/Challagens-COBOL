      *==            (SITUACAO A/R, DATA, OPERADOR, MOTIVO).
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FECHAMENTO DE COMPETENCIA: O ESTORNO APROVADO
      *==                 LEVA NA TRANSACAO A COMPETENCIA DO EMBARQUE
      *==                 ORIGINAL (GER-COMPET-ORIGEM); SE ELA JA ESTA
      *==                 FECHADA EM FRETE-PERIODOS O SUPERVISOR E
      *==                 AVISADO DE QUE O LOTE LANCA O ESTORNO NA
      *==                 COMPETENCIA ABERTA, COM REFERENCIA A ORIGINAL.
      *== 15/10/2026 FA  O ESTORNO APROVADO LEVA O PAGADOR, O
      *==                 DESTINATARIO, O NUMERO ONU E A COLETA
      *==                 GUARDADOS EM ESTORNOS-PENDENTES, NO LUGAR DE
      *==                 BRANCOS: O ESTORNO FOB VOLTAVA FATURADO AO
      *==                 REMETENTE.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.
           SELECT FRETE-PERIODOS ASSIGN TO "FRETE-PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
           05 GER-SEQ-ORIGINAL     PIC 9(07).
           05 GER-CATEGORIA        PIC X(04).
           05 GER-MARCA            PIC X(01).
      *    PAGADOR, DESTINATARIO, ONU E COLETA DA TRANSACAO ORIGINAL.
           05 GER-PAGADOR          PIC X(01).
           05 GER-DESTINATARIO     PIC 9(05).
           05 GER-ONU              PIC 9(04).
           05 GER-COLETA           PIC 9(07).
           05 GER-COMPET-ORIGEM    PIC 9(06).
       01  REG-TRANS-APROVADO-HDR.
           05 GERH-REGISTRO        PIC X(01).
           05 GERH-DATA            PIC 9(08).
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  FRETE-PERIODOS.
       01  REG-FRETE-PERIODO.
           COPY FRETE-PERIODO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-EPEND PIC X(02)            VALUE SPACE.
       77  WRK-QTD-PENDENTES PIC 9(05)           VALUE ZERO.
       77  WRK-HASH-GERADO  PIC 9(11)V99         VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
      *====================== COMPETENCIAS FECHADAS ======================
       77  WRK-STATUS-PERIODOS PIC X(02)         VALUE SPACE.
       77  WRK-FIM-PERIODOS PIC X(01)            VALUE "N".
       77  WRK-QTD-FECHADAS PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-FECHADA  PIC 9(03)            VALUE ZERO.
       77  WRK-COMPET-FECHADA PIC X(01)          VALUE "N".
           88 COMPETENCIA-FECHADA                VALUE "S".
       77  WRK-COMPET-ORIGEM PIC 9(06)           VALUE ZERO.
       77  WRK-QTD-POSTERGADOS PIC 9(05)         VALUE ZERO.
       01  TAB-FECHADAS.
           05 FECHADA-COMPET PIC 9(06)   OCCURS 240 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
               ACCEPT WRK-OPERADOR
           END-IF

           PERFORM 0007-CARREGA-PERIODOS

           OPEN INPUT ESTORNOS-PENDENTES
           IF WRK-STATUS-EPEND EQUAL "35"
             DISPLAY "NENHUM ESTORNO PENDENTE DE APROVACAO"
                     " FILIAL " EPEND-FILIAL
                     " PRODUTO " EPEND-PRODUTO
             DISPLAY "  FRETE A ESTORNAR: " WRK-FRETE-ED
             PERFORM 0008-CHECA-FECHADA
             IF COMPETENCIA-FECHADA
               DISPLAY "  COMPETENCIA " WRK-COMPET-ORIGEM
                       " FECHADA: O ESTORNO SERA LANCADO NA "
                       "COMPETENCIA ABERTA"
             END-IF
             DISPLAY "DECISAO (A-APROVAR R-RECUSAR P-PULAR) "
               ACCEPT WRK-DECISAO
             EVALUATE TRUE

       0003-GERA-TRANSACAO SECTION.

           MOVE SPACE            TO REG-TRANS-APROVADO
           MOVE "D"              TO GER-REGISTRO
           MOVE EPEND-PRODUTO    TO GER-PRODUTO
           MOVE EPEND-VALOR      TO GER-VALOR
           MOVE EPEND-DATA-ORIGINAL TO GER-DATA-ORIGINAL
           MOVE EPEND-SEQ-ORIGINAL  TO GER-SEQ-ORIGINAL
           MOVE EPEND-CATEGORIA  TO GER-CATEGORIA
      *    PAGADOR, DESTINATARIO, ONU E COLETA VOLTAM COMO VIERAM NA
      *    TRANSACAO ORIGINAL; REGISTRO ANTIGO (CURTO) VOLTA COMO
      *    REMETENTE, CARGA COMUM E SEM COLETA.
           IF EPEND-PAGADOR EQUAL "F"
             MOVE "F" TO GER-PAGADOR
           ELSE
             MOVE "C" TO GER-PAGADOR
           END-IF
           IF EPEND-DESTINATARIO NUMERIC
             MOVE EPEND-DESTINATARIO TO GER-DESTINATARIO
           ELSE
             MOVE ZERO TO GER-DESTINATARIO
           END-IF
           IF EPEND-ONU NUMERIC
             MOVE EPEND-ONU TO GER-ONU
           ELSE
             MOVE ZERO TO GER-ONU
           END-IF
           IF EPEND-COLETA NUMERIC
             MOVE EPEND-COLETA TO GER-COLETA
           ELSE
             MOVE ZERO TO GER-COLETA
           END-IF
      *    A MARCA "A" DIZ AO LOTE QUE ESTE ESTORNO JA PASSOU PELO
      *    SUPERVISOR: SEM ELA O LIMITE DE FRETE-PARAMETROS DISPARARIA
      *    DE NOVO E O ESTORNO VOLTARIA PARA CA EM CICLO.
           MOVE "A"              TO GER-MARCA
           MOVE WRK-COMPET-ORIGEM TO GER-COMPET-ORIGEM
           IF COMPETENCIA-FECHADA
             ADD 1 TO WRK-QTD-POSTERGADOS
           END-IF
           WRITE REG-TRANS-APROVADO
           ADD EPEND-VALOR TO WRK-HASH-GERADO.

           IF WRK-QTD-APROVADOS GREATER ZERO
             DISPLAY "APROVADOS GERADOS EM FRETE-TRANS-APROVADO PARA "
                     "O PROXIMO LOTE"
           END-IF
           IF WRK-QTD-POSTERGADOS GREATER ZERO
             MOVE WRK-QTD-POSTERGADOS TO WRK-QTD-ED
             DISPLAY "DE COMPETENCIA FECHADA: " WRK-QTD-ED
                     " (LANCADOS NA COMPETENCIA ABERTA)"
           END-IF.

       0007-CARREGA-PERIODOS SECTION.

           OPEN INPUT FRETE-PERIODOS
           IF WRK-STATUS-PERIODOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PERIODOS EQUAL "S"
               READ FRETE-PERIODOS
                 AT END
                   MOVE "S" TO WRK-FIM-PERIODOS
                 NOT AT END
                   IF PERIODO-SITUACAO EQUAL "F"
                     AND PERIODO-COMPETENCIA NUMERIC
                     AND WRK-QTD-FECHADAS LESS 240
                     ADD 1 TO WRK-QTD-FECHADAS
                     MOVE PERIODO-COMPETENCIA
                       TO FECHADA-COMPET(WRK-QTD-FECHADAS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-PERIODOS
           END-IF.

       0008-CHECA-FECHADA SECTION.

      *    A COMPETENCIA DE ORIGEM DO ESTORNO E A DO EMBARQUE ESTORNADO.
           MOVE ZERO TO WRK-COMPET-ORIGEM
           IF EPEND-DATA-ORIGINAL NUMERIC
             COMPUTE WRK-COMPET-ORIGEM = EPEND-DATA-ORIGINAL / 100
           END-IF
           MOVE "N" TO WRK-COMPET-FECHADA
           PERFORM VARYING WRK-IDX-FECHADA FROM 1 BY 1
                     UNTIL WRK-IDX-FECHADA GREATER WRK-QTD-FECHADAS
             IF FECHADA-COMPET(WRK-IDX-FECHADA) EQUAL WRK-COMPET-ORIGEM
               MOVE "S" TO WRK-COMPET-FECHADA
               MOVE WRK-QTD-FECHADAS TO WRK-IDX-FECHADA
             END-IF
           END-PERFORM.

       END PROGRAM APROVA-ESTORNO.
