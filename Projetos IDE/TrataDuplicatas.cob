      *==            3) EM DUPLICATAS-ATRASO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FECHAMENTO DE COMPETENCIA: O ESTORNO DA
      *==                 DUPLICATA CONFIRMADA LEVA NA TRANSACAO A
      *==                 COMPETENCIA DA SUSPEITA (GER-COMPET-ORIGEM);
      *==                 SE ELA JA ESTA FECHADA EM FRETE-PERIODOS O
      *==                 OPERADOR E AVISADO DE QUE O LOTE LANCA O
      *==                 ESTORNO NA COMPETENCIA ABERTA, COM REFERENCIA
      *==                 A DE ORIGEM.
      *== 15/10/2026 FA  O ESTORNO DA DUPLICATA CONFIRMADA LEVA O
      *==                 PAGADOR, O DESTINATARIO, O NUMERO ONU E A
      *==                 COLETA GUARDADOS EM DUPLICATAS-PENDENTES, NO
      *==                 LUGAR DE BRANCOS: O ESTORNO FOB VOLTAVA
      *==                 FATURADO AO REMETENTE.
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
       01  REG-TRANS-DUP-HDR.
           05 GERH-REGISTRO        PIC X(01).
           05 GERH-DATA            PIC 9(08).
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  FRETE-PERIODOS.
       01  REG-FRETE-PERIODO.
           COPY FRETE-PERIODO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-DPEND PIC X(02)            VALUE SPACE.
           "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.
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
           END-IF

           PERFORM 0008-CARREGA-PARAMETROS
           PERFORM 0010-CARREGA-PERIODOS

           PERFORM 0001-EXIBE-MENU
           PERFORM UNTIL OPCAO-SAIR
           MOVE ZERO TO WRK-QTD-LIBERADAS
           MOVE ZERO TO WRK-QTD-PENDENTES
           MOVE ZERO TO WRK-HASH-GERADO
           MOVE ZERO TO WRK-QTD-POSTERGADOS

           OPEN INPUT DUPLICATAS-PENDENTES
           IF WRK-STATUS-DPEND EQUAL "35"
             MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
             DISPLAY "AINDA PENDENTES.......................: "
                     WRK-QTD-ED
             IF WRK-QTD-POSTERGADOS GREATER ZERO
               MOVE WRK-QTD-POSTERGADOS TO WRK-QTD-ED
               DISPLAY "ESTORNOS DE COMPETENCIA FECHADA.......: "
                       WRK-QTD-ED
             END-IF
           END-IF.

       0002-RECEBE SECTION.
             DISPLAY "  PRODUTO " DPEND-PRODUTO
                     " CEP " DPEND-CEP
             DISPLAY "  VALOR " WRK-VALOR-ED " FRETE " WRK-FRETE-ED
             PERFORM 0011-CHECA-FECHADA
             IF COMPETENCIA-FECHADA
               DISPLAY "  COMPETENCIA " WRK-COMPET-ORIGEM
                       " FECHADA: O ESTORNO SERA LANCADO NA "
                       "COMPETENCIA ABERTA"
             END-IF
             DISPLAY "DECISAO (C-CONFIRMAR DUPLICIDADE "
                     "L-LIBERAR P-PULAR) "
               ACCEPT WRK-DECISAO

      *    A SUSPEITA FOI COTADA E ESTA NO QUOTE-MASTER; O ESTORNO
      *    AUTOMATICO REFERENCIA A PROPRIA SUSPEITA (DATA + SEQ).
           MOVE SPACE          TO REG-TRANS-DUP
           MOVE "D"            TO GER-REGISTRO
           MOVE DPEND-PRODUTO  TO GER-PRODUTO
           MOVE DPEND-VALOR    TO GER-VALOR
           MOVE DPEND-DATA     TO GER-DATA-ORIGINAL
           MOVE DPEND-SEQ      TO GER-SEQ-ORIGINAL
           MOVE DPEND-CATEGORIA TO GER-CATEGORIA
      *    PAGADOR, DESTINATARIO, ONU E COLETA VOLTAM COMO VIERAM NA
      *    TRANSACAO ORIGINAL; REGISTRO ANTIGO (CURTO) VOLTA COMO
      *    REMETENTE, CARGA COMUM E SEM COLETA.
           IF DPEND-PAGADOR EQUAL "F"
             MOVE "F" TO GER-PAGADOR
           ELSE
             MOVE "C" TO GER-PAGADOR
           END-IF
           IF DPEND-DESTINATARIO NUMERIC
             MOVE DPEND-DESTINATARIO TO GER-DESTINATARIO
           ELSE
             MOVE ZERO TO GER-DESTINATARIO
           END-IF
           IF DPEND-ONU NUMERIC
             MOVE DPEND-ONU TO GER-ONU
           ELSE
             MOVE ZERO TO GER-ONU
           END-IF
           IF DPEND-COLETA NUMERIC
             MOVE DPEND-COLETA TO GER-COLETA
           ELSE
             MOVE ZERO TO GER-COLETA
           END-IF
      *    A MARCA "Q" MANTEM ESTE ESTORNO FORA DOS SUBTOTAIS E DO
      *    FRETE-ACERTO NO LOTE: A SUSPEITA NUNCA ENTROU NELES, ENTAO
      *    SUBTRAIR O ESTORNO DESCONTARIA A TRANSPORTADORA EM DOBRO.
           MOVE "Q"            TO GER-MARCA
           MOVE WRK-COMPET-ORIGEM TO GER-COMPET-ORIGEM
           IF COMPETENCIA-FECHADA
             ADD 1 TO WRK-QTD-POSTERGADOS
           END-IF
           WRITE REG-TRANS-DUP
           ADD DPEND-VALOR TO WRK-HASH-GERADO.

             END-IF
           END-IF.

       0010-CARREGA-PERIODOS SECTION.

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

       0011-CHECA-FECHADA SECTION.

      *    A COMPETENCIA DE ORIGEM E A DA DATA DA PROPRIA SUSPEITA.
           COMPUTE WRK-COMPET-ORIGEM = DPEND-DATA / 100
           MOVE "N" TO WRK-COMPET-FECHADA
           PERFORM VARYING WRK-IDX-FECHADA FROM 1 BY 1
                     UNTIL WRK-IDX-FECHADA GREATER WRK-QTD-FECHADAS
             IF FECHADA-COMPET(WRK-IDX-FECHADA) EQUAL WRK-COMPET-ORIGEM
               MOVE "S" TO WRK-COMPET-FECHADA
               MOVE WRK-QTD-FECHADAS TO WRK-IDX-FECHADA
             END-IF
           END-PERFORM.

       END PROGRAM TRATA-DUPLICATAS.
