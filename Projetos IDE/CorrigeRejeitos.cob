      *==            PERDER NEM ENTRAR EM DOBRO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FECHAMENTO DE COMPETENCIA: A TRANSACAO
      *==                 REAPRESENTADA LEVA A COMPETENCIA DE ORIGEM
      *==                 (GER-COMPET-ORIGEM: A DO EMBARQUE ESTORNADO,
      *==                 NO ESTORNO, SENAO A DA DATA DO REJEITO); SE
      *==                 ELA JA ESTA FECHADA EM FRETE-PERIODOS O
      *==                 OPERADOR E AVISADO DE QUE O LOTE LANCA A
      *==                 TRANSACAO NA COMPETENCIA ABERTA, COM
      *==                 REFERENCIA A DE ORIGEM.
      *== 15/10/2026 FA  A TRANSACAO REAPRESENTADA LEVA O PAGADOR, O
      *==                 DESTINATARIO, O NUMERO ONU E A COLETA
      *==                 GUARDADOS EM REJEITOS-PENDENTES, NO LUGAR DE
      *==                 BRANCOS (O PERIGOSO VOLTAVA SEM ONU, SEM
      *==                 CERTIFICACAO E SEM SOBRETAXA); O OPERADOR
      *==                 PASSA A PODER CORRIGIR PAGADOR, DESTINATARIO E
      *==                 ONU (REJEITOS PAG E ONU).
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
           05 GER-DATA-ORIGINAL    PIC 9(08).
           05 GER-SEQ-ORIGINAL     PIC 9(07).
           05 GER-CATEGORIA        PIC X(04).
      *    A MARCA FICA EM BRANCO; PAGADOR, DESTINATARIO, ONU E COLETA
      *    VEM DA TRANSACAO REJEITADA.
           05 FILLER               PIC X(01).
           05 GER-PAGADOR          PIC X(01).
           05 GER-DESTINATARIO     PIC 9(05).
           05 GER-ONU              PIC 9(04).
           05 GER-COLETA           PIC 9(07).
           05 GER-COMPET-ORIGEM    PIC 9(06).
       01  REG-TRANS-RESSUB-HDR.
           05 GERH-REGISTRO        PIC X(01).
           05 GERH-DATA            PIC 9(08).
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  FRETE-PERIODOS.
       01  REG-FRETE-PERIODO.
           COPY FRETE-PERIODO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-RPEND PIC X(02)            VALUE SPACE.
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
           PERFORM 0020-CARREGA-CEPS
           PERFORM 0021-CARREGA-CLIENTES
           PERFORM 0022-CARREGA-CATEGORIAS
           PERFORM 0023-CARREGA-PERIODOS

           OPEN INPUT REJEITOS-PENDENTES
           IF WRK-STATUS-RPEND EQUAL "35"
             MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
             DISPLAY "AINDA PENDENTES.....................: "
                     WRK-QTD-ED
             IF WRK-QTD-POSTERGADOS GREATER ZERO
               MOVE WRK-QTD-POSTERGADOS TO WRK-QTD-ED
               DISPLAY "REAPRESENTADOS DE COMPETENCIA FECHADA: "
                       WRK-QTD-ED
             END-IF
           END-IF

           GOBACK.
                     " SENTIDO " RPEND-OPERACAO
                     " CLIENTE " RPEND-CLIENTE
                     " CATEGORIA " RPEND-CATEGORIA
             DISPLAY "  PAGADOR " RPEND-PAGADOR
                     " DESTINATARIO " RPEND-DESTINATARIO
                     " ONU " RPEND-ONU
             PERFORM 0024-CHECA-FECHADA
             IF COMPETENCIA-FECHADA
               DISPLAY "  COMPETENCIA " WRK-COMPET-ORIGEM
                       " FECHADA: A TRANSACAO SERA LANCADA NA "
                       "COMPETENCIA ABERTA"
             END-IF
             DISPLAY "ACAO (C-CORRIGIR B-BAIXAR P-PULAR) "
               ACCEPT WRK-ACAO
             EVALUATE TRUE
           PERFORM UNTIL WRK-CONTINUA-EDICAO EQUAL "N"
             DISPLAY "CAMPO A CORRIGIR (1-PRODUTO 2-VALOR 3-CEP "
                     "4-PESO 5-MOEDA 6-FILIAL 7-TIPO 8-SENTIDO "
                     "9-CLIENTE 10-CATEGORIA 11-PAGADOR "
                     "12-DESTINATARIO 13-ONU 0-ENCERRAR) "
               ACCEPT WRK-CAMPO
             EVALUATE WRK-CAMPO
               WHEN 1
               WHEN 10
                 DISPLAY "NOVA CATEGORIA "
                   ACCEPT RPEND-CATEGORIA
               WHEN 11
                 DISPLAY "NOVO PAGADOR (C-REMETENTE F-DESTINATARIO) "
                   ACCEPT RPEND-PAGADOR
               WHEN 12
                 DISPLAY "NOVO DESTINATARIO "
                   ACCEPT RPEND-DESTINATARIO
               WHEN 13
                 DISPLAY "NOVO NUMERO ONU (ZERO = CARGA COMUM) "
                   ACCEPT RPEND-ONU
               WHEN 0
                 MOVE "N" TO WRK-CONTINUA-EDICAO
               WHEN OTHER
               MOVE "N" TO WRK-CRITICA-OK
               MOVE "CATEGORIA INVALIDA" TO WRK-MOTIVO-CRIT
             END-IF
           END-IF
      *    FRETE A PAGAR EXIGE O DESTINATARIO CADASTRADO; DESTINATARIO
      *    INFORMADO TAMBEM E CONFERIDO. A CLASSE DO ONU E A
      *    CERTIFICACAO DA TRANSPORTADORA FICAM PARA O LOTE.
           IF RPEND-PAGADOR NOT EQUAL SPACE
             AND RPEND-PAGADOR NOT EQUAL "C"
             AND RPEND-PAGADOR NOT EQUAL "F"
             MOVE "N" TO WRK-CRITICA-OK
             MOVE "PAGADOR DESCONHECIDO" TO WRK-MOTIVO-CRIT
           END-IF
           IF RPEND-DESTINATARIO NUMERIC
             AND RPEND-DESTINATARIO GREATER ZERO
             MOVE "N" TO WRK-ACHOU
             PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                       UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
               IF CLI-CODIGO(WRK-IDX-CLIENTE) EQUAL RPEND-DESTINATARIO
                 MOVE "S" TO WRK-ACHOU
                 MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
               END-IF
             END-PERFORM
             IF WRK-ACHOU EQUAL "N"
               MOVE "N" TO WRK-CRITICA-OK
               MOVE "DESTINAT INEXISTENTE" TO WRK-MOTIVO-CRIT
             END-IF
           ELSE
             IF RPEND-PAGADOR EQUAL "F"
               MOVE "N" TO WRK-CRITICA-OK
               MOVE "FOB SEM DESTINATARIO" TO WRK-MOTIVO-CRIT
             END-IF
           END-IF
           IF RPEND-ONU NOT NUMERIC AND RPEND-ONU NOT EQUAL SPACE
             MOVE "N" TO WRK-CRITICA-OK
             MOVE "ONU INVALIDO"        TO WRK-MOTIVO-CRIT
           END-IF.

       0006-RESOLVE-ZONA SECTION.

       0005-GERA-TRANSACAO SECTION.

           MOVE SPACE           TO REG-TRANS-RESSUB
           MOVE "D"             TO GER-REGISTRO
           MOVE RPEND-PRODUTO   TO GER-PRODUTO
           MOVE RPEND-VALOR     TO GER-VALOR
           MOVE RPEND-DATA-ORIGINAL TO GER-DATA-ORIGINAL
           MOVE RPEND-SEQ-ORIGINAL  TO GER-SEQ-ORIGINAL
           MOVE RPEND-CATEGORIA TO GER-CATEGORIA
      *    REJEITO ANTIGO (CURTO) VOLTA COMO REMETENTE, CARGA COMUM E
      *    SEM COLETA.
           IF RPEND-PAGADOR EQUAL "F"
             MOVE "F" TO GER-PAGADOR
           ELSE
             MOVE "C" TO GER-PAGADOR
           END-IF
           IF RPEND-DESTINATARIO NUMERIC
             MOVE RPEND-DESTINATARIO TO GER-DESTINATARIO
           ELSE
             MOVE ZERO TO GER-DESTINATARIO
           END-IF
           IF RPEND-ONU NUMERIC
             MOVE RPEND-ONU TO GER-ONU
           ELSE
             MOVE ZERO TO GER-ONU
           END-IF
           IF RPEND-COLETA NUMERIC
             MOVE RPEND-COLETA TO GER-COLETA
           ELSE
             MOVE ZERO TO GER-COLETA
           END-IF
           MOVE WRK-COMPET-ORIGEM TO GER-COMPET-ORIGEM
           IF COMPETENCIA-FECHADA
             ADD 1 TO WRK-QTD-POSTERGADOS
           END-IF
           WRITE REG-TRANS-RESSUB
           ADD RPEND-VALOR TO WRK-HASH-GERADO.

             CLOSE CATEGORIAS
           END-IF.

       0023-CARREGA-PERIODOS SECTION.

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

       0024-CHECA-FECHADA SECTION.

      *    ESTORNO REFERE-SE AO MES DO EMBARQUE ESTORNADO; O RESTO, AO
      *    MES EM QUE A TRANSACAO CHEGOU E FOI REJEITADA.
           MOVE ZERO TO WRK-COMPET-ORIGEM
           IF RPEND-DATA-ORIGINAL NUMERIC
             COMPUTE WRK-COMPET-ORIGEM = RPEND-DATA-ORIGINAL / 100
           END-IF
           IF WRK-COMPET-ORIGEM EQUAL ZERO
             AND RPEND-DATA NUMERIC
             COMPUTE WRK-COMPET-ORIGEM = RPEND-DATA / 100
           END-IF
           MOVE "N" TO WRK-COMPET-FECHADA
           PERFORM VARYING WRK-IDX-FECHADA FROM 1 BY 1
                     UNTIL WRK-IDX-FECHADA GREATER WRK-QTD-FECHADAS
             IF FECHADA-COMPET(WRK-IDX-FECHADA) EQUAL WRK-COMPET-ORIGEM
               MOVE "S" TO WRK-COMPET-FECHADA
               MOVE WRK-QTD-FECHADAS TO WRK-IDX-FECHADA
             END-IF
           END-PERFORM.

       END PROGRAM CORRIGE-REJEITOS.
