      *==            ACERTO CALCULADO PELO LOTE. LE O ARQUIVO DE FATURA
      *==            DAS TRANSPORTADORAS (TRANSP-FATURAS: CODIGO DA
      *==            TRANSPORTADORA, DATA DE PROCESSAMENTO + SEQUENCIA
      *==            DO EMBARQUE E VALOR COBRADO) E OS EMBARQUES DO
      *==            EMBARQUE-HISTORICO, RECALCULA O CUSTO DE CADA
      *==            EMBARQUE (FRETE X PERCENTUAL DE CUSTO DA
      *==            TRANSPORTADORA, COMO NO FRETE-ACERTO) E CLASSIFICA
      *==            EM QUATRO BALDES NO CONCILIA-RELATORIO: CONFERIDAS
      *==            (VALOR IGUAL), DIVERGENTES (COM O DELTA), COBRADAS
      *==            SEM EMBARQUE NOSSO E EMBARQUES NOSSOS SEM
      *==            COBRANCA — O PAGAMENTO SAI SO PELO TOTAL
      *==            CONFERIDO, EM VEZ DA CALCULADORA DE TODO MES.
      *== DATA: 02/09/2026
      *== OBS: SYSIN: COMPETENCIA AAAAMM DOS EMBARQUES (BRANCO OU
      *==      INVALIDA = MES ANTERIOR), QUE DELIMITA OS NOSSOS SEM
      *==      COBRANCA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  CADA EMBARQUE CONFERIDO OU DIVERGENTE SAI
      *==                 TAMBEM NO ARQUIVO CONCILIA-SITUACAO (LEIAUTE
      *==                 CONCILIA-SIT, COM VALOR COBRADO, CUSTO E DATA
      *==                 DE ENTREGA), ENTRADA DO CONTAS A PAGAR DE
      *==                 TRANSPORTADORAS (PAGAR-TRANSP).
      *== 15/10/2026 FA  CADA LINHA DA FATURA E LIDA DIRETO NO
      *==                 EMBARQUE-HISTORICO PELA CHAVE, NO LUGAR DA
      *==                 TABELA TAB-TFATURAS CASADA COM FRETE-SAIDA; O
      *==                 EMBARQUE COBRADO FICA MARCADO NO HISTORICO
      *==                 (VALOR E COMPETENCIA) E OS NOSSOS SEM COBRANCA
      *==                 SAEM PELA CHAVE DA TRANSPORTADORA NOS
      *==                 EMBARQUES DA COMPETENCIA INFORMADA NO SYSIN.
      *== 15/10/2026 FA  EMBARQUE COM TRANSFERENCIA POR HUB E CONCILIADO
      *==                 POR TRECHO: A COBRANCA CASA COM OS TRECHOS DA
      *==                 PROPRIA TRANSPORTADORA (CUSTO = FRETE DESSES
      *==                 TRECHOS X PERCENTUAL DELA), QUE FICAM MARCADOS
      *==                 NO HISTORICO; OS NOSSOS SEM COBRANCA SAEM POR
      *==                 TRECHO, PERCORRENDO O HISTORICO PELA CHAVE
      *==                 PRINCIPAL (ORDEM DE DATA E SEQUENCIA).
      *== 15/10/2026 FA  EMISSAO DO CONCILIA-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANSP-FATURAS ASSIGN TO "TRANSP-FATURAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TFATURAS.
           SELECT EMBARQUE-HISTORICO ASSIGN TO "EMBARQUE-HISTORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEMB-CHAVE
               ALTERNATE RECORD KEY IS HEMB-CHAVE-TRANSP
               ALTERNATE RECORD KEY IS HEMB-CHAVE-CLIENTE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPORTADORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT CONCILIA-RELATORIO ASSIGN TO "CONCILIA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONCILIA-SITUACAO ASSIGN TO "CONCILIA-SITUACAO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TFAT-SEQ             PIC 9(07).
           05 TFAT-VALOR           PIC 9(09)V99.

       FD  EMBARQUE-HISTORICO.
       01  REG-EMBARQUE-HIST.
           COPY EMBARQUE-HIST.

       FD  TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
       FD  CONCILIA-RELATORIO.
       01  REG-CONCILIA            PIC X(132).

       FD  CONCILIA-SITUACAO.
       01  REG-CONCILIA-SITUACAO.
           COPY CONCILIA-SIT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-TFATURAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-HISTORICO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-TRANSP PIC X(02)            VALUE SPACE.
       77  WRK-FIM-TFATURAS PIC X(01)             VALUE "N".
           88 FIM-DAS-TFATURAS                    VALUE "S".
       77  WRK-FIM-HISTORICO PIC X(01)            VALUE "N".
           88 FIM-DO-HISTORICO                    VALUE "S".
       77  WRK-FIM-TRANSP   PIC X(01)             VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)            VALUE SPACE.
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA  PIC X(06)             VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)          VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)             VALUE ZERO.
       77  WRK-DATA-INICIO  PIC 9(08)             VALUE ZERO.
       77  WRK-DATA-FIM     PIC 9(08)             VALUE ZERO.
      *====================== FATURA DAS TRANSPORTADORAS =================
       77  WRK-ACHOU-HIST   PIC X(01)             VALUE "N".
           88 EMBARQUE-NO-HISTORICO               VALUE "S".
       77  WRK-POR-TRECHO   PIC X(01)             VALUE "N".
           88 COBRANCA-POR-TRECHO                 VALUE "S".
       77  WRK-IDX-TRECHO   PIC 9(02)             VALUE ZERO.
       77  WRK-VALOR-MARCA  PIC 9(09)V99          VALUE ZERO.
      *====================== CUSTO POR TRANSPORTADORA ===================
       77  WRK-QTD-TRANSP   PIC 9(03)             VALUE ZERO.
       77  WRK-IDX-TRANSP   PIC 9(03)             VALUE ZERO.
       77  WRK-CUSTO-PERC   PIC 9V9999            VALUE ZERO.
       77  WRK-COD-CUSTO    PIC X(04)             VALUE SPACE.
       01  TAB-TRANSPORTADORAS.
           05 TRANSP-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-TRANSP.
              10 TRANSP-COD        PIC X(04).
              10 TRANSP-CUSTO      PIC 9V9999.
      *====================== APURACAO ===================================
       77  WRK-FRETE-BASE   PIC 9(09)V99          VALUE ZERO.
       77  WRK-CUSTO-CALC   PIC 9(09)V99          VALUE ZERO.
       77  WRK-DELTA        PIC S9(09)V99         VALUE ZERO.
       77  WRK-QTD-CONFERIDAS PIC 9(05)           VALUE ZERO.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "COMPETENCIA DOS EMBARQUES (AAAAMM) "
             ACCEPT WRK-COMPETENCIA
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           IF WRK-COMPETENCIA NUMERIC
             MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-NUM
           ELSE
      *      SEM PARAMETRO, CONCILIA O MES QUE ACABOU DE FECHAR.
             COMPUTE WRK-COMPETENCIA-NUM = WRK-DATA-SISTEMA / 100
             IF WRK-COMPETENCIA-NUM(5:2) EQUAL "01"
               SUBTRACT 89 FROM WRK-COMPETENCIA-NUM
             ELSE
               SUBTRACT 1 FROM WRK-COMPETENCIA-NUM
             END-IF
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA-NUM
           END-IF
           COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA-NUM * 100 + 1
           COMPUTE WRK-DATA-FIM    = WRK-COMPETENCIA-NUM * 100 + 31

           PERFORM 0006-CARREGA-TRANSPORTADORAS

           OPEN OUTPUT CONCILIA-RELATORIO
           OPEN OUTPUT CONCILIA-SITUACAO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONCILIACAO DE FATURAS DE TRANSPORTADORAS - "
                    DELIMITED BY SIZE
                  "COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA-NUM DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-CONCILIA
           WRITE REG-CONCILIA

      *    O HISTORICO E ABERTO PARA ATUALIZACAO: O EMBARQUE COBRADO
      *    RECEBE O VALOR E A COMPETENCIA DA COBRANCA.
           OPEN I-O EMBARQUE-HISTORICO
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             DISPLAY "EMBARQUE-HISTORICO INDISPONIVEL, STATUS "
                     WRK-STATUS-HISTORICO ", NADA A CONCILIAR"
           ELSE
             OPEN INPUT TRANSP-FATURAS
             IF WRK-STATUS-TFATURAS EQUAL "35"
               DISPLAY "TRANSP-FATURAS INEXISTENTE, NADA A CONCILIAR"
             ELSE
               PERFORM 0001-RECEBE-TFATURA
               PERFORM UNTIL FIM-DAS-TFATURAS
                 PERFORM 0002-CONCILIA-EMBARQUE
                 PERFORM 0001-RECEBE-TFATURA
               END-PERFORM
               CLOSE TRANSP-FATURAS
             END-IF
             PERFORM 0003-LISTA-SEM-COBRANCA
             CLOSE EMBARQUE-HISTORICO
           END-IF

           PERFORM 0004-TOTAIS-FINAIS
           CLOSE CONCILIA-RELATORIO
           PERFORM 0011-REGISTRA-RELATORIO
           CLOSE CONCILIA-SITUACAO

           GOBACK.

       0001-RECEBE-TFATURA SECTION.

           READ TRANSP-FATURAS
             AT END
               MOVE "S" TO WRK-FIM-TFATURAS
           END-READ.

       0002-CONCILIA-EMBARQUE SECTION.

      *    SO EMBARQUES NORMAIS DA PROPRIA TRANSPORTADORA CASAM:
      *    ESTORNO NAO GERA COBRANCA DA TRANSPORTADORA E ZONA SEM
      *    TRANSPORTADORA JA FICA FORA DO ACERTO. EMBARQUE JA COBRADO
      *    EM OUTRA COMPETENCIA E COBRANCA EM DUPLICIDADE. COM
      *    TRANSFERENCIA POR HUB CADA TRANSPORTADORA COBRA SO OS
      *    PROPRIOS TRECHOS.
           MOVE "N"  TO WRK-ACHOU-HIST
           MOVE "N"  TO WRK-POR-TRECHO
           MOVE ZERO TO WRK-FRETE-BASE
           IF TFAT-DATA-EMBARQUE NUMERIC
             AND TFAT-SEQ NUMERIC
             AND TFAT-VALOR NUMERIC
             MOVE TFAT-DATA-EMBARQUE TO HEMB-DATA
             MOVE TFAT-SEQ           TO HEMB-SEQ
             READ EMBARQUE-HISTORICO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN HEMB-ESTORNO
                     CONTINUE
                   WHEN HEMB-QTD-TRECHOS NUMERIC
                    AND HEMB-QTD-TRECHOS GREATER 1
                     PERFORM 0009-CASA-TRECHOS
                   WHEN HEMB-TRANSPORTADORA EQUAL TFAT-TRANSPORTADORA
                    AND HEMB-TRANSPORTADORA NOT EQUAL SPACE
                    AND (HEMB-COBRANCA-COMPET EQUAL ZERO
                         OR HEMB-COBRANCA-COMPET
                            EQUAL WRK-COMPETENCIA-NUM)
                     MOVE "S"        TO WRK-ACHOU-HIST
                     MOVE HEMB-FRETE TO WRK-FRETE-BASE
                 END-EVALUATE
             END-READ
           END-IF
           IF NOT EMBARQUE-NO-HISTORICO
             PERFORM 0005-COBRADO-SEM-EMBARQUE
           ELSE
             MOVE TFAT-TRANSPORTADORA TO WRK-COD-CUSTO
             PERFORM 0007-RESOLVE-CUSTO
             COMPUTE WRK-CUSTO-CALC ROUNDED =
                 WRK-FRETE-BASE * WRK-CUSTO-PERC
             MOVE TFAT-TRANSPORTADORA  TO CSIT-TRANSPORTADORA
             MOVE HEMB-DATA            TO CSIT-DATA-EMBARQUE
             MOVE HEMB-SEQ             TO CSIT-SEQ
             MOVE TFAT-VALOR           TO CSIT-VALOR-COBRADO
             MOVE WRK-CUSTO-CALC       TO CSIT-CUSTO-CALC
             MOVE HEMB-DATA-ENTREGA    TO CSIT-DATA-ENTREGA
             IF TFAT-VALOR EQUAL WRK-CUSTO-CALC
               ADD 1 TO WRK-QTD-CONFERIDAS
               ADD WRK-CUSTO-CALC TO WRK-TOT-CONFERIDO
               MOVE "OK" TO CSIT-SITUACAO
               WRITE REG-CONCILIA-SITUACAO
             ELSE
               MOVE "DV" TO CSIT-SITUACAO
               WRITE REG-CONCILIA-SITUACAO
               ADD 1 TO WRK-QTD-DIVERGENTES
               COMPUTE WRK-DELTA = TFAT-VALOR - WRK-CUSTO-CALC
               ADD WRK-DELTA TO WRK-TOT-DELTA
               MOVE TFAT-VALOR     TO WRK-VALOR-ED
               MOVE WRK-CUSTO-CALC TO WRK-VALOR-ED2
               MOVE WRK-DELTA      TO WRK-DELTA-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "DIVERGENTE: " DELIMITED BY SIZE
                      TFAT-TRANSPORTADORA DELIMITED BY SIZE
                      " EMBARQUE "   DELIMITED BY SIZE
                      HEMB-DATA      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      HEMB-SEQ       DELIMITED BY SIZE
                      " COBRADO: "   DELIMITED BY SIZE
                      WRK-VALOR-ED   DELIMITED BY SIZE
                      " NOSSO: "     DELIMITED BY SIZE
                      WRK-VALOR-ED2  DELIMITED BY SIZE
                      " DELTA: "     DELIMITED BY SIZE
                      WRK-DELTA-ED   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-CONCILIA
               WRITE REG-CONCILIA
             END-IF
             IF COBRANCA-POR-TRECHO
               PERFORM 0010-MARCA-TRECHOS
             ELSE
               MOVE TFAT-VALOR          TO HEMB-COBRADO-TRANSP
               MOVE WRK-COMPETENCIA-NUM TO HEMB-COBRANCA-COMPET
             END-IF
             REWRITE REG-EMBARQUE-HIST
             IF WRK-STATUS-HISTORICO NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR EMBARQUE-HISTORICO: "
                       WRK-STATUS-HISTORICO " " HEMB-DATA " "
                       HEMB-SEQ
             END-IF
           END-IF.

       0009-CASA-TRECHOS SECTION.

      *    A BASE DO CUSTO E A SOMA DO FRETE DOS TRECHOS DA
      *    TRANSPORTADORA DA FATURA AINDA NAO COBRADOS (OU COBRADOS NA
      *    PROPRIA COMPETENCIA, NO REPROCESSAMENTO).
           MOVE "S" TO WRK-POR-TRECHO
           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO > HEMB-QTD-TRECHOS
             IF HEMB-TRE-TRANSP(WRK-IDX-TRECHO)
                  EQUAL TFAT-TRANSPORTADORA
               AND HEMB-TRE-TRANSP(WRK-IDX-TRECHO) NOT EQUAL SPACE
               AND (HEMB-TRE-COMPET(WRK-IDX-TRECHO) EQUAL ZERO
                    OR HEMB-TRE-COMPET(WRK-IDX-TRECHO)
                       EQUAL WRK-COMPETENCIA-NUM)
               MOVE "S" TO WRK-ACHOU-HIST
               ADD HEMB-TRE-FRETE(WRK-IDX-TRECHO) TO WRK-FRETE-BASE
             END-IF
           END-PERFORM.

       0010-MARCA-TRECHOS SECTION.

      *    O VALOR COBRADO FICA NO PRIMEIRO TRECHO CASADO; OS DEMAIS
      *    TRECHOS DA MESMA TRANSPORTADORA SO RECEBEM A COMPETENCIA.
           MOVE TFAT-VALOR TO WRK-VALOR-MARCA
           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO > HEMB-QTD-TRECHOS
             IF HEMB-TRE-TRANSP(WRK-IDX-TRECHO)
                  EQUAL TFAT-TRANSPORTADORA
               AND HEMB-TRE-TRANSP(WRK-IDX-TRECHO) NOT EQUAL SPACE
               AND (HEMB-TRE-COMPET(WRK-IDX-TRECHO) EQUAL ZERO
                    OR HEMB-TRE-COMPET(WRK-IDX-TRECHO)
                       EQUAL WRK-COMPETENCIA-NUM)
               MOVE WRK-VALOR-MARCA
                 TO HEMB-TRE-COBRADO(WRK-IDX-TRECHO)
               MOVE WRK-COMPETENCIA-NUM
                 TO HEMB-TRE-COMPET(WRK-IDX-TRECHO)
               MOVE ZERO TO WRK-VALOR-MARCA
             END-IF
           END-PERFORM.

       0005-COBRADO-SEM-EMBARQUE SECTION.

           ADD 1 TO WRK-QTD-SEM-EMBARQUE
           IF TFAT-VALOR NUMERIC
             MOVE TFAT-VALOR TO WRK-VALOR-ED
           ELSE
             MOVE ZERO TO WRK-VALOR-ED
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "COBRADO SEM EMBARQUE: " DELIMITED BY SIZE
                  TFAT-TRANSPORTADORA DELIMITED BY SIZE
                  " EMBARQUE " DELIMITED BY SIZE
                  TFAT-DATA-EMBARQUE DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  TFAT-SEQ     DELIMITED BY SIZE
                  " VALOR: "   DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-CONCILIA
           WRITE REG-CONCILIA.

       0007-RESOLVE-CUSTO SECTION.

           MOVE ZERO TO WRK-CUSTO-PERC
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
             IF TRANSP-COD(WRK-IDX-TRANSP)
                  EQUAL WRK-COD-CUSTO
               MOVE TRANSP-CUSTO(WRK-IDX-TRANSP) TO WRK-CUSTO-PERC
               MOVE WRK-QTD-TRANSP TO WRK-IDX-TRANSP
             END-IF
           END-PERFORM.

       0003-LISTA-SEM-COBRANCA SECTION.

      *    PERCORRE O HISTORICO PELA CHAVE PRINCIPAL (DATA E SEQUENCIA)
      *    DO PRIMEIRO AO ULTIMO DIA DA COMPETENCIA, COMO O
      *    AVERBA-SEGURO: O EMBARQUE COM TRANSFERENCIA POR HUB SAI POR
      *    TRECHO NAO COBRADO, CADA UM COM A SUA TRANSPORTADORA.
           MOVE "N"             TO WRK-FIM-HISTORICO
           MOVE WRK-DATA-INICIO TO HEMB-DATA
           MOVE ZERO            TO HEMB-SEQ
           START EMBARQUE-HISTORICO KEY NOT LESS HEMB-CHAVE
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             MOVE "S" TO WRK-FIM-HISTORICO
           END-IF
           PERFORM UNTIL FIM-DO-HISTORICO
             READ EMBARQUE-HISTORICO NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-HISTORICO
               NOT AT END
                 EVALUATE TRUE
                   WHEN HEMB-DATA GREATER WRK-DATA-FIM
                     MOVE "S" TO WRK-FIM-HISTORICO
                   WHEN HEMB-ESTORNO
                     CONTINUE
                   WHEN HEMB-QTD-TRECHOS NUMERIC
                    AND HEMB-QTD-TRECHOS GREATER 1
                     PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                               UNTIL WRK-IDX-TRECHO > HEMB-QTD-TRECHOS
                       IF HEMB-TRE-TRANSP(WRK-IDX-TRECHO)
                            NOT EQUAL SPACE
                         AND HEMB-TRE-COMPET(WRK-IDX-TRECHO)
                             EQUAL ZERO
                         MOVE HEMB-TRE-TRANSP(WRK-IDX-TRECHO)
                           TO WRK-COD-CUSTO
                         MOVE HEMB-TRE-FRETE(WRK-IDX-TRECHO)
                           TO WRK-FRETE-BASE
                         PERFORM 0008-NOSSO-SEM-COBRANCA
                       END-IF
                     END-PERFORM
                   WHEN HEMB-TRANSPORTADORA NOT EQUAL SPACE
                    AND HEMB-COBRANCA-COMPET EQUAL ZERO
                     MOVE HEMB-TRANSPORTADORA TO WRK-COD-CUSTO
                     MOVE HEMB-FRETE          TO WRK-FRETE-BASE
                     PERFORM 0008-NOSSO-SEM-COBRANCA
                 END-EVALUATE
             END-READ
           END-PERFORM.

       0008-NOSSO-SEM-COBRANCA SECTION.

           PERFORM 0007-RESOLVE-CUSTO
           COMPUTE WRK-CUSTO-CALC ROUNDED =
               WRK-FRETE-BASE * WRK-CUSTO-PERC
           ADD 1 TO WRK-QTD-SEM-COBRANCA
           MOVE WRK-CUSTO-CALC TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "NOSSO SEM COBRANCA: " DELIMITED BY SIZE
                  WRK-COD-CUSTO DELIMITED BY SIZE
                  " EMBARQUE " DELIMITED BY SIZE
                  HEMB-DATA    DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  HEMB-SEQ     DELIMITED BY SIZE
                  " CUSTO: "   DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-CONCILIA
           WRITE REG-CONCILIA.

       0004-TOTAIS-FINAIS SECTION.

           MOVE WRK-QTD-CONFERIDAS TO WRK-QTD-ED
           MOVE WRK-LINHA-REL TO REG-CONCILIA
           WRITE REG-CONCILIA.

       0006-CARREGA-TRANSPORTADORAS SECTION.

           OPEN INPUT TRANSPORTADORAS
             CLOSE TRANSPORTADORAS
           END-IF.

       0011-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "CONCILIA-TRA"       TO RPED-JOB
           MOVE "CONCILIA-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM CONCILIA-TRANSP.
