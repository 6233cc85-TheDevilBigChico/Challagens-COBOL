       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCIAL-RETORNO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEITURA DO ARQUIVO DE RECIBOS DO ESOCIAL
      *==            (ESOCIAL-RECIBOS) DEVOLVIDO PARA OS LOTES DO
      *==            ESOCIAL-EVENTOS. CADA RECIBO TRAZ O NUMERO DO
      *==            EVENTO E A SITUACAO: A = ACEITO (COM O NUMERO DO
      *==            RECIBO) OU R = REJEITADO (COM O MOTIVO). O
      *==            CONTROLE ESOCIAL-ENVIADOS E ATUALIZADO (VIA
      *==            ESOCIAL-ENVIADOS-NOVO) E OS EVENTOS REJEITADOS SAO
      *==            LISTADOS EM ESOCIAL-REJEITADOS PARA CORRECAO NO
      *==            CADASTRO OU NA FOLHA; NA PROXIMA EXECUCAO DO
      *==            ESOCIAL-EVENTOS ELES SAO GERADOS DE NOVO, COM NOVO
      *==            NUMERO. RECIBO DE EVENTO QUE NAO CONSTA DO CONTROLE
      *==            OU COM SITUACAO INVALIDA TAMBEM E LISTADO. HAVENDO
      *==            REJEICAO OU DIVERGENCIA O JOB TERMINA COM
      *==            RETURN-CODE 4.
      *== DATA: 15/10/2026
      *== OBS: REPROCESSAR O MESMO ARQUIVO DE RECIBOS NAO ALTERA O
      *==      RESULTADO: A SITUACAO E SO REGRAVADA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO ESOCIAL-REJEITADOS REGISTRADA NO
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
           SELECT ESOCIAL-RECIBOS ASSIGN TO "ESOCIAL-RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECIBOS.
           SELECT ESOCIAL-ENVIADOS ASSIGN TO "ESOCIAL-ENVIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENVIADOS.
           SELECT ESOCIAL-ENVIADOS-NOVO
               ASSIGN TO "ESOCIAL-ENVIADOS-NOVO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESOCIAL-REJEITADOS ASSIGN TO "ESOCIAL-REJEITADOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESOCIAL-RECIBOS.
       01  REG-ESOCIAL-RECIBO.
           05 REC-NUMERO           PIC 9(09).
           05 REC-SITUACAO         PIC X(01).
           05 REC-RECIBO           PIC X(20).
           05 REC-MOTIVO           PIC X(40).

       FD  ESOCIAL-ENVIADOS.
       01  REG-ESOCIAL-ENVIADO.
           COPY ESOCIAL-CTL.

       FD  ESOCIAL-ENVIADOS-NOVO.
       01  REG-ESOCIAL-ENVIADO-NOVO PIC X(111).

       FD  ESOCIAL-REJEITADOS.
       01  REG-ESOCIAL-REJEITADO   PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-RECIBOS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ENVIADOS PIC X(02)         VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-NOVO     PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-TRACO        PIC X(132)           VALUE ALL "-".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== RECIBOS RECEBIDOS ==========================
       77  WRK-QTD-RECIBOS  PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-RECIBO   PIC 9(05)            VALUE ZERO.
       77  WRK-POS-RECIBO   PIC 9(05)            VALUE ZERO.
       77  WRK-ACHOU-RECIBO PIC X(01)            VALUE "N".
       01  TAB-RECIBOS.
           05 RECT-ITEM OCCURS 20000 TIMES
                         INDEXED BY IDX-RECT.
              10 RECT-NUMERO      PIC 9(09).
              10 RECT-SITUACAO    PIC X(01).
              10 RECT-RECIBO      PIC X(20).
              10 RECT-MOTIVO      PIC X(40).
              10 RECT-CASADO      PIC X(01).
      *====================== CONTADORES =================================
       77  WRK-QTD-ACEITOS  PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-REJEITADOS PIC 9(07)          VALUE ZERO.
       77  WRK-QTD-AGUARDANDO PIC 9(07)          VALUE ZERO.
       77  WRK-QTD-DIVERGENTES PIC 9(07)         VALUE ZERO.
       77  WRK-QTD-ED       PIC Z.ZZZ.ZZ9        VALUE ZERO.
      *====================== EDICAO =====================================
       01  WRK-LINHA-REJEITADO.
           05 LR-NUMERO         PIC 9(09).
           05 FILLER            PIC X(02).
           05 LR-EVENTO         PIC X(06).
           05 FILLER            PIC X(02).
           05 LR-EMPRESA        PIC 9(02).
           05 FILLER            PIC X(03).
           05 LR-CODIGO         PIC 9(04).
           05 FILLER            PIC X(02).
           05 LR-NOME           PIC X(15).
           05 FILLER            PIC X(02).
           05 LR-COMPETENCIA    PIC 9(06).
           05 FILLER            PIC X(03).
           05 LR-MOTIVO         PIC X(40).
           05 FILLER            PIC X(36).

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT ESOCIAL-RECIBOS
           IF WRK-STATUS-RECIBOS EQUAL "35"
             DISPLAY "ESOCIAL-RECIBOS INEXISTENTE, NADA A PROCESSAR"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0001-CARREGA-RECIBOS
           CLOSE ESOCIAL-RECIBOS

           OPEN INPUT ESOCIAL-ENVIADOS
           IF WRK-STATUS-ENVIADOS EQUAL "35"
             DISPLAY "ESOCIAL-ENVIADOS INEXISTENTE, RECIBOS NAO "
                     "PROCESSADOS"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT ESOCIAL-REJEITADOS
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EVENTOS DO ESOCIAL REJEITADOS - RETORNO DE "
                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "NUMERO     EVENTO  EMP  COD   NOME             "
                    DELIMITED BY SIZE
                  "COMPET.  MOTIVO" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO
           MOVE WRK-TRACO TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO

           OPEN OUTPUT ESOCIAL-ENVIADOS-NOVO
           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ ESOCIAL-ENVIADOS
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 PERFORM 0003-ATUALIZA-EVENTO
                 MOVE REG-ESOCIAL-ENVIADO TO REG-ESOCIAL-ENVIADO-NOVO
                 WRITE REG-ESOCIAL-ENVIADO-NOVO
             END-READ
           END-PERFORM
           CLOSE ESOCIAL-ENVIADOS
           CLOSE ESOCIAL-ENVIADOS-NOVO

           PERFORM 0004-RECIBOS-SEM-EVENTO
           PERFORM 0005-TOTAIS-RETORNO
           CLOSE ESOCIAL-REJEITADOS
           PERFORM 0006-REGISTRA-RELATORIO

           OPEN INPUT ESOCIAL-ENVIADOS-NOVO
           OPEN OUTPUT ESOCIAL-ENVIADOS
           PERFORM UNTIL WRK-FIM-NOVO EQUAL "S"
             READ ESOCIAL-ENVIADOS-NOVO
               AT END
                 MOVE "S" TO WRK-FIM-NOVO
               NOT AT END
                 MOVE REG-ESOCIAL-ENVIADO-NOVO TO REG-ESOCIAL-ENVIADO
                 WRITE REG-ESOCIAL-ENVIADO
             END-READ
           END-PERFORM
           CLOSE ESOCIAL-ENVIADOS-NOVO
           CLOSE ESOCIAL-ENVIADOS

           MOVE WRK-QTD-ACEITOS TO WRK-QTD-ED
           DISPLAY "EVENTOS ACEITOS: " WRK-QTD-ED
           IF WRK-QTD-REJEITADOS GREATER ZERO
             OR WRK-QTD-DIVERGENTES GREATER ZERO
             MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED
             DISPLAY "EVENTOS REJEITADOS (VER ESOCIAL-REJEITADOS): "
                     WRK-QTD-ED
             MOVE WRK-QTD-DIVERGENTES TO WRK-QTD-ED
             DISPLAY "RECIBOS DIVERGENTES (VER ESOCIAL-REJEITADOS): "
                     WRK-QTD-ED
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-RECIBOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ ESOCIAL-RECIBOS
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF WRK-QTD-RECIBOS NOT LESS 20000
                   DISPLAY "TAB-RECIBOS CHEIA, RECIBOS RESTANTES "
                           "FICAM PARA O PROXIMO RETORNO"
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 ELSE
                   ADD 1 TO WRK-QTD-RECIBOS
                   MOVE REC-NUMERO TO RECT-NUMERO(WRK-QTD-RECIBOS)
                   MOVE REC-SITUACAO TO RECT-SITUACAO(WRK-QTD-RECIBOS)
                   MOVE REC-RECIBO TO RECT-RECIBO(WRK-QTD-RECIBOS)
                   MOVE REC-MOTIVO TO RECT-MOTIVO(WRK-QTD-RECIBOS)
                   MOVE "N" TO RECT-CASADO(WRK-QTD-RECIBOS)
                 END-IF
             END-READ
           END-PERFORM.

       0002-BUSCA-RECIBO SECTION.

      *    VALE O ULTIMO RECIBO DO EVENTO NO ARQUIVO; TODOS FICAM
      *    MARCADOS COMO CASADOS.
           MOVE "N" TO WRK-ACHOU-RECIBO
           PERFORM VARYING WRK-IDX-RECIBO FROM 1 BY 1
                     UNTIL WRK-IDX-RECIBO > WRK-QTD-RECIBOS
             IF RECT-NUMERO(WRK-IDX-RECIBO) EQUAL ENV-NUMERO
               MOVE "S" TO WRK-ACHOU-RECIBO
               MOVE "S" TO RECT-CASADO(WRK-IDX-RECIBO)
               MOVE WRK-IDX-RECIBO TO WRK-POS-RECIBO
             END-IF
           END-PERFORM.

       0003-ATUALIZA-EVENTO SECTION.

           IF ENV-NUMERO NUMERIC
             PERFORM 0002-BUSCA-RECIBO
           ELSE
             MOVE "N" TO WRK-ACHOU-RECIBO
           END-IF
           IF WRK-ACHOU-RECIBO EQUAL "S"
             EVALUATE RECT-SITUACAO(WRK-POS-RECIBO)
               WHEN "A"
                 MOVE "A" TO ENV-SITUACAO
                 MOVE RECT-RECIBO(WRK-POS-RECIBO) TO ENV-RECIBO
                 MOVE SPACE TO ENV-MOTIVO
               WHEN "R"
                 MOVE "R" TO ENV-SITUACAO
                 MOVE SPACE TO ENV-RECIBO
                 MOVE RECT-MOTIVO(WRK-POS-RECIBO) TO ENV-MOTIVO
               WHEN OTHER
                 MOVE "N" TO RECT-CASADO(WRK-POS-RECIBO)
             END-EVALUATE
           END-IF

           EVALUATE TRUE
             WHEN ENV-ACEITO
               ADD 1 TO WRK-QTD-ACEITOS
             WHEN ENV-REJEITADO
               IF WRK-ACHOU-RECIBO EQUAL "S"
                 ADD 1 TO WRK-QTD-REJEITADOS
                 MOVE SPACE TO WRK-LINHA-REJEITADO
                 MOVE ENV-NUMERO TO LR-NUMERO
                 MOVE ENV-EVENTO TO LR-EVENTO
                 MOVE ENV-EMPRESA TO LR-EMPRESA
                 MOVE ENV-CODIGO TO LR-CODIGO
                 MOVE ENV-NOME TO LR-NOME
                 MOVE ENV-COMPETENCIA TO LR-COMPETENCIA
                 MOVE ENV-MOTIVO TO LR-MOTIVO
                 MOVE WRK-LINHA-REJEITADO TO REG-ESOCIAL-REJEITADO
                 WRITE REG-ESOCIAL-REJEITADO
               END-IF
             WHEN OTHER
               ADD 1 TO WRK-QTD-AGUARDANDO
           END-EVALUATE.

       0004-RECIBOS-SEM-EVENTO SECTION.

      *    RECIBO QUE NAO CASOU COM EVENTO DO CONTROLE, OU COM
      *    SITUACAO DIFERENTE DE A/R, VAI PARA A LISTA SEM ATUALIZAR
      *    NADA.
           PERFORM VARYING WRK-IDX-RECIBO FROM 1 BY 1
                     UNTIL WRK-IDX-RECIBO > WRK-QTD-RECIBOS
             IF RECT-CASADO(WRK-IDX-RECIBO) EQUAL "N"
               ADD 1 TO WRK-QTD-DIVERGENTES
               IF WRK-QTD-DIVERGENTES EQUAL 1
                 MOVE SPACE TO REG-ESOCIAL-REJEITADO
                 WRITE REG-ESOCIAL-REJEITADO
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "RECIBOS DIVERGENTES (EVENTO FORA DO "
                          DELIMITED BY SIZE
                        "CONTROLE OU SITUACAO INVALIDA)"
                          DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL TO REG-ESOCIAL-REJEITADO
                 WRITE REG-ESOCIAL-REJEITADO
               END-IF
               MOVE SPACE TO WRK-LINHA-REJEITADO
               MOVE RECT-NUMERO(WRK-IDX-RECIBO) TO LR-NUMERO
               MOVE "SIT. " TO LR-EVENTO
               MOVE RECT-SITUACAO(WRK-IDX-RECIBO) TO LR-EVENTO(6:1)
               MOVE RECT-MOTIVO(WRK-IDX-RECIBO) TO LR-MOTIVO
               MOVE WRK-LINHA-REJEITADO TO REG-ESOCIAL-REJEITADO
               WRITE REG-ESOCIAL-REJEITADO
             END-IF
           END-PERFORM.

       0005-TOTAIS-RETORNO SECTION.

           MOVE WRK-TRACO TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO
           MOVE WRK-QTD-ACEITOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EVENTOS ACEITOS NO CONTROLE: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO
           MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EVENTOS REJEITADOS NESTE RETORNO: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " (CORRIGIR E RODAR O ESOCIAL-EVENTOS, QUE OS GERA "
                    DELIMITED BY SIZE
                  "DE NOVO)" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO
           MOVE WRK-QTD-AGUARDANDO TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EVENTOS AINDA SEM RECIBO: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO
           MOVE WRK-QTD-DIVERGENTES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RECIBOS DIVERGENTES: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-REJEITADO
           WRITE REG-ESOCIAL-REJEITADO.

       0006-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ESOCIAL-RETO"       TO RPED-JOB
           MOVE "ESOCIAL-REJEITADOS" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ESOCIAL-RETORNO.
