       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-SCORE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: ACEITE DAS PROPOSTAS DO SCORE TRIMESTRAL DE
      *==            TRANSPORTADORAS. O SCORE-TRANSP GRAVA EM
      *==            SCORE-PROPOSTAS (LEIAUTE SCORE-PROP) A PRIORIDADE
      *==            E O PERCENTUAL DE RATEIO PROPOSTOS POR
      *==            TRANSPORTADORA E ZONA; AQUI O SUPERVISOR (ACESSO
      *==            RESTRITO PELA MATRIZ PERFIS-ACESSO DO MENU
      *==            PRINCIPAL, OPCAO PROPRIA) VE AS PROPOSTAS DE CADA
      *==            ZONA E ACEITA OU RECUSA A ZONA INTEIRA (O RATEIO
      *==            SO FECHA 100% COM TODAS AS LINHAS JUNTAS). O ACEITE
      *==            GRAVA OS VALORES EM TRANSPORTADORAS E CADA LINHA
      *==            ALTERADA VAI PARA FRETE-REF-LOG (O MESMO LOG DE
      *==            ALTERACOES DO MANUTENCAO-FRETE) COM DATA/HORA,
      *==            OPERADOR E IMAGENS ANTES/DEPOIS; A PROPOSTA FICA
      *==            MARCADA COM A DECISAO, A DATA E O OPERADOR.
      *== DATA: 15/10/2026
      *== OBS: CARGA TRUNCADA DE TRANSPORTADORAS OU DE PROPOSTAS
      *==      (ARQUIVO MAIOR QUE A TABELA) ENCERRA SEM DECIDIR NADA,
      *==      PARA NAO REGRAVAR O ARQUIVO SEM AS LINHAS QUE NAO
      *==      COUBERAM.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO DE FRETE-REF-LOG GANHA O CAMPO DO
      *==                 SUPERVISOR QUE APROVOU A ALTERACAO (QUATRO
      *==                 OLHOS DA MANUTENCAO-FRETE); AQUI O PROPRIO
      *==                 SUPERVISOR E QUEM ACEITA O SCORE E O CAMPO
      *==                 FICA EM BRANCO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-PROPOSTAS ASSIGN TO "SCORE-PROPOSTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROPOSTAS.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPORTADORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT FRETE-REF-LOG ASSIGN TO "FRETE-REF-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-PROPOSTAS.
       01  REG-SCORE-PROPOSTA.
           COPY SCORE-PROP.

       FD  TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TRANSP-ZONA-REG      PIC X(04).
           05 TRANSP-COD-REG       PIC X(04).
           05 TRANSP-NOME-REG      PIC X(20).
           05 TRANSP-CUSTO-REG     PIC 9V9999.
           05 TRANSP-PRIORIDADE-REG PIC 9(02).
           05 TRANSP-PERC-ALOC-REG PIC 9(03).

       FD  FRETE-REF-LOG.
       01  REG-FRETE-REF-LOG.
           05 LOG-DATA             PIC 9(08).
           05 LOG-HORA             PIC 9(08).
           05 LOG-OPERADOR         PIC X(10).
           05 LOG-ARQUIVO          PIC X(14).
           05 LOG-ACAO             PIC X(08).
           05 LOG-ANTES            PIC X(40).
           05 LOG-DEPOIS           PIC X(40).
           05 LOG-APROVADOR        PIC X(10).

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-PROPOSTAS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-TRANSP PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-CARGA-TRUNCADA PIC X(01)          VALUE "N".
           88 CARGA-TRUNCADA                     VALUE "S".
      *====================== TRANSPORTADORAS ============================
       77  WRK-QTD-TRANSP   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TRANSP   PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-TRANSP PIC 9(03)            VALUE ZERO.
       01  TAB-TRANSPORTADORAS.
           05 TRP-ITEM OCCURS 200 TIMES
                        INDEXED BY IDX-TRP.
              10 TRP-LINHA         PIC X(38).
              10 TRP-CAMPOS REDEFINES TRP-LINHA.
                 15 TRP-ZONA       PIC X(04).
                 15 TRP-COD        PIC X(04).
                 15 FILLER         PIC X(25).
                 15 TRP-PRIORIDADE PIC 9(02).
                 15 TRP-PERC-ALOC  PIC 9(03).
      *====================== PROPOSTAS ==================================
       77  WRK-QTD-PROP     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-PROP     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-ZONA     PIC 9(03)            VALUE ZERO.
       01  TAB-PROPOSTAS.
           05 PROP-ITEM OCCURS 200 TIMES
                         INDEXED BY IDX-PROP.
              10 PROP-LINHA        PIC X(66).
              10 PROP-ZONA-FEITA   PIC X(01).
      *====================== DECISAO ====================================
       77  WRK-ZONA-CORRENTE PIC X(04)           VALUE SPACE.
       77  WRK-DECISAO      PIC X(01)            VALUE SPACE.
           88 DECISAO-ACEITAR                    VALUE "A".
           88 DECISAO-RECUSAR                    VALUE "R".
           88 DECISAO-PULAR                      VALUE "P".
       77  WRK-NOTA-ED      PIC ZZ9,9.
      *====================== LOG DE ALTERACOES ==========================
       77  WRK-IMAGEM-ANTES PIC X(40)            VALUE SPACE.
       77  WRK-IMAGEM-DEPOIS PIC X(40)           VALUE SPACE.
      *====================== TOTAIS =====================================
       77  WRK-QTD-ZONAS-ACEITAS PIC 9(05)       VALUE ZERO.
       77  WRK-QTD-ZONAS-RECUSADAS PIC 9(05)     VALUE ZERO.
       77  WRK-QTD-ZONAS-PENDENTES PIC 9(05)     VALUE ZERO.
       77  WRK-QTD-ALTERADAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT SESSAO-OPERADOR
           IF WRK-STATUS-SESSAO NOT EQUAL "35"
             READ SESSAO-OPERADOR
               NOT AT END
                 MOVE SESSAO-OPERADOR-REG TO WRK-OPERADOR
             END-READ
             CLOSE SESSAO-OPERADOR
           END-IF
           IF WRK-OPERADOR EQUAL SPACE
             DISPLAY "CODIGO DO SUPERVISOR "
               ACCEPT WRK-OPERADOR
           END-IF

           PERFORM 0001-CARREGA-PROPOSTAS
           PERFORM 0002-CARREGA-TRANSPORTADORAS

           IF CARGA-TRUNCADA
             DISPLAY "CARGA TRUNCADA, NENHUMA DECISAO REGISTRADA"
           ELSE
             IF WRK-QTD-PROP EQUAL ZERO
               DISPLAY "NENHUMA PROPOSTA DE SCORE PENDENTE"
             ELSE
               PERFORM VARYING WRK-IDX-ZONA FROM 1 BY 1
                         UNTIL WRK-IDX-ZONA > WRK-QTD-PROP
                 MOVE PROP-LINHA(WRK-IDX-ZONA) TO REG-SCORE-PROPOSTA
                 IF PROP-ZONA-FEITA(WRK-IDX-ZONA) EQUAL "N"
                   AND SPROP-PENDENTE
                   MOVE SPROP-ZONA TO WRK-ZONA-CORRENTE
                   PERFORM 0010-DECIDE-ZONA
                 END-IF
               END-PERFORM
               PERFORM 0030-REGRAVA-PROPOSTAS
               IF WRK-QTD-ALTERADAS GREATER ZERO
                 PERFORM 0031-REGRAVA-TRANSPORTADORAS
               END-IF
               PERFORM 0040-TOTAIS-FINAIS
             END-IF
           END-IF

           GOBACK.

       0001-CARREGA-PROPOSTAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SCORE-PROPOSTAS
           IF WRK-STATUS-PROPOSTAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ SCORE-PROPOSTAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-PROP NOT LESS 200
                     DISPLAY "TAB-PROPOSTAS CHEIA, ARQUIVO NAO "
                             "SERA REGRAVADO"
                     MOVE "S" TO WRK-CARGA-TRUNCADA
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-PROP
                     MOVE REG-SCORE-PROPOSTA
                       TO PROP-LINHA(WRK-QTD-PROP)
                     MOVE "N" TO PROP-ZONA-FEITA(WRK-QTD-PROP)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SCORE-PROPOSTAS
           END-IF.

       0002-CARREGA-TRANSPORTADORAS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT TRANSPORTADORAS
           IF WRK-STATUS-TRANSP NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ TRANSPORTADORAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-TRANSP NOT LESS 200
                     DISPLAY "TAB-TRANSPORTADORAS CHEIA, ARQUIVO NAO "
                             "SERA REGRAVADO"
                     MOVE "S" TO WRK-CARGA-TRUNCADA
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-TRANSP
                     MOVE REG-TRANSPORTADORA
                       TO TRP-LINHA(WRK-QTD-TRANSP)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSPORTADORAS
           END-IF.

       0010-DECIDE-ZONA SECTION.

           DISPLAY "===== ZONA " WRK-ZONA-CORRENTE
                   " - PROPOSTA DO SCORE TRIMESTRAL ====="
           PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                     UNTIL WRK-IDX-PROP > WRK-QTD-PROP
             MOVE PROP-LINHA(WRK-IDX-PROP) TO REG-SCORE-PROPOSTA
             IF SPROP-ZONA EQUAL WRK-ZONA-CORRENTE
               AND SPROP-PENDENTE
               MOVE "S" TO PROP-ZONA-FEITA(WRK-IDX-PROP)
               MOVE SPROP-NOTA TO WRK-NOTA-ED
               DISPLAY "  " SPROP-TRANSPORTADORA " " SPROP-NOME
                       " NOTA " WRK-NOTA-ED
                       " PRIO " SPROP-PRIORIDADE-ATUAL
                       ">" SPROP-PRIORIDADE-PROP
                       " RATEIO " SPROP-PERC-ATUAL
                       ">" SPROP-PERC-PROP
                       " (" SPROP-TRIMESTRE ")"
             END-IF
           END-PERFORM

           DISPLAY "DECISAO (A-ACEITAR R-RECUSAR P-PULAR) "
             ACCEPT WRK-DECISAO
           EVALUATE TRUE
             WHEN DECISAO-ACEITAR
               ADD 1 TO WRK-QTD-ZONAS-ACEITAS
             WHEN DECISAO-RECUSAR
               ADD 1 TO WRK-QTD-ZONAS-RECUSADAS
             WHEN OTHER
               ADD 1 TO WRK-QTD-ZONAS-PENDENTES
           END-EVALUATE

           IF DECISAO-ACEITAR OR DECISAO-RECUSAR
             PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                       UNTIL WRK-IDX-PROP > WRK-QTD-PROP
               MOVE PROP-LINHA(WRK-IDX-PROP) TO REG-SCORE-PROPOSTA
               IF SPROP-ZONA EQUAL WRK-ZONA-CORRENTE
                 AND SPROP-PENDENTE
                 IF DECISAO-ACEITAR
                   PERFORM 0011-APLICA-PROPOSTA
                   MOVE "A" TO SPROP-SITUACAO
                 ELSE
                   MOVE "R" TO SPROP-SITUACAO
                 END-IF
                 MOVE WRK-DATA-SISTEMA TO SPROP-DECISAO-DATA
                 MOVE WRK-OPERADOR     TO SPROP-OPERADOR
                 MOVE REG-SCORE-PROPOSTA TO PROP-LINHA(WRK-IDX-PROP)
               END-IF
             END-PERFORM
           END-IF.

       0011-APLICA-PROPOSTA SECTION.

           MOVE ZERO TO WRK-ACHOU-TRANSP
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
             IF TRP-ZONA(WRK-IDX-TRANSP) EQUAL SPROP-ZONA
               AND TRP-COD(WRK-IDX-TRANSP) EQUAL SPROP-TRANSPORTADORA
               MOVE WRK-IDX-TRANSP TO WRK-ACHOU-TRANSP
               MOVE WRK-QTD-TRANSP TO WRK-IDX-TRANSP
             END-IF
           END-PERFORM

           IF WRK-ACHOU-TRANSP EQUAL ZERO
             DISPLAY "TRANSPORTADORA " SPROP-TRANSPORTADORA
                     " NAO ESTA MAIS NA ZONA " SPROP-ZONA
                     ", PROPOSTA NAO APLICADA"
           ELSE
             MOVE TRP-LINHA(WRK-ACHOU-TRANSP) TO WRK-IMAGEM-ANTES
             MOVE SPROP-PRIORIDADE-PROP
               TO TRP-PRIORIDADE(WRK-ACHOU-TRANSP)
             MOVE SPROP-PERC-PROP
               TO TRP-PERC-ALOC(WRK-ACHOU-TRANSP)
             MOVE TRP-LINHA(WRK-ACHOU-TRANSP) TO WRK-IMAGEM-DEPOIS
             IF WRK-IMAGEM-DEPOIS NOT EQUAL WRK-IMAGEM-ANTES
               ADD 1 TO WRK-QTD-ALTERADAS
               PERFORM 0020-GRAVA-LOG
             END-IF
           END-IF.

       0020-GRAVA-LOG SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-DATA-SISTEMA  TO LOG-DATA
           MOVE WRK-HORA-SISTEMA  TO LOG-HORA
           MOVE WRK-OPERADOR      TO LOG-OPERADOR
           MOVE "TRANSPORTADORA"  TO LOG-ARQUIVO
           MOVE "SCORE"           TO LOG-ACAO
           MOVE WRK-IMAGEM-ANTES  TO LOG-ANTES
           MOVE WRK-IMAGEM-DEPOIS TO LOG-DEPOIS
           MOVE SPACE             TO LOG-APROVADOR

           OPEN EXTEND FRETE-REF-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT FRETE-REF-LOG
           END-IF
           WRITE REG-FRETE-REF-LOG
           CLOSE FRETE-REF-LOG.

       0030-REGRAVA-PROPOSTAS SECTION.

           OPEN OUTPUT SCORE-PROPOSTAS
           PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                     UNTIL WRK-IDX-PROP > WRK-QTD-PROP
             MOVE PROP-LINHA(WRK-IDX-PROP) TO REG-SCORE-PROPOSTA
             WRITE REG-SCORE-PROPOSTA
           END-PERFORM
           CLOSE SCORE-PROPOSTAS.

       0031-REGRAVA-TRANSPORTADORAS SECTION.

           OPEN OUTPUT TRANSPORTADORAS
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
             MOVE TRP-LINHA(WRK-IDX-TRANSP) TO REG-TRANSPORTADORA
             WRITE REG-TRANSPORTADORA
           END-PERFORM
           CLOSE TRANSPORTADORAS.

       0040-TOTAIS-FINAIS SECTION.

           MOVE WRK-QTD-ZONAS-ACEITAS TO WRK-QTD-ED
           DISPLAY "ZONAS ACEITAS.......: " WRK-QTD-ED
           MOVE WRK-QTD-ZONAS-RECUSADAS TO WRK-QTD-ED
           DISPLAY "ZONAS RECUSADAS.....: " WRK-QTD-ED
           MOVE WRK-QTD-ZONAS-PENDENTES TO WRK-QTD-ED
           DISPLAY "AINDA PENDENTES.....: " WRK-QTD-ED
           MOVE WRK-QTD-ALTERADAS TO WRK-QTD-ED
           DISPLAY "LINHAS ALTERADAS EM TRANSPORTADORAS: " WRK-QTD-ED.

       END PROGRAM APROVA-SCORE.
