      *==            BALANCA DO ARMAZEM ACHA MAIS. ESTE JOB LE O
      *==            ARQUIVO PESAGEM (DATA DE PROCESSAMENTO, SEQUENCIA
      *==            E PESO AFERIDO), COMPARA COM O PESO PELO QUAL O
      *==            EMBARQUE FOI COTADO (HEMB-PESO NO
      *==            EMBARQUE-HISTORICO) E, QUANDO A DIFERENCA PASSA DA
      *==            TOLERANCIA PERCENTUAL DE FRETE-PARAMETROS (PADRAO
      *==            5%), GERA A TRANSACAO DE FRETE COMPLEMENTAR PELA
      *==            DIFERENCA DE PESO EM FRETE-TRANS-COMPLEMENTO
      *==            (LEIAUTE H/D/T, CEP TRAZIDO DA TRILHA
      *==            FRETE-AUDITORIA PELO HISTORICO, VALOR DE
      *==            MERCADORIA SIMBOLICO DE 0,01 PARA O ADICIONAL SER
      *==            SO O DO PESO) E LISTA AS DIVERGENCIAS POR CLIENTE
      *==            EM PESAGEM-RELATORIO — O SUBDECLARANTE RECORRENTE
      *==            PRECISA FICAR VISIVEL. O EMBARQUE COMPLEMENTADO
      *==            FICA MARCADO NO HISTORICO.
      *== DATA: 02/09/2026
      *== OBS: O PISO DE FRETE DO LOTE TAMBEM VALE PARA O COMPLEMENTO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FRETE A PAGAR: O COMPLEMENTO HERDA DO EMBARQUE
      *==                 (FRETE-SAIDA VERSAO 07) O PAGADOR DO FRETE E O
      *==                 DESTINATARIO, PARA SER COBRADO DE QUEM PAGOU O
      *==                 FRETE ORIGINAL.
      *== 15/10/2026 FA  PRODUTOS PERIGOSOS: O COMPLEMENTO HERDA O
      *==                 NUMERO ONU DO EMBARQUE (FRETE-SAIDA VERSAO
      *==                 08), PARA SEGUIR COM TRANSPORTADORA
      *==                 CERTIFICADA E PAGAR O ADICIONAL DE PRODUTO
      *==                 PERIGOSO.
      *== 15/10/2026 FA  FECHAMENTO DE COMPETENCIA: O COMPLEMENTO LEVA A
      *==                 COMPETENCIA DO EMBARQUE (GER-COMPET-ORIGEM);
      *==                 SE ELA JA ESTA FECHADA EM FRETE-PERIODOS O
      *==                 COMPLEMENTO E LANCADO NA COMPETENCIA ABERTA,
      *==                 COM REFERENCIA A DE ORIGEM, E O RELATORIO
      *==                 INDICA QUANTOS FORAM ASSIM.
      *== 15/10/2026 FA  CADA PESAGEM E LIDA DIRETO NO
      *==                 EMBARQUE-HISTORICO PELA CHAVE (PESO COTADO,
      *==                 CEP E DADOS DO EMBARQUE), NO LUGAR DA TABELA
      *==                 DE PESAGENS CASADA COM FRETE-SAIDA E DA
      *==                 RELEITURA DA TRILHA FRETE-AUDITORIA.
      *== 15/10/2026 FA  O EMBARQUE COMPLEMENTADO FICA MARCADO NO
      *==                 HISTORICO (HEMB-COMPL-PESO-DATA) E NAO GERA
      *==                 NOVO COMPLEMENTO NAS EXECUCOES SEGUINTES (SO
      *==                 O REPROCESSAMENTO NO MESMO DIA O GERA DE
      *==                 NOVO); A COMPETENCIA DE ORIGEM E A DO
      *==                 EMBARQUE NO HISTORICO (HEMB-COMPETENCIA), NAO
      *==                 A DATA DE PROCESSAMENTO.
      *== 15/10/2026 FA  EMISSAO DO PESAGEM-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PESAGEM ASSIGN TO "PESAGEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PESAGEM.
           SELECT EMBARQUE-HISTORICO ASSIGN TO "EMBARQUE-HISTORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEMB-CHAVE
               ALTERNATE RECORD KEY IS HEMB-CHAVE-TRANSP
               ALTERNATE RECORD KEY IS HEMB-CHAVE-CLIENTE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT FRETE-PARAMETROS ASSIGN TO "FRETE-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PESAGEM-RELATORIO ASSIGN TO "PESAGEM-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRETE-PERIODOS ASSIGN TO "FRETE-PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
           05 PES-SEQ-REG          PIC 9(07).
           05 PES-PESO-REG         PIC 9(05)V99.

       FD  EMBARQUE-HISTORICO.
       01  REG-EMBARQUE-HIST.
           COPY EMBARQUE-HIST.

       FD  FRETE-PARAMETROS.
       01  REG-FRETE-PARAMETRO.
           05 GER-DATA-ORIGINAL    PIC 9(08).
           05 GER-SEQ-ORIGINAL     PIC 9(07).
           05 GER-CATEGORIA        PIC X(04).
           05 GER-MARCA            PIC X(01).
           05 GER-PAGADOR          PIC X(01).
           05 GER-DESTINATARIO     PIC 9(05).
           05 GER-ONU              PIC 9(04).
      *    COLETA FICA EM BRANCO.
           05 FILLER               PIC X(07).
           05 GER-COMPET-ORIGEM    PIC 9(06).
       01  REG-TRANS-COMPL-HDR.
           05 GERH-REGISTRO        PIC X(01).
           05 GERH-DATA            PIC 9(08).
       FD  PESAGEM-RELATORIO.
       01  REG-PESAGEM-REL         PIC X(132).

       FD  FRETE-PERIODOS.
       01  REG-FRETE-PERIODO.
           COPY FRETE-PERIODO.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-PESAGEM PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-HISTORICO PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-FIM-PESAGEM  PIC X(01)            VALUE "N".
           88 FIM-DA-PESAGEM                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
       77  WRK-PESO-TOLER   PIC 9(03)            VALUE 5.
      *====================== DIVERGENCIAS ===============================
       77  WRK-QTD-DIVERG   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-DIVERG   PIC 9(04)            VALUE ZERO.
              10 DIV-PESO-AFERIDO PIC 9(05)V99.
              10 DIV-DIFERENCA    PIC 9(05)V99.
              10 DIV-CEP          PIC 9(08).
              10 DIV-PAGADOR      PIC X(01).
              10 DIV-DESTINATARIO PIC 9(05).
              10 DIV-ONU          PIC 9(04).
              10 DIV-COMPETENCIA  PIC 9(06).
      *====================== APOIO DO CALCULO ===========================
       77  WRK-DIFERENCA    PIC 9(07)V99         VALUE ZERO.
       77  WRK-LIMITE-PESO  PIC 9(09)V99         VALUE ZERO.
      *====================== TOTAIS POR CLIENTE =========================
       77  WRK-PESO-ED      PIC ZZ.ZZ9,99.
       77  WRK-PESO-ED2     PIC ZZ.ZZ9,99.
       77  WRK-PESO-ED3     PIC ZZ.ZZ9,99.
      *====================== COMPETENCIAS FECHADAS ======================
       77  WRK-STATUS-PERIODOS PIC X(02)         VALUE SPACE.
       77  WRK-FIM-PERIODOS PIC X(01)            VALUE "N".
       77  WRK-QTD-FECHADAS PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-FECHADA  PIC 9(03)            VALUE ZERO.
       77  WRK-COMPET-FECHADA PIC X(01)          VALUE "N".
           88 COMPETENCIA-FECHADA                VALUE "S".
       77  WRK-COMPET-ORIGEM PIC 9(06)           VALUE ZERO.
       77  WRK-QTD-POSTERGADOS PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-JA-COMPLEM PIC 9(05)          VALUE ZERO.
       01  TAB-FECHADAS.
           05 FECHADA-COMPET PIC 9(06)   OCCURS 240 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 0005-CARREGA-PARAMETROS
           PERFORM 0011-CARREGA-PERIODOS

      *    O HISTORICO E ABERTO PARA ATUALIZACAO: O EMBARQUE
      *    COMPLEMENTADO RECEBE A DATA DO COMPLEMENTO.
           OPEN I-O EMBARQUE-HISTORICO
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             DISPLAY "EMBARQUE-HISTORICO INDISPONIVEL, STATUS "
                     WRK-STATUS-HISTORICO ", NADA A CONFERIR"
           ELSE
             OPEN INPUT PESAGEM
             IF WRK-STATUS-PESAGEM EQUAL "35"
               DISPLAY "PESAGEM INEXISTENTE, NADA A CONFERIR"
             ELSE
               PERFORM 0001-RECEBE-PESAGEM
               PERFORM UNTIL FIM-DA-PESAGEM
                 PERFORM 0002-CONFERE-PESO
                 PERFORM 0001-RECEBE-PESAGEM
               END-PERFORM
               CLOSE PESAGEM
             END-IF
             PERFORM 0008-GERA-COMPLEMENTOS
             CLOSE EMBARQUE-HISTORICO
           END-IF

           PERFORM 0009-RELATORIO

           GOBACK.

       0001-RECEBE-PESAGEM SECTION.

           READ PESAGEM
             AT END
               MOVE "S" TO WRK-FIM-PESAGEM
           END-READ.

       0002-CONFERE-PESO SECTION.

      *    O EMBARQUE DA PESAGEM E LIDO PELA CHAVE DATA DE
      *    PROCESSAMENTO + SEQUENCIA; PESO COTADO ZERO E DE VERSAO DE
      *    FRETE-SAIDA SEM PESO E FICA FORA DA CONFERENCIA. EMBARQUE
      *    COMPLEMENTADO EM OUTRO DIA NAO E CONFERIDO DE NOVO.
           IF PES-DATA-REG NUMERIC
             AND PES-SEQ-REG NUMERIC
             AND PES-PESO-REG NUMERIC
             MOVE PES-DATA-REG TO HEMB-DATA
             MOVE PES-SEQ-REG  TO HEMB-SEQ
             READ EMBARQUE-HISTORICO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF NOT HEMB-ESTORNO
                   AND HEMB-PESO GREATER ZERO
                   AND PES-PESO-REG GREATER HEMB-PESO
                   COMPUTE WRK-DIFERENCA = PES-PESO-REG - HEMB-PESO
      *            A TOLERANCIA E PERCENTUAL SOBRE O PESO COTADO.
                   COMPUTE WRK-LIMITE-PESO ROUNDED =
                       HEMB-PESO * WRK-PESO-TOLER / 100
                   IF WRK-DIFERENCA GREATER WRK-LIMITE-PESO
                     IF HEMB-COMPL-PESO-DATA NUMERIC
                       AND HEMB-COMPL-PESO-DATA GREATER ZERO
                       AND HEMB-COMPL-PESO-DATA NOT EQUAL WRK-DATA-HOJE
                       ADD 1 TO WRK-QTD-JA-COMPLEM
                     ELSE
                       PERFORM 0003-REGISTRA-DIVERGENCIA
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-IF.

       0003-REGISTRA-DIVERGENCIA SECTION.
                     "RESTANTES FICAM PARA A PROXIMA EXECUCAO"
           ELSE
             ADD 1 TO WRK-QTD-DIVERG
             MOVE HEMB-DATA         TO DIV-DATA(WRK-QTD-DIVERG)
             MOVE HEMB-SEQ          TO DIV-SEQ(WRK-QTD-DIVERG)
             MOVE HEMB-CLIENTE      TO DIV-CLIENTE(WRK-QTD-DIVERG)
             MOVE HEMB-FILIAL       TO DIV-FILIAL(WRK-QTD-DIVERG)
             MOVE HEMB-PESO         TO DIV-PESO-COTADO(WRK-QTD-DIVERG)
             MOVE PES-PESO-REG
               TO DIV-PESO-AFERIDO(WRK-QTD-DIVERG)
             MOVE WRK-DIFERENCA     TO DIV-DIFERENCA(WRK-QTD-DIVERG)
      *      O CEP, NECESSARIO PARA A TRANSACAO COMPLEMENTAR RESOLVER
      *      A ZONA NO LOTE, VEM DA TRILHA DE AUDITORIA PELO HISTORICO.
             MOVE HEMB-CEP          TO DIV-CEP(WRK-QTD-DIVERG)
             MOVE HEMB-PAGADOR      TO DIV-PAGADOR(WRK-QTD-DIVERG)
             MOVE HEMB-DESTINATARIO TO DIV-DESTINATARIO(WRK-QTD-DIVERG)
             MOVE HEMB-ONU          TO DIV-ONU(WRK-QTD-DIVERG)
             MOVE HEMB-COMPETENCIA  TO DIV-COMPETENCIA(WRK-QTD-DIVERG)
           END-IF.

       0008-GERA-COMPLEMENTOS SECTION.
           PERFORM VARYING WRK-IDX-DIVERG FROM 1 BY 1
                     UNTIL WRK-IDX-DIVERG > WRK-QTD-DIVERG
             IF DIV-CEP(WRK-IDX-DIVERG) GREATER ZERO
               MOVE SPACE             TO REG-TRANS-COMPL
               MOVE "D"               TO GER-REGISTRO
               MOVE SPACE             TO GER-PRODUTO
               STRING "COMPLEMENTO PESO " DELIMITED BY SIZE
               MOVE ZERO              TO GER-DATA-ORIGINAL
               MOVE ZERO              TO GER-SEQ-ORIGINAL
               MOVE SPACE             TO GER-CATEGORIA
               MOVE SPACE             TO GER-MARCA
               MOVE DIV-PAGADOR(WRK-IDX-DIVERG) TO GER-PAGADOR
               MOVE DIV-DESTINATARIO(WRK-IDX-DIVERG)
                 TO GER-DESTINATARIO
               MOVE DIV-ONU(WRK-IDX-DIVERG) TO GER-ONU
               PERFORM 0012-CHECA-FECHADA
               MOVE WRK-COMPET-ORIGEM TO GER-COMPET-ORIGEM
               IF COMPETENCIA-FECHADA
                 ADD 1 TO WRK-QTD-POSTERGADOS
               END-IF
               WRITE REG-TRANS-COMPL
               ADD 1 TO WRK-QTD-GERADAS
               ADD 0,01 TO WRK-HASH-GERADO
               PERFORM 0013-MARCA-COMPLEMENTO
             ELSE
               DISPLAY "DIVERGENCIA SEM CEP NA AUDITORIA, "
                       "COMPLEMENTO NAO GERADO: "
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PESAGEM-REL
           WRITE REG-PESAGEM-REL
           IF WRK-QTD-JA-COMPLEM GREATER ZERO
             MOVE WRK-QTD-JA-COMPLEM TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DIVERGENCIAS JA COMPLEMENTADAS ANTES: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " (SEM NOVO COMPLEMENTO)" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-PESAGEM-REL
             WRITE REG-PESAGEM-REL
           END-IF
           IF WRK-QTD-POSTERGADOS GREATER ZERO
             MOVE WRK-QTD-POSTERGADOS TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "COMPLEMENTOS DE COMPETENCIA FECHADA: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " (LANCADOS NA COMPETENCIA ABERTA)"
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-PESAGEM-REL
             WRITE REG-PESAGEM-REL
           END-IF
           CLOSE PESAGEM-RELATORIO
           PERFORM 0014-REGISTRA-RELATORIO.

       0010-ACUMULA-CLIENTE SECTION.

             CLOSE FRETE-PARAMETROS
           END-IF.

       0011-CARREGA-PERIODOS SECTION.

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

       0012-CHECA-FECHADA SECTION.

      *    A COMPETENCIA DE ORIGEM E A DO EMBARQUE NO HISTORICO (DA
      *    TRILHA FRETE-AUDITORIA); SEM ELA, A DA DATA DE
      *    PROCESSAMENTO, COMO NO FATURA-FRETE.
           IF DIV-COMPETENCIA(WRK-IDX-DIVERG) NUMERIC
             AND DIV-COMPETENCIA(WRK-IDX-DIVERG) GREATER ZERO
             MOVE DIV-COMPETENCIA(WRK-IDX-DIVERG) TO WRK-COMPET-ORIGEM
           ELSE
             COMPUTE WRK-COMPET-ORIGEM = DIV-DATA(WRK-IDX-DIVERG) / 100
           END-IF
           MOVE "N" TO WRK-COMPET-FECHADA
           PERFORM VARYING WRK-IDX-FECHADA FROM 1 BY 1
                     UNTIL WRK-IDX-FECHADA GREATER WRK-QTD-FECHADAS
             IF FECHADA-COMPET(WRK-IDX-FECHADA) EQUAL WRK-COMPET-ORIGEM
               MOVE "S" TO WRK-COMPET-FECHADA
               MOVE WRK-QTD-FECHADAS TO WRK-IDX-FECHADA
             END-IF
           END-PERFORM.

       0013-MARCA-COMPLEMENTO SECTION.

           MOVE DIV-DATA(WRK-IDX-DIVERG) TO HEMB-DATA
           MOVE DIV-SEQ(WRK-IDX-DIVERG)  TO HEMB-SEQ
           READ EMBARQUE-HISTORICO
           IF WRK-STATUS-HISTORICO EQUAL "00"
             MOVE WRK-DATA-HOJE TO HEMB-COMPL-PESO-DATA
             REWRITE REG-EMBARQUE-HIST
           END-IF
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             DISPLAY "ERRO AO MARCAR COMPLEMENTO NO HISTORICO: "
                     WRK-STATUS-HISTORICO " " HEMB-DATA " " HEMB-SEQ
           END-IF.

       0014-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "PESAGEM-CONF"      TO RPED-JOB
           MOVE "PESAGEM-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM PESAGEM-CONFERE.
