       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-SEGURO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: RECUPERACAO JUNTO A SEGURADORA DOS SINISTROS PAGOS
      *==            SEM RESPONSABILIDADE DA TRANSPORTADORA. A PERDA E
      *==            COBERTA PELA APOLICE QUANDO O EMBARQUE FOI
      *==            AVERBADO, MAS NINGUEM RECLAMAVA E O SINISTRO
      *==            FICAVA POR NOSSA CONTA. LE O SINISTROS (LEIAUTE
      *==            SINISTRO-REG), PROCURA CADA SINISTRO PAGO AINDA NAO
      *==            RECLAMADO NO AVERBACAO-SEGURO (TODAS AS GERACOES DA
      *==            AVERBA-SEGURO) E, SE AVERBADO E NAO ESTORNADO, GERA
      *==            A RECLAMACAO PARA A SEGURADORA EM
      *==            RECUPERACAO-SEGURADORA (APOLICE, CHAVE DO
      *==            EMBARQUE, VALOR DECLARADO E VALOR DO SINISTRO) E A
      *==            INCLUI EM RECUPERACOES-SEGURO (LEIAUTE
      *==            RECUPERA-REG) COMO ENVIADA. A SITUACAO (PAGA OU
      *==            NEGADA) E O VALOR RECEBIDO SAO DIGITADOS NO
      *==            SINISTRO-CADASTRO. O RELATORIO
      *==            RECUPERA-RELATORIO TRAZ AS RECLAMACOES DO DIA, OS
      *==            PAGOS SEM AVERBACAO E, PARA A COMPETENCIA DE
      *==            ABERTURA INFORMADA (COMO NO SINISTRO-RELATORIO),
      *==            O PAGO CONTRA O RECUPERADO POR TRANSPORTADORA E
      *==            ZONA.
      *== DATA: 15/10/2026
      *== OBS: COMPETENCIA AAAAMM NA ENTRADA; EM BRANCO OU INVALIDA
      *==      ASSUME O MES DA DATA DO SISTEMA.
      *== OBS: RETURN-CODE 4 COM SINISTRO PAGO SEM AVERBACAO ABERTO NA
      *==      COMPETENCIA OU CANDIDATOS ALEM DA TABELA (FICAM PARA A
      *==      PROXIMA EXECUCAO); 8 COM RECUPERACOES-SEGURO MAIOR QUE
      *==      A TABELA (NADA E RECLAMADO NEM REGRAVADO).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINISTROS ASSIGN TO "SINISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT AVERBACAO-SEGURO ASSIGN TO "AVERBACAO-SEGURO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVERBACAO.
           SELECT RECUPERACOES-SEGURO ASSIGN TO "RECUPERACOES-SEGURO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECUP.
           SELECT RECUPERACAO-SEGURADORA
               ASSIGN TO "RECUPERACAO-SEGURADORA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECUPERA-RELATORIO ASSIGN TO "RECUPERA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS ASSIGN TO "JOB-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JOB.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SINISTROS.
       01  REG-SINISTRO.
           COPY SINISTRO-REG.

       FD  AVERBACAO-SEGURO.
       01  REG-AVERBACAO.
           05 AVB-APOLICE          PIC X(15).
           05 AVB-DATA-EMBARQUE    PIC 9(08).
           05 AVB-SEQ              PIC 9(07).
           05 AVB-CLIENTE          PIC 9(05).
           05 AVB-VALOR-MERCADORIA PIC 9(09)V99.
           05 AVB-SEGURO           PIC 9(09)V99.
           05 AVB-ZONA             PIC X(04).
           05 AVB-DATA-ENTREGA     PIC 9(08).
           05 AVB-TIPO             PIC X(01).

       FD  RECUPERACOES-SEGURO.
       01  REG-RECUPERACAO.
           COPY RECUPERA-REG.

       FD  RECUPERACAO-SEGURADORA.
       01  REG-RECLAMACAO.
           05 RECL-APOLICE         PIC X(15).
           05 RECL-DATA-EMBARQUE   PIC 9(08).
           05 RECL-SEQ             PIC 9(07).
           05 RECL-VALOR-DECLARADO PIC 9(09)V99.
           05 RECL-VALOR-SINISTRO  PIC 9(09)V99.
           05 RECL-TIPO-SINISTRO   PIC X(01).
           05 RECL-DATA-SINISTRO   PIC 9(08).

       FD  RECUPERA-RELATORIO.
       01  REG-RECUPERA-REL        PIC X(132).

       FD  JOB-STATUS.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-SINISTROS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-AVERBACAO PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-RECUP PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-JOB   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-RC-FINAL     PIC 9(02)            VALUE ZERO.
       77  WRK-OPERADOR-LOTE PIC X(10)           VALUE "RECUPERA".
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-SIN-COMPET   PIC 9(06)            VALUE ZERO.
      *====================== JOB-STATUS =================================
       77  WRK-JSTAT-TIPO   PIC X(01)            VALUE "I".
       77  WRK-JSTAT-QTD    PIC 9(07)            VALUE ZERO.
      *====================== RECUPERACOES JA REGISTRADAS ================
       77  WRK-QTD-REC      PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-REC      PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-ACHADO   PIC 9(05)            VALUE ZERO.
       77  WRK-REC-TRUNC    PIC X(01)            VALUE "N".
           88 CARGA-REC-TRUNCADA                 VALUE "S".
       77  WRK-REC-MUDOU    PIC X(01)            VALUE "N".
       01  TAB-RECUPERACOES.
           03 REC-ITEM OCCURS 5000 TIMES.
              COPY RECUPERA-REG REPLACING LEADING ==RSEG== BY ==TREC==.
      *====================== SINISTROS A RECLAMAR =======================
       77  WRK-QTD-CAND     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-CAND     PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-CAND-FORA PIC 9(05)           VALUE ZERO.
       01  TAB-CANDIDATOS.
           05 CAND-ITEM OCCURS 1000 TIMES.
              10 CAND-DATA-EMBARQUE PIC 9(08).
              10 CAND-SEQ           PIC 9(07).
              10 CAND-TIPO          PIC X(01).
              10 CAND-VALOR         PIC 9(09)V99.
              10 CAND-DATA-ABERTURA PIC 9(08).
              10 CAND-TRANSP        PIC X(04).
              10 CAND-ZONA          PIC X(04).
              10 CAND-APOLICE       PIC X(15).
              10 CAND-VALOR-DECL    PIC 9(09)V99.
              10 CAND-AVERBADO      PIC X(01).
              10 CAND-ESTORNADO     PIC X(01).
      *====================== TOTAIS POR TRANSPORTADORA/ZONA =============
       77  WRK-QTD-TOT      PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TOT      PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-TOT    PIC X(01)            VALUE "N".
       01  TAB-TOTAIS.
           05 TOT-ITEM OCCURS 200 TIMES.
              10 TOT-TRANSP       PIC X(04).
              10 TOT-ZONA         PIC X(04).
              10 TOT-QTD-PAGOS    PIC 9(05).
              10 TOT-VALOR-PAGO   PIC 9(11)V99.
              10 TOT-VALOR-RESP   PIC 9(11)V99.
              10 TOT-RECLAMADO    PIC 9(11)V99.
              10 TOT-RECUPERADO   PIC 9(11)V99.
              10 TOT-NEGADO       PIC 9(11)V99.
       01  WRK-TOTAL-GERAL.
           05 GER-QTD-PAGOS     PIC 9(05)        VALUE ZERO.
           05 GER-VALOR-PAGO    PIC 9(11)V99     VALUE ZERO.
           05 GER-VALOR-RESP    PIC 9(11)V99     VALUE ZERO.
           05 GER-RECLAMADO     PIC 9(11)V99     VALUE ZERO.
           05 GER-RECUPERADO    PIC 9(11)V99     VALUE ZERO.
           05 GER-NEGADO        PIC 9(11)V99     VALUE ZERO.
           05 GER-QTD-SEM-AVB   PIC 9(05)        VALUE ZERO.
           05 GER-SEM-AVB       PIC 9(11)V99     VALUE ZERO.
      *====================== CONTADORES E EDICAO ========================
       77  WRK-QTD-ENVIADAS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-SEM-AVB  PIC 9(05)            VALUE ZERO.
       77  WRK-VLR-ENVIADO  PIC 9(11)V99         VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-VALOR-ED2    COPY CURRENCY-ED.
       77  WRK-VALOR-ED3    COPY CURRENCY-ED.
       77  WRK-VALOR-ED4    COPY CURRENCY-ED.
       77  WRK-VALOR-ED5    COPY CURRENCY-ED.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "COMPETENCIA A APURAR (AAAAMM) "
             ACCEPT WRK-COMPETENCIA
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           IF WRK-COMPETENCIA NUMERIC
             MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-NUM
           ELSE
             COMPUTE WRK-COMPETENCIA-NUM = WRK-DATA-SISTEMA / 100
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA-NUM
           END-IF

           MOVE "I"  TO WRK-JSTAT-TIPO
           MOVE ZERO TO WRK-JSTAT-QTD
           PERFORM 0052-GRAVA-JOB-STATUS

           OPEN OUTPUT RECUPERA-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RECUPERACAO DE SINISTROS JUNTO A SEGURADORA - "
                    DELIMITED BY SIZE
                  "EMITIDO EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
                  " COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA-NUM DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA

           PERFORM 0001-CARREGA-RECUPERACOES
           IF CARGA-REC-TRUNCADA
             MOVE "RECUPERACOES-SEGURO MAIOR QUE A TABELA (5000), "
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
             MOVE "NENHUMA RECLAMACAO GERADA" TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
             MOVE 8 TO WRK-RC-FINAL
             OPEN OUTPUT RECUPERACAO-SEGURADORA
             CLOSE RECUPERACAO-SEGURADORA
           ELSE
             PERFORM 0002-SELECIONA-CANDIDATOS
             PERFORM 0003-CONFERE-AVERBACAO
             PERFORM 0010-ENVIA-RECLAMACOES
             IF WRK-REC-MUDOU EQUAL "S"
               PERFORM 0015-GRAVA-RECUPERACOES
             END-IF
           END-IF

           PERFORM 0020-APURA-COMPETENCIA
           PERFORM 0030-IMPRIME-COMPETENCIA
           CLOSE RECUPERA-RELATORIO
           PERFORM 0053-REGISTRA-RELATORIO

           MOVE "F" TO WRK-JSTAT-TIPO
           MOVE WRK-QTD-ENVIADAS TO WRK-JSTAT-QTD
           PERFORM 0052-GRAVA-JOB-STATUS

           DISPLAY "RECLAMACOES ENVIADAS: " WRK-QTD-ENVIADAS
                   " PAGOS SEM AVERBACAO: " WRK-QTD-SEM-AVB
           MOVE WRK-RC-FINAL TO RETURN-CODE
           GOBACK.

       0001-CARREGA-RECUPERACOES SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT RECUPERACOES-SEGURO
           IF WRK-STATUS-RECUP NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ RECUPERACOES-SEGURO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-REC NOT LESS 5000
                     MOVE "S" TO WRK-REC-TRUNC
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-REC
                     MOVE REG-RECUPERACAO TO REC-ITEM(WRK-QTD-REC)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RECUPERACOES-SEGURO
           END-IF.

       0002-SELECIONA-CANDIDATOS SECTION.

      *    SO O SINISTRO PAGO SEM RESPONSABILIDADE DA TRANSPORTADORA E
      *    DA APOLICE; O DE RESPONSABILIDADE DELA E ABATIDO NO ACERTO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SINISTROS
           IF WRK-STATUS-SINISTROS EQUAL "35"
             MOVE "SINISTROS INEXISTENTE, NADA A RECLAMAR"
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ SINISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF SIN-SITUACAO EQUAL "P"
                     AND SIN-TRANSP-RESP NOT EQUAL "S"
                     PERFORM 0004-BUSCA-RECUPERACAO
                     IF WRK-IDX-ACHADO EQUAL ZERO
                       PERFORM 0005-INCLUI-CANDIDATO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SINISTROS
           END-IF.

       0003-CONFERE-AVERBACAO SECTION.

      *    O EMBARQUE PODE TER SIDO AVERBADO EM QUALQUER COMPETENCIA;
      *    AVERBACAO ESTORNADA (TIPO "E") NAO DA COBERTURA.
           MOVE "N" TO WRK-FIM-ARQUIVO
           IF WRK-QTD-CAND GREATER ZERO
             OPEN INPUT AVERBACAO-SEGURO
             IF WRK-STATUS-AVERBACAO EQUAL "35"
               MOVE "AVERBACAO-SEGURO INEXISTENTE" TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
             ELSE
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                 READ AVERBACAO-SEGURO
                   AT END
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                     PERFORM 0006-MARCA-AVERBACAO
                 END-READ
               END-PERFORM
               CLOSE AVERBACAO-SEGURO
             END-IF
           END-IF.

       0004-BUSCA-RECUPERACAO SECTION.

           MOVE ZERO TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX-REC FROM 1 BY 1
                     UNTIL WRK-IDX-REC > WRK-QTD-REC
             IF TREC-DATA-EMBARQUE(WRK-IDX-REC) EQUAL SIN-DATA-EMBARQUE
               AND TREC-SEQ(WRK-IDX-REC) EQUAL SIN-SEQ
               MOVE WRK-IDX-REC TO WRK-IDX-ACHADO
               MOVE WRK-QTD-REC TO WRK-IDX-REC
             END-IF
           END-PERFORM.

       0005-INCLUI-CANDIDATO SECTION.

           IF WRK-QTD-CAND NOT LESS 1000
             ADD 1 TO WRK-QTD-CAND-FORA
           ELSE
             ADD 1 TO WRK-QTD-CAND
             MOVE SIN-DATA-EMBARQUE  TO CAND-DATA-EMBARQUE(WRK-QTD-CAND)
             MOVE SIN-SEQ            TO CAND-SEQ(WRK-QTD-CAND)
             MOVE SIN-TIPO           TO CAND-TIPO(WRK-QTD-CAND)
             MOVE SIN-VALOR          TO CAND-VALOR(WRK-QTD-CAND)
             MOVE SIN-DATA-ABERTURA  TO CAND-DATA-ABERTURA(WRK-QTD-CAND)
             MOVE SIN-TRANSPORTADORA TO CAND-TRANSP(WRK-QTD-CAND)
             MOVE SIN-ZONA           TO CAND-ZONA(WRK-QTD-CAND)
             MOVE SPACE              TO CAND-APOLICE(WRK-QTD-CAND)
             MOVE ZERO               TO CAND-VALOR-DECL(WRK-QTD-CAND)
             MOVE "N"                TO CAND-AVERBADO(WRK-QTD-CAND)
             MOVE "N"                TO CAND-ESTORNADO(WRK-QTD-CAND)
           END-IF.

       0006-MARCA-AVERBACAO SECTION.

           PERFORM VARYING WRK-IDX-CAND FROM 1 BY 1
                     UNTIL WRK-IDX-CAND > WRK-QTD-CAND
             IF CAND-DATA-EMBARQUE(WRK-IDX-CAND) EQUAL AVB-DATA-EMBARQUE
               AND CAND-SEQ(WRK-IDX-CAND) EQUAL AVB-SEQ
               IF AVB-TIPO EQUAL "E"
                 MOVE "S" TO CAND-ESTORNADO(WRK-IDX-CAND)
               ELSE
                 MOVE "S" TO CAND-AVERBADO(WRK-IDX-CAND)
                 MOVE AVB-APOLICE TO CAND-APOLICE(WRK-IDX-CAND)
                 MOVE AVB-VALOR-MERCADORIA
                   TO CAND-VALOR-DECL(WRK-IDX-CAND)
               END-IF
               MOVE WRK-QTD-CAND TO WRK-IDX-CAND
             END-IF
           END-PERFORM.

       0010-ENVIA-RECLAMACOES SECTION.

           OPEN OUTPUT RECUPERACAO-SEGURADORA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE "RECLAMACOES ENVIADAS A SEGURADORA NESTA EXECUCAO"
             TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA

           PERFORM VARYING WRK-IDX-CAND FROM 1 BY 1
                     UNTIL WRK-IDX-CAND > WRK-QTD-CAND
             IF CAND-AVERBADO(WRK-IDX-CAND) EQUAL "S"
               AND CAND-ESTORNADO(WRK-IDX-CAND) NOT EQUAL "S"
               PERFORM 0011-GERA-RECLAMACAO
             END-IF
           END-PERFORM
           CLOSE RECUPERACAO-SEGURADORA

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE "SINISTROS PAGOS SEM AVERBACAO (SEM COBERTURA) ABERTOS"
             TO WRK-LINHA-REL
           MOVE " NA COMPETENCIA" TO WRK-LINHA-REL(53:)
           PERFORM 0050-IMPRIME-LINHA
      *    O SEM AVERBACAO CONTINUA SEM COBERTURA NOS MESES SEGUINTES;
      *    SO E APONTADO NA COMPETENCIA EM QUE O SINISTRO FOI ABERTO.
           PERFORM VARYING WRK-IDX-CAND FROM 1 BY 1
                     UNTIL WRK-IDX-CAND > WRK-QTD-CAND
             COMPUTE WRK-SIN-COMPET =
                     CAND-DATA-ABERTURA(WRK-IDX-CAND) / 100
             IF (CAND-AVERBADO(WRK-IDX-CAND) NOT EQUAL "S"
               OR CAND-ESTORNADO(WRK-IDX-CAND) EQUAL "S")
               AND WRK-SIN-COMPET EQUAL WRK-COMPETENCIA-NUM
               ADD 1 TO WRK-QTD-SEM-AVB
               MOVE CAND-VALOR(WRK-IDX-CAND) TO WRK-VALOR-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "EMBARQUE " DELIMITED BY SIZE
                      CAND-DATA-EMBARQUE(WRK-IDX-CAND)
                        DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      CAND-SEQ(WRK-IDX-CAND) DELIMITED BY SIZE
                      " TRANSP " DELIMITED BY SIZE
                      CAND-TRANSP(WRK-IDX-CAND) DELIMITED BY SIZE
                      " ZONA " DELIMITED BY SIZE
                      CAND-ZONA(WRK-IDX-CAND) DELIMITED BY SIZE
                      " SINISTRO " DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               IF CAND-ESTORNADO(WRK-IDX-CAND) EQUAL "S"
                 MOVE "AVERBACAO ESTORNADA" TO WRK-LINHA-REL(90:)
               END-IF
               PERFORM 0050-IMPRIME-LINHA
             END-IF
           END-PERFORM
           IF WRK-QTD-SEM-AVB GREATER ZERO
             AND WRK-RC-FINAL LESS 4
             MOVE 4 TO WRK-RC-FINAL
           END-IF

           IF WRK-QTD-CAND-FORA GREATER ZERO
             MOVE WRK-QTD-CAND-FORA TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "SINISTROS PAGOS ALEM DA TABELA (1000), FICAM PARA "
                      DELIMITED BY SIZE
                    "A PROXIMA EXECUCAO: " DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0050-IMPRIME-LINHA
             IF WRK-RC-FINAL LESS 4
               MOVE 4 TO WRK-RC-FINAL
             END-IF
           END-IF

           MOVE WRK-QTD-ENVIADAS TO WRK-QTD-ED
           MOVE WRK-VLR-ENVIADO  TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RECLAMACOES ENVIADAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " VALOR RECLAMADO: " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA.

       0011-GERA-RECLAMACAO SECTION.

           IF WRK-QTD-REC NOT LESS 5000
             MOVE "RECUPERACOES-SEGURO CHEIA, RECLAMACAO NAO GERADA"
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
             MOVE 8 TO WRK-RC-FINAL
           ELSE
             MOVE CAND-APOLICE(WRK-IDX-CAND)    TO RECL-APOLICE
             MOVE CAND-DATA-EMBARQUE(WRK-IDX-CAND)
               TO RECL-DATA-EMBARQUE
             MOVE CAND-SEQ(WRK-IDX-CAND)        TO RECL-SEQ
             MOVE CAND-VALOR-DECL(WRK-IDX-CAND) TO RECL-VALOR-DECLARADO
             MOVE CAND-VALOR(WRK-IDX-CAND)      TO RECL-VALOR-SINISTRO
             MOVE CAND-TIPO(WRK-IDX-CAND)       TO RECL-TIPO-SINISTRO
             MOVE CAND-DATA-ABERTURA(WRK-IDX-CAND)
               TO RECL-DATA-SINISTRO
             WRITE REG-RECLAMACAO

             ADD 1 TO WRK-QTD-REC
             MOVE SPACE TO REC-ITEM(WRK-QTD-REC)
             MOVE RECL-DATA-EMBARQUE  TO TREC-DATA-EMBARQUE(WRK-QTD-REC)
             MOVE RECL-SEQ            TO TREC-SEQ(WRK-QTD-REC)
             MOVE RECL-APOLICE        TO TREC-APOLICE(WRK-QTD-REC)
             MOVE RECL-VALOR-DECLARADO
               TO TREC-VALOR-DECLARADO(WRK-QTD-REC)
             MOVE RECL-VALOR-SINISTRO
               TO TREC-VALOR-SINISTRO(WRK-QTD-REC)
             MOVE CAND-TRANSP(WRK-IDX-CAND)
               TO TREC-TRANSPORTADORA(WRK-QTD-REC)
             MOVE CAND-ZONA(WRK-IDX-CAND)  TO TREC-ZONA(WRK-QTD-REC)
             MOVE "E"                 TO TREC-SITUACAO(WRK-QTD-REC)
             MOVE WRK-DATA-SISTEMA    TO TREC-DATA-ENVIO(WRK-QTD-REC)
             MOVE WRK-DATA-SISTEMA    TO TREC-DATA-SITUACAO(WRK-QTD-REC)
             MOVE ZERO
               TO TREC-VALOR-RECEBIDO(WRK-QTD-REC)
             MOVE WRK-OPERADOR-LOTE   TO TREC-OPERADOR(WRK-QTD-REC)
             MOVE "S" TO WRK-REC-MUDOU
             ADD 1 TO WRK-QTD-ENVIADAS
             ADD RECL-VALOR-SINISTRO TO WRK-VLR-ENVIADO

             MOVE RECL-VALOR-DECLARADO TO WRK-VALOR-ED
             MOVE RECL-VALOR-SINISTRO  TO WRK-VALOR-ED2
             MOVE SPACE TO WRK-LINHA-REL
             STRING "APOLICE " DELIMITED BY SIZE
                    RECL-APOLICE DELIMITED BY SIZE
                    " EMBARQUE " DELIMITED BY SIZE
                    RECL-DATA-EMBARQUE DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    RECL-SEQ DELIMITED BY SIZE
                    " DECLARADO " DELIMITED BY SIZE
                    WRK-VALOR-ED DELIMITED BY SIZE
                    " SINISTRO " DELIMITED BY SIZE
                    WRK-VALOR-ED2 DELIMITED BY SIZE
                    " TRANSP " DELIMITED BY SIZE
                    CAND-TRANSP(WRK-IDX-CAND) DELIMITED BY SIZE
                    " ZONA " DELIMITED BY SIZE
                    CAND-ZONA(WRK-IDX-CAND) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0050-IMPRIME-LINHA
           END-IF.

       0015-GRAVA-RECUPERACOES SECTION.

           OPEN OUTPUT RECUPERACOES-SEGURO
           PERFORM VARYING WRK-IDX-REC FROM 1 BY 1
                     UNTIL WRK-IDX-REC > WRK-QTD-REC
             MOVE REC-ITEM(WRK-IDX-REC) TO REG-RECUPERACAO
             WRITE REG-RECUPERACAO
           END-PERFORM
           CLOSE RECUPERACOES-SEGURO.

       0020-APURA-COMPETENCIA SECTION.

      *    PAGO CONTRA RECUPERADO DOS SINISTROS ABERTOS NA COMPETENCIA,
      *    COM A SITUACAO DE HOJE DE CADA RECLAMACAO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SINISTROS
           IF WRK-STATUS-SINISTROS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ SINISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   COMPUTE WRK-SIN-COMPET = SIN-DATA-ABERTURA / 100
                   IF SIN-SITUACAO EQUAL "P"
                     AND WRK-SIN-COMPET EQUAL WRK-COMPETENCIA-NUM
                     PERFORM 0021-ACUMULA-SINISTRO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SINISTROS
           END-IF.

       0021-ACUMULA-SINISTRO SECTION.

           MOVE "N" TO WRK-ACHOU-TOT
           PERFORM VARYING WRK-IDX-TOT FROM 1 BY 1
                     UNTIL WRK-IDX-TOT > WRK-QTD-TOT
             IF TOT-TRANSP(WRK-IDX-TOT) EQUAL SIN-TRANSPORTADORA
               AND TOT-ZONA(WRK-IDX-TOT) EQUAL SIN-ZONA
               MOVE "S" TO WRK-ACHOU-TOT
               MOVE WRK-IDX-TOT TO WRK-IDX-ACHADO
               MOVE WRK-QTD-TOT TO WRK-IDX-TOT
             END-IF
           END-PERFORM
           IF WRK-ACHOU-TOT EQUAL "N"
             IF WRK-QTD-TOT NOT LESS 200
               DISPLAY "TAB-TOTAIS CHEIA, COMBINACAO FORA DO "
                       "RELATORIO: " SIN-TRANSPORTADORA " " SIN-ZONA
             ELSE
               ADD 1 TO WRK-QTD-TOT
               MOVE WRK-QTD-TOT TO WRK-IDX-ACHADO
               MOVE SIN-TRANSPORTADORA TO TOT-TRANSP(WRK-QTD-TOT)
               MOVE SIN-ZONA           TO TOT-ZONA(WRK-QTD-TOT)
               MOVE ZERO TO TOT-QTD-PAGOS(WRK-QTD-TOT)
               MOVE ZERO TO TOT-VALOR-PAGO(WRK-QTD-TOT)
               MOVE ZERO TO TOT-VALOR-RESP(WRK-QTD-TOT)
               MOVE ZERO TO TOT-RECLAMADO(WRK-QTD-TOT)
               MOVE ZERO TO TOT-RECUPERADO(WRK-QTD-TOT)
               MOVE ZERO TO TOT-NEGADO(WRK-QTD-TOT)
               MOVE "S" TO WRK-ACHOU-TOT
             END-IF
           END-IF

           IF WRK-ACHOU-TOT EQUAL "S"
             MOVE WRK-IDX-ACHADO TO WRK-IDX-TOT
             ADD 1 TO TOT-QTD-PAGOS(WRK-IDX-TOT)
             ADD SIN-VALOR TO TOT-VALOR-PAGO(WRK-IDX-TOT)
             IF SIN-TRANSP-RESP EQUAL "S"
               ADD SIN-VALOR TO TOT-VALOR-RESP(WRK-IDX-TOT)
             ELSE
               PERFORM 0004-BUSCA-RECUPERACAO
               IF WRK-IDX-ACHADO EQUAL ZERO
                 ADD 1 TO GER-QTD-SEM-AVB
                 ADD SIN-VALOR TO GER-SEM-AVB
               ELSE
                 ADD TREC-VALOR-SINISTRO(WRK-IDX-ACHADO)
                   TO TOT-RECLAMADO(WRK-IDX-TOT)
                 EVALUATE TREC-SITUACAO(WRK-IDX-ACHADO)
                   WHEN "P"
                     ADD TREC-VALOR-RECEBIDO(WRK-IDX-ACHADO)
                       TO TOT-RECUPERADO(WRK-IDX-TOT)
                   WHEN "N"
                     ADD TREC-VALOR-SINISTRO(WRK-IDX-ACHADO)
                       TO TOT-NEGADO(WRK-IDX-TOT)
                 END-EVALUATE
               END-IF
             END-IF
           END-IF.

       0030-IMPRIME-COMPETENCIA SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "SINISTROS PAGOS X RECUPERADOS - COMPETENCIA "
                    DELIMITED BY SIZE
                  WRK-COMPETENCIA-NUM DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE "TRANSP ZONA   QTD    VALOR PAGO RESP. TRANSP."
             TO WRK-LINHA-REL
           MOVE "    RECLAMADO    RECUPERADO        NEGADO"
             TO WRK-LINHA-REL(46:)
           PERFORM 0050-IMPRIME-LINHA

           PERFORM VARYING WRK-IDX-TOT FROM 1 BY 1
                     UNTIL WRK-IDX-TOT > WRK-QTD-TOT
             ADD TOT-QTD-PAGOS(WRK-IDX-TOT)  TO GER-QTD-PAGOS
             ADD TOT-VALOR-PAGO(WRK-IDX-TOT) TO GER-VALOR-PAGO
             ADD TOT-VALOR-RESP(WRK-IDX-TOT) TO GER-VALOR-RESP
             ADD TOT-RECLAMADO(WRK-IDX-TOT)  TO GER-RECLAMADO
             ADD TOT-RECUPERADO(WRK-IDX-TOT) TO GER-RECUPERADO
             ADD TOT-NEGADO(WRK-IDX-TOT)     TO GER-NEGADO
             MOVE TOT-QTD-PAGOS(WRK-IDX-TOT)  TO WRK-QTD-ED
             MOVE TOT-VALOR-PAGO(WRK-IDX-TOT) TO WRK-VALOR-ED
             MOVE TOT-VALOR-RESP(WRK-IDX-TOT) TO WRK-VALOR-ED2
             MOVE TOT-RECLAMADO(WRK-IDX-TOT)  TO WRK-VALOR-ED3
             MOVE TOT-RECUPERADO(WRK-IDX-TOT) TO WRK-VALOR-ED4
             MOVE TOT-NEGADO(WRK-IDX-TOT)     TO WRK-VALOR-ED5
             MOVE SPACE TO WRK-LINHA-REL
             STRING TOT-TRANSP(WRK-IDX-TOT) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    TOT-ZONA(WRK-IDX-TOT) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-VALOR-ED DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-VALOR-ED2 DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-VALOR-ED3 DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-VALOR-ED4 DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WRK-VALOR-ED5 DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0050-IMPRIME-LINHA
           END-PERFORM

           MOVE GER-QTD-PAGOS  TO WRK-QTD-ED
           MOVE GER-VALOR-PAGO TO WRK-VALOR-ED
           MOVE GER-VALOR-RESP TO WRK-VALOR-ED2
           MOVE GER-RECLAMADO  TO WRK-VALOR-ED3
           MOVE GER-RECUPERADO TO WRK-VALOR-ED4
           MOVE GER-NEGADO     TO WRK-VALOR-ED5
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL       " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-VALOR-ED2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-VALOR-ED3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-VALOR-ED4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-VALOR-ED5 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA

           MOVE GER-QTD-SEM-AVB TO WRK-QTD-ED
           MOVE GER-SEM-AVB     TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PAGOS SEM AVERBACAO (SEM COBERTURA): "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " VALOR: " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA.

       0050-IMPRIME-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-RECUPERA-REL
           WRITE REG-RECUPERA-REL.

       0052-GRAVA-JOB-STATUS SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE "RECUPERA-SEG"   TO JSTAT-JOB
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
           MOVE "RECUPERA-SEG"       TO RPED-JOB
           MOVE "RECUPERA-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM  TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO".

       END PROGRAM RECUPERA-SEGURO.
