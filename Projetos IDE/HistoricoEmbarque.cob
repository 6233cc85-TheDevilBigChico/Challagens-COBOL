       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-EMBARQUE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CARGA NOTURNA DO HISTORICO INDEXADO DE EMBARQUES
      *==            (EMBARQUE-HISTORICO, LEIAUTE EMBARQUE-HIST), PARA
      *==            OS RELATORIOS MENSAIS LEREM OS EMBARQUES POR CHAVE
      *==            EM VEZ DE RELER AS GERACOES DE FRETE-SAIDA DO MES
      *==            (OU A TRILHA FRETE-AUDITORIA) EM TABELAS QUE
      *==            ESTOURAVAM NOS MESES CHEIOS. GRAVA OU REGRAVA UM
      *==            REGISTRO POR DETALHE DE FRETE-SAIDA (CHAVE DATA DO
      *==            CABECALHO "H" + SEQUENCIA), APLICA A SITUACAO MAIS
      *==            RECENTE DE EMBARQUE-EVENTOS (ULTIMO EVENTO E DATA
      *==            DA ENTREGA), PESAGEM (PESO AFERIDO) E SINISTROS
      *==            (TIPO, SITUACAO E VALOR) E CONCILIA AS DATAS
      *==            CARREGADAS CONTRA FRETE-AUDITORIA: EMBARQUE DA
      *==            AUDITORIA SEM HISTORICO, HISTORICO SEM AUDITORIA,
      *==            FRETE DIVERGENTE E A QUANTIDADE E O FRETE LIQUIDO
      *==            DOS DOIS LADOS, EM EMBARQUE-HIST-REL. DA
      *==            AUDITORIA O HISTORICO RECEBE TAMBEM O CEP E A
      *==            COMPETENCIA DO EMBARQUE. DE FRETE-TRECHOS RECEBE
      *==            OS TRECHOS DA TRANSFERENCIA POR HUB (TRANSPORTADORA
      *==            E PARTE DO FRETE DE CADA TRECHO), QUE O
      *==            CONCILIA-TRANSP COBRA TRECHO A TRECHO.
      *== DATA: 15/10/2026
      *== OBS: SYSIN: "C" PARA A CARGA INICIAL, QUE RECRIA O ARQUIVO E
      *==      LE TODAS AS GERACOES DE FRETE-SAIDA CONCATENADAS (EM
      *==      BRANCO = CARGA DIARIA, SO A GERACAO DO DIA). REPROCESSAR
      *==      UMA GERACAO REGRAVA OS DADOS DO EMBARQUE E PRESERVA A
      *==      SITUACAO JA ACUMULADA (INCLUSIVE A COBRANCA DOS
      *==      TRECHOS).
      *== OBS: RETURN-CODE 4 SEM FRETE-SAIDA (NADA CARREGADO); 8 COM
      *==      DIVERGENCIA NA CONCILIACAO OU ERRO DE GRAVACAO NO
      *==      HISTORICO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  TRANSFERENCIA POR HUB: OS TRECHOS DE
      *==                 FRETE-TRECHOS (TRANSPORTADORA E PARTE DO
      *==                 FRETE) SAO GRAVADOS NO HISTORICO PARA O
      *==                 CONCILIA-TRANSP CONCILIAR A COBRANCA POR
      *==                 TRECHO.
      *== 15/10/2026 FA  O RELATORIO PASSA DE HISTORICO-RELATORIO PARA
      *==                 EMBARQUE-HIST-REL (ARQUIVO E REGISTRO NO
      *==                 REPOSITORIO DE RELATORIOS), PARA NAO SE
      *==                 CONFUNDIR COM O HISTORICO-RELATORIO DO
      *==                 HISTORICO ESCOLAR.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-SAIDA ASSIGN TO "FRETE-SAIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SAIDA.
           SELECT EMBARQUE-HISTORICO ASSIGN TO "EMBARQUE-HISTORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEMB-CHAVE
               ALTERNATE RECORD KEY IS HEMB-CHAVE-TRANSP
               ALTERNATE RECORD KEY IS HEMB-CHAVE-CLIENTE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT EMBARQUE-EVENTOS ASSIGN TO "EMBARQUE-EVENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EVENTOS.
           SELECT PESAGEM ASSIGN TO "PESAGEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PESAGEM.
           SELECT SINISTROS ASSIGN TO "SINISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT FRETE-TRECHOS ASSIGN TO "FRETE-TRECHOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRECHOS.
           SELECT EMBARQUE-HIST-REL ASSIGN TO "EMBARQUE-HIST-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS ASSIGN TO "JOB-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JOB.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-SAIDA.
       01  REG-FRETE-SAIDA.
           COPY FRETE-SAIDA-REG.
       01  REG-FRETE-SAIDA-HDR.
           COPY FRETE-SAIDA-HDR.

       FD  EMBARQUE-HISTORICO.
       01  REG-EMBARQUE-HIST.
           COPY EMBARQUE-HIST.

       FD  EMBARQUE-EVENTOS.
       01  REG-EMBARQUE-EVENTO.
           COPY EMBARQUE-EVT.

       FD  PESAGEM.
       01  REG-PESAGEM.
           05 PES-DATA-REG         PIC 9(08).
           05 PES-SEQ-REG          PIC 9(07).
           05 PES-PESO-REG         PIC 9(05)V99.

       FD  SINISTROS.
       01  REG-SINISTRO.
           COPY SINISTRO-REG.

       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  FRETE-TRECHOS.
       01  REG-FRETE-TRECHO.
           COPY FRETE-TRECHO.

       FD  EMBARQUE-HIST-REL.
       01  REG-HISTORICO-REL       PIC X(132).

       FD  JOB-STATUS.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-SAIDA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-HISTORICO PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-EVENTOS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-PESAGEM PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-SINISTROS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-TRECHOS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-JOB   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-FIM-HISTORICO PIC X(01)           VALUE "N".
           88 FIM-DO-HISTORICO                   VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-RC-FINAL     PIC 9(02)            VALUE ZERO.
       77  WRK-HIST-ABERTO  PIC X(01)            VALUE "N".
           88 HISTORICO-ABERTO                   VALUE "S".
      *====================== PARAMETROS =================================
       77  WRK-MODO         PIC X(01)            VALUE SPACE.
           88 CARGA-INICIAL                      VALUE "C".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== JOB-STATUS =================================
       77  WRK-JSTAT-TIPO   PIC X(01)            VALUE "I".
       77  WRK-JSTAT-QTD    PIC 9(07)            VALUE ZERO.
      *====================== CARGA DE FRETE-SAIDA =======================
       77  WRK-DATA-EMBARQUE PIC 9(08)           VALUE ZERO.
       77  WRK-DATA-MENOR   PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-MAIOR   PIC 9(08)            VALUE ZERO.
       77  WRK-QTD-GERACOES PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-INCLUIDOS PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-REGRAVADOS PIC 9(07)          VALUE ZERO.
       77  WRK-QTD-SEM-CABECALHO PIC 9(07)       VALUE ZERO.
       77  WRK-QTD-ERROS    PIC 9(07)            VALUE ZERO.
       77  WRK-MUDOU        PIC X(01)            VALUE "N".
           88 REGISTRO-MUDOU                     VALUE "S".
      *====================== SITUACAO DOS EMBARQUES =====================
       77  WRK-QTD-EVENTOS  PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-EVT-SEM-HIST PIC 9(07)        VALUE ZERO.
       77  WRK-QTD-PESAGENS PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-PES-SEM-HIST PIC 9(07)        VALUE ZERO.
       77  WRK-QTD-SINISTROS PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-SIN-SEM-HIST PIC 9(07)        VALUE ZERO.
       77  WRK-COMPET-AUDIT PIC 9(06)            VALUE ZERO.
       77  WRK-QTD-TRECHOS  PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-TRE-SEM-HIST PIC 9(07)        VALUE ZERO.
       77  WRK-ORDEM        PIC 9(01)            VALUE ZERO.
      *====================== CONCILIACAO COM A AUDITORIA ================
       77  WRK-QTD-AUDIT    PIC 9(07)            VALUE ZERO.
       77  WRK-TOT-AUDIT    PIC S9(11)V99        VALUE ZERO.
       77  WRK-QTD-HIST     PIC 9(07)            VALUE ZERO.
       77  WRK-TOT-HIST     PIC S9(11)V99        VALUE ZERO.
       77  WRK-QTD-SEM-HIST PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-SEM-AUDIT PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-FRETE-DIV PIC 9(05)           VALUE ZERO.
       77  WRK-CONCILIADA   PIC X(01)            VALUE "N".
           88 CONCILIACAO-FEITA                  VALUE "S".
       77  WRK-DIVERGENCIA  PIC X(01)            VALUE "N".
           88 CONCILIACAO-DIVERGENTE             VALUE "S".
      *====================== VARIAVEIS DE EDICAO ========================
       77  WRK-QTD-ED       PIC ZZZZZZ9.
       77  WRK-QTD-ED2      PIC ZZZZZZ9.
       77  WRK-TOTAL-ED     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-VALOR-ED2    COPY CURRENCY-ED.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "CARGA INICIAL DO HISTORICO (C = CARGA INICIAL) "
             ACCEPT WRK-MODO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE "I"  TO WRK-JSTAT-TIPO
           MOVE ZERO TO WRK-JSTAT-QTD
           PERFORM 0082-GRAVA-JOB-STATUS

           OPEN OUTPUT EMBARQUE-HIST-REL
           MOVE SPACE TO WRK-LINHA-REL
           IF CARGA-INICIAL
             STRING "HISTORICO DE EMBARQUES - CARGA INICIAL - "
                      DELIMITED BY SIZE
                    "EXECUTADA EM " DELIMITED BY SIZE
                    WRK-DATA-SISTEMA DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "HISTORICO DE EMBARQUES - CARGA DIARIA - "
                      DELIMITED BY SIZE
                    "EXECUTADA EM " DELIMITED BY SIZE
                    WRK-DATA-SISTEMA DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           PERFORM 0080-IMPRIME-LINHA

           PERFORM 0001-ABRE-HISTORICO
           IF HISTORICO-ABERTO
             PERFORM 0010-CARREGA-SAIDA
             PERFORM 0015-CARREGA-TRECHOS
             PERFORM 0020-ATUALIZA-EVENTOS
             PERFORM 0030-ATUALIZA-PESAGENS
             PERFORM 0040-ATUALIZA-SINISTROS
             PERFORM 0050-CONCILIA-AUDITORIA
             CLOSE EMBARQUE-HISTORICO
           END-IF

           PERFORM 0060-TOTAIS-FINAIS
           CLOSE EMBARQUE-HIST-REL
           PERFORM 0083-REGISTRA-RELATORIO

           MOVE "F" TO WRK-JSTAT-TIPO
           COMPUTE WRK-JSTAT-QTD = WRK-QTD-INCLUIDOS
                                 + WRK-QTD-REGRAVADOS
           PERFORM 0082-GRAVA-JOB-STATUS

           DISPLAY "EMBARQUES INCLUIDOS: " WRK-QTD-INCLUIDOS
                   " REGRAVADOS: " WRK-QTD-REGRAVADOS
           MOVE WRK-RC-FINAL TO RETURN-CODE
           GOBACK.

       0001-ABRE-HISTORICO SECTION.

      *    A CARGA INICIAL RECRIA O ARQUIVO; A DIARIA SO O CRIA NA
      *    PRIMEIRA VEZ, COMO O CALCULO-FRETE FAZ COM O QUOTE-MASTER.
           IF CARGA-INICIAL
             OPEN OUTPUT EMBARQUE-HISTORICO
             CLOSE EMBARQUE-HISTORICO
           END-IF
           OPEN I-O EMBARQUE-HISTORICO
           IF WRK-STATUS-HISTORICO EQUAL "35"
             OPEN OUTPUT EMBARQUE-HISTORICO
             CLOSE EMBARQUE-HISTORICO
             OPEN I-O EMBARQUE-HISTORICO
           END-IF
           IF WRK-STATUS-HISTORICO EQUAL "00"
             MOVE "S" TO WRK-HIST-ABERTO
           ELSE
             DISPLAY "ERRO NA ABERTURA DO EMBARQUE-HISTORICO: "
                     WRK-STATUS-HISTORICO
             MOVE SPACE TO WRK-LINHA-REL
             STRING "ERRO NA ABERTURA DO EMBARQUE-HISTORICO, STATUS "
                      DELIMITED BY SIZE
                    WRK-STATUS-HISTORICO DELIMITED BY SIZE
                    ": NADA CARREGADO" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA
             MOVE 8 TO WRK-RC-FINAL
           END-IF.

       0010-CARREGA-SAIDA SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-SAIDA
           IF WRK-STATUS-SAIDA EQUAL "35"
             MOVE "FRETE-SAIDA INEXISTENTE, NENHUM EMBARQUE CARREGADO"
               TO WRK-LINHA-REL
             PERFORM 0080-IMPRIME-LINHA
             IF WRK-RC-FINAL LESS 4
               MOVE 4 TO WRK-RC-FINAL
             END-IF
           ELSE
      *      O CABECALHO "H" TRAZ A DATA DE PROCESSAMENTO DOS DETALHES
      *      QUE O SEGUEM; NA CARGA INICIAL, COM AS GERACOES
      *      CONCATENADAS, CADA "H" TROCA A DATA CORRENTE.
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ FRETE-SAIDA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF SAIDA-REGISTRO EQUAL "H"
                     PERFORM 0011-RECEBE-CABECALHO
                   END-IF
                   IF SAIDA-REGISTRO EQUAL "D"
                     PERFORM 0012-GRAVA-EMBARQUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-SAIDA
           END-IF.

       0011-RECEBE-CABECALHO SECTION.

           IF SAIDA-H-DATA NUMERIC
             AND SAIDA-H-DATA GREATER ZERO
             MOVE SAIDA-H-DATA TO WRK-DATA-EMBARQUE
             ADD 1 TO WRK-QTD-GERACOES
             IF WRK-DATA-MENOR EQUAL ZERO
               OR WRK-DATA-EMBARQUE LESS WRK-DATA-MENOR
               MOVE WRK-DATA-EMBARQUE TO WRK-DATA-MENOR
             END-IF
             IF WRK-DATA-EMBARQUE GREATER WRK-DATA-MAIOR
               MOVE WRK-DATA-EMBARQUE TO WRK-DATA-MAIOR
             END-IF
           ELSE
             MOVE ZERO TO WRK-DATA-EMBARQUE
           END-IF.

       0012-GRAVA-EMBARQUE SECTION.

           IF WRK-DATA-EMBARQUE EQUAL ZERO
             OR SAIDA-SEQ NOT NUMERIC
             ADD 1 TO WRK-QTD-SEM-CABECALHO
           ELSE
             MOVE WRK-DATA-EMBARQUE TO HEMB-DATA
             MOVE SAIDA-SEQ         TO HEMB-SEQ
             READ EMBARQUE-HISTORICO
             IF WRK-STATUS-HISTORICO EQUAL "00"
      *        REPROCESSAMENTO: SO OS DADOS DO EMBARQUE SAO TROCADOS,
      *        A SITUACAO JA ACUMULADA FICA.
               PERFORM 0013-MOVE-SAIDA
               PERFORM 0070-REGRAVA-HISTORICO
               ADD 1 TO WRK-QTD-REGRAVADOS
             ELSE
               INITIALIZE REG-EMBARQUE-HIST
               MOVE WRK-DATA-EMBARQUE TO HEMB-DATA
               MOVE SAIDA-SEQ         TO HEMB-SEQ
               MOVE "N"               TO HEMB-AUDITADO
               PERFORM 0013-MOVE-SAIDA
               WRITE REG-EMBARQUE-HIST
               IF WRK-STATUS-HISTORICO EQUAL "00"
                 ADD 1 TO WRK-QTD-INCLUIDOS
               ELSE
                 DISPLAY "ERRO AO GRAVAR EMBARQUE-HISTORICO: "
                         WRK-STATUS-HISTORICO " " HEMB-DATA " "
                         HEMB-SEQ
                 ADD 1 TO WRK-QTD-ERROS
               END-IF
             END-IF
           END-IF.

       0013-MOVE-SAIDA SECTION.

           MOVE SAIDA-TRANSPORTADORA TO HEMB-TRANSPORTADORA
           MOVE HEMB-DATA            TO HEMB-TRANSP-DATA
           MOVE HEMB-SEQ             TO HEMB-TRANSP-SEQ
           MOVE SAIDA-CLIENTE        TO HEMB-CLIENTE
           MOVE HEMB-DATA            TO HEMB-CLI-DATA
           MOVE HEMB-SEQ             TO HEMB-CLI-SEQ
           MOVE SAIDA-TIPO           TO HEMB-TIPO
           MOVE SAIDA-OPERACAO       TO HEMB-OPERACAO
           MOVE SAIDA-FILIAL         TO HEMB-FILIAL
           MOVE SAIDA-PRODUTO        TO HEMB-PRODUTO
           MOVE SAIDA-ZONA           TO HEMB-ZONA
           MOVE SAIDA-MOEDA          TO HEMB-MOEDA
           MOVE SAIDA-VALOR-ORIGINAL TO HEMB-VALOR-ORIGINAL
           MOVE SAIDA-FRETE          TO HEMB-FRETE
           MOVE SAIDA-SEGURO         TO HEMB-SEGURO
           MOVE SAIDA-PAGADOR        TO HEMB-PAGADOR
      *    CAMPOS QUE AS VERSOES ANTIGAS DE FRETE-SAIDA NAO TRAZEM
      *    CHEGAM EM BRANCO (NAO NUMERICOS) E FICAM ZERADOS.
           IF SAIDA-DATA-ENTREGA NUMERIC
             MOVE SAIDA-DATA-ENTREGA TO HEMB-DATA-ENTREGA
           ELSE
             MOVE ZERO TO HEMB-DATA-ENTREGA
           END-IF
           IF SAIDA-PESO NUMERIC
             MOVE SAIDA-PESO TO HEMB-PESO
           ELSE
             MOVE ZERO TO HEMB-PESO
           END-IF
           IF SAIDA-DESTINATARIO NUMERIC
             MOVE SAIDA-DESTINATARIO TO HEMB-DESTINATARIO
           ELSE
             MOVE ZERO TO HEMB-DESTINATARIO
           END-IF
           IF SAIDA-ONU NUMERIC
             MOVE SAIDA-ONU TO HEMB-ONU
           ELSE
             MOVE ZERO TO HEMB-ONU
           END-IF.

       0015-CARREGA-TRECHOS SECTION.

      *    FRETE-TRECHOS SO TEM OS EMBARQUES COM TRANSFERENCIA POR HUB
      *    (MAIS DE UM TRECHO); A COBRANCA JA MARCADA EM CADA TRECHO
      *    FICA NO REPROCESSAMENTO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-TRECHOS
           IF WRK-STATUS-TRECHOS EQUAL "35"
             DISPLAY "FRETE-TRECHOS INEXISTENTE, NENHUM TRECHO "
                     "CARREGADO"
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ FRETE-TRECHOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   PERFORM 0016-APLICA-TRECHO
               END-READ
             END-PERFORM
             CLOSE FRETE-TRECHOS
           END-IF.

       0016-APLICA-TRECHO SECTION.

           IF TRECHO-DATA NUMERIC
             AND TRECHO-SEQ NUMERIC
             AND TRECHO-ORDEM NUMERIC
             AND TRECHO-QTD NUMERIC
             AND TRECHO-FRETE NUMERIC
             AND TRECHO-ORDEM GREATER ZERO
             AND TRECHO-ORDEM NOT GREATER TRECHO-QTD
             MOVE TRECHO-DATA TO HEMB-DATA
             MOVE TRECHO-SEQ  TO HEMB-SEQ
             READ EMBARQUE-HISTORICO
             IF WRK-STATUS-HISTORICO EQUAL "00"
               MOVE TRECHO-ORDEM          TO WRK-ORDEM
               MOVE TRECHO-QTD            TO HEMB-QTD-TRECHOS
               MOVE TRECHO-TRANSPORTADORA TO HEMB-TRE-TRANSP(WRK-ORDEM)
               MOVE TRECHO-FRETE          TO HEMB-TRE-FRETE(WRK-ORDEM)
               IF HEMB-TRE-COBRADO(WRK-ORDEM) NOT NUMERIC
                 MOVE ZERO TO HEMB-TRE-COBRADO(WRK-ORDEM)
               END-IF
               IF HEMB-TRE-COMPET(WRK-ORDEM) NOT NUMERIC
                 MOVE ZERO TO HEMB-TRE-COMPET(WRK-ORDEM)
               END-IF
               PERFORM 0070-REGRAVA-HISTORICO
               ADD 1 TO WRK-QTD-TRECHOS
             ELSE
               ADD 1 TO WRK-QTD-TRE-SEM-HIST
             END-IF
           END-IF.

       0020-ATUALIZA-EVENTOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT EMBARQUE-EVENTOS
           IF WRK-STATUS-EVENTOS EQUAL "35"
             DISPLAY "EMBARQUE-EVENTOS INEXISTENTE, ULTIMO EVENTO "
                     "NAO ATUALIZADO"
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ EMBARQUE-EVENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   PERFORM 0021-APLICA-EVENTO
               END-READ
             END-PERFORM
             CLOSE EMBARQUE-EVENTOS
           END-IF.

       0021-APLICA-EVENTO SECTION.

           IF EVT-DATA-EMBARQUE NUMERIC
             AND EVT-SEQ NUMERIC
             AND EVT-DATA NUMERIC
             AND EVT-HORA NUMERIC
             MOVE EVT-DATA-EMBARQUE TO HEMB-DATA
             MOVE EVT-SEQ           TO HEMB-SEQ
             READ EMBARQUE-HISTORICO
             IF WRK-STATUS-HISTORICO EQUAL "00"
               MOVE "N" TO WRK-MUDOU
      *        VALE O EVENTO MAIS RECENTE PELA DATA E HORA DO REGISTRO,
      *        COMO NO ATRASO-EMBARQUE; A DATA DA ENTREGA E A DO
      *        EVENTO "E".
               IF EVT-DATA GREATER HEMB-EVT-DATA
                 OR (EVT-DATA EQUAL HEMB-EVT-DATA
                     AND EVT-HORA GREATER HEMB-EVT-HORA)
                 MOVE EVT-TIPO TO HEMB-EVT-TIPO
                 MOVE EVT-DATA TO HEMB-EVT-DATA
                 MOVE EVT-HORA TO HEMB-EVT-HORA
                 MOVE "S" TO WRK-MUDOU
               END-IF
               IF EVT-TIPO EQUAL "E"
                 AND (REGISTRO-MUDOU
                      OR HEMB-DATA-ENTREGUE EQUAL ZERO)
                 MOVE EVT-DATA TO HEMB-DATA-ENTREGUE
                 MOVE "S" TO WRK-MUDOU
               END-IF
               IF REGISTRO-MUDOU
                 PERFORM 0070-REGRAVA-HISTORICO
                 ADD 1 TO WRK-QTD-EVENTOS
               END-IF
             ELSE
               ADD 1 TO WRK-QTD-EVT-SEM-HIST
             END-IF
           END-IF.

       0030-ATUALIZA-PESAGENS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT PESAGEM
           IF WRK-STATUS-PESAGEM EQUAL "35"
             DISPLAY "PESAGEM INEXISTENTE, PESO AFERIDO NAO "
                     "ATUALIZADO"
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ PESAGEM
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF PES-DATA-REG NUMERIC
                     AND PES-SEQ-REG NUMERIC
                     AND PES-PESO-REG NUMERIC
                     MOVE PES-DATA-REG TO HEMB-DATA
                     MOVE PES-SEQ-REG  TO HEMB-SEQ
                     READ EMBARQUE-HISTORICO
                     IF WRK-STATUS-HISTORICO EQUAL "00"
                       IF HEMB-PESO-AFERIDO NOT EQUAL PES-PESO-REG
                         MOVE PES-PESO-REG TO HEMB-PESO-AFERIDO
                         PERFORM 0070-REGRAVA-HISTORICO
                         ADD 1 TO WRK-QTD-PESAGENS
                       END-IF
                     ELSE
                       ADD 1 TO WRK-QTD-PES-SEM-HIST
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PESAGEM
           END-IF.

       0040-ATUALIZA-SINISTROS SECTION.

      *    SINISTROS E O CADASTRO MANTIDO PELO SINISTRO-CADASTRO; COM
      *    MAIS DE UM SINISTRO NO EMBARQUE VALE O ULTIMO DO ARQUIVO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SINISTROS
           IF WRK-STATUS-SINISTROS EQUAL "35"
             DISPLAY "SINISTROS INEXISTENTE, SITUACAO DE SINISTRO "
                     "NAO ATUALIZADA"
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ SINISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF SIN-DATA-EMBARQUE NUMERIC
                     AND SIN-SEQ NUMERIC
                     AND SIN-VALOR NUMERIC
                     MOVE SIN-DATA-EMBARQUE TO HEMB-DATA
                     MOVE SIN-SEQ           TO HEMB-SEQ
                     READ EMBARQUE-HISTORICO
                     IF WRK-STATUS-HISTORICO EQUAL "00"
                       IF HEMB-SIN-TIPO NOT EQUAL SIN-TIPO
                         OR HEMB-SIN-SITUACAO NOT EQUAL SIN-SITUACAO
                         OR HEMB-SIN-VALOR NOT EQUAL SIN-VALOR
                         MOVE SIN-TIPO     TO HEMB-SIN-TIPO
                         MOVE SIN-SITUACAO TO HEMB-SIN-SITUACAO
                         MOVE SIN-VALOR    TO HEMB-SIN-VALOR
                         PERFORM 0070-REGRAVA-HISTORICO
                         ADD 1 TO WRK-QTD-SINISTROS
                       END-IF
                     ELSE
                       ADD 1 TO WRK-QTD-SIN-SEM-HIST
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SINISTROS
           END-IF.

       0050-CONCILIA-AUDITORIA SECTION.

      *    SO AS DATAS DE PROCESSAMENTO CARREGADAS NESTA EXECUCAO SAO
      *    CONCILIADAS; NA CARGA INICIAL A JANELA E A DE TODAS AS
      *    GERACOES LIDAS.
           IF WRK-DATA-MENOR EQUAL ZERO
             MOVE "NENHUMA GERACAO DE FRETE-SAIDA LIDA, CONCILIACAO "
               TO WRK-LINHA-REL
             MOVE "COM FRETE-AUDITORIA NAO FEITA"
               TO WRK-LINHA-REL(51:)
             PERFORM 0080-IMPRIME-LINHA
           ELSE
             MOVE "S" TO WRK-CONCILIADA
             MOVE SPACE TO WRK-LINHA-REL
             STRING "CONCILIACAO COM FRETE-AUDITORIA - PROCESSAMENTO "
                      DELIMITED BY SIZE
                    WRK-DATA-MENOR DELIMITED BY SIZE
                    " A "          DELIMITED BY SIZE
                    WRK-DATA-MAIOR DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA

             MOVE "N" TO WRK-FIM-ARQUIVO
             OPEN INPUT FRETE-AUDITORIA
             IF WRK-STATUS-AUDITORIA EQUAL "35"
               MOVE "FRETE-AUDITORIA INEXISTENTE" TO WRK-LINHA-REL
               PERFORM 0080-IMPRIME-LINHA
             ELSE
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                 READ FRETE-AUDITORIA
                   AT END
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                     PERFORM 0051-CASA-AUDITORIA
                 END-READ
               END-PERFORM
               CLOSE FRETE-AUDITORIA
             END-IF

             PERFORM 0052-CONFERE-HISTORICO

             IF WRK-QTD-AUDIT NOT EQUAL WRK-QTD-HIST
               OR WRK-TOT-AUDIT NOT EQUAL WRK-TOT-HIST
               MOVE "S" TO WRK-DIVERGENCIA
             END-IF
           END-IF.

       0051-CASA-AUDITORIA SECTION.

           IF AUDIT-DATA NUMERIC
             AND AUDIT-SEQ NUMERIC
             AND AUDIT-FRETE NUMERIC
             AND AUDIT-SEQ GREATER ZERO
             AND AUDIT-DATA NOT LESS WRK-DATA-MENOR
             AND AUDIT-DATA NOT GREATER WRK-DATA-MAIOR
             ADD 1 TO WRK-QTD-AUDIT
             IF AUDIT-TIPO EQUAL "E"
               SUBTRACT AUDIT-FRETE FROM WRK-TOT-AUDIT
             ELSE
               ADD AUDIT-FRETE TO WRK-TOT-AUDIT
             END-IF
             MOVE AUDIT-DATA TO HEMB-DATA
             MOVE AUDIT-SEQ  TO HEMB-SEQ
             READ EMBARQUE-HISTORICO
             IF WRK-STATUS-HISTORICO NOT EQUAL "00"
               ADD 1 TO WRK-QTD-SEM-HIST
               MOVE "S" TO WRK-DIVERGENCIA
               MOVE SPACE TO WRK-LINHA-REL
               STRING "AUDITORIA SEM HISTORICO: " DELIMITED BY SIZE
                      AUDIT-DATA DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      AUDIT-SEQ  DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0080-IMPRIME-LINHA
             ELSE
               IF HEMB-FRETE NOT EQUAL AUDIT-FRETE
                 ADD 1 TO WRK-QTD-FRETE-DIV
                 MOVE "S" TO WRK-DIVERGENCIA
                 MOVE HEMB-FRETE  TO WRK-VALOR-ED
                 MOVE AUDIT-FRETE TO WRK-VALOR-ED2
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "FRETE DIVERGENTE: " DELIMITED BY SIZE
                        AUDIT-DATA DELIMITED BY SIZE
                        " "        DELIMITED BY SIZE
                        AUDIT-SEQ  DELIMITED BY SIZE
                        " HISTORICO: " DELIMITED BY SIZE
                        WRK-VALOR-ED DELIMITED BY SIZE
                        " AUDITORIA: " DELIMITED BY SIZE
                        WRK-VALOR-ED2 DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0080-IMPRIME-LINHA
               END-IF
      *        REGISTRO ANTIGO (CURTO) DA AUDITORIA VALE A COMPETENCIA
      *        DE AUDIT-DATA.
               IF AUDIT-COMPETENCIA NUMERIC
                 AND AUDIT-COMPETENCIA GREATER ZERO
                 MOVE AUDIT-COMPETENCIA TO WRK-COMPET-AUDIT
               ELSE
                 COMPUTE WRK-COMPET-AUDIT = AUDIT-DATA / 100
               END-IF
               MOVE "N" TO WRK-MUDOU
               IF AUDIT-CEP NUMERIC
                 AND HEMB-CEP NOT EQUAL AUDIT-CEP
                 MOVE AUDIT-CEP TO HEMB-CEP
                 MOVE "S" TO WRK-MUDOU
               END-IF
               IF HEMB-COMPETENCIA NOT EQUAL WRK-COMPET-AUDIT
                 MOVE WRK-COMPET-AUDIT TO HEMB-COMPETENCIA
                 MOVE "S" TO WRK-MUDOU
               END-IF
               IF NOT HEMB-CONFERIDO-AUDITORIA
                 MOVE "S" TO HEMB-AUDITADO
                 MOVE "S" TO WRK-MUDOU
               END-IF
               IF REGISTRO-MUDOU
                 PERFORM 0070-REGRAVA-HISTORICO
               END-IF
             END-IF
           END-IF.

       0052-CONFERE-HISTORICO SECTION.

      *    LADO DO HISTORICO: PERCORRE A JANELA PELA CHAVE PRIMARIA.
           MOVE "N" TO WRK-FIM-HISTORICO
           MOVE WRK-DATA-MENOR TO HEMB-DATA
           MOVE ZERO           TO HEMB-SEQ
           START EMBARQUE-HISTORICO KEY NOT LESS HEMB-CHAVE
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             MOVE "S" TO WRK-FIM-HISTORICO
           END-IF
           PERFORM UNTIL FIM-DO-HISTORICO
             READ EMBARQUE-HISTORICO NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-HISTORICO
               NOT AT END
                 IF HEMB-DATA GREATER WRK-DATA-MAIOR
                   MOVE "S" TO WRK-FIM-HISTORICO
                 ELSE
                   ADD 1 TO WRK-QTD-HIST
                   IF HEMB-ESTORNO
                     SUBTRACT HEMB-FRETE FROM WRK-TOT-HIST
                   ELSE
                     ADD HEMB-FRETE TO WRK-TOT-HIST
                   END-IF
                   IF NOT HEMB-CONFERIDO-AUDITORIA
                     ADD 1 TO WRK-QTD-SEM-AUDIT
                     MOVE "S" TO WRK-DIVERGENCIA
                     MOVE SPACE TO WRK-LINHA-REL
                     STRING "HISTORICO SEM AUDITORIA: "
                              DELIMITED BY SIZE
                            HEMB-DATA DELIMITED BY SIZE
                            " "       DELIMITED BY SIZE
                            HEMB-SEQ  DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                     END-STRING
                     PERFORM 0080-IMPRIME-LINHA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       0060-TOTAIS-FINAIS SECTION.

           MOVE WRK-QTD-GERACOES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "GERACOES DE FRETE-SAIDA LIDAS......: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0080-IMPRIME-LINHA

           MOVE WRK-QTD-INCLUIDOS TO WRK-QTD-ED
           MOVE WRK-QTD-REGRAVADOS TO WRK-QTD-ED2
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMBARQUES INCLUIDOS................: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " REGRAVADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0080-IMPRIME-LINHA

           IF WRK-QTD-SEM-CABECALHO GREATER ZERO
             MOVE WRK-QTD-SEM-CABECALHO TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DETALHES SEM CABECALHO (IGNORADOS).: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA
           END-IF

           MOVE WRK-QTD-TRECHOS TO WRK-QTD-ED
           MOVE WRK-QTD-TRE-SEM-HIST TO WRK-QTD-ED2
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TRECHOS DE TRANSFERENCIA APLICADOS.: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " SEM EMBARQUE NO HISTORICO: " DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0080-IMPRIME-LINHA

           MOVE WRK-QTD-EVENTOS TO WRK-QTD-ED
           MOVE WRK-QTD-EVT-SEM-HIST TO WRK-QTD-ED2
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EVENTOS APLICADOS..................: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " SEM EMBARQUE NO HISTORICO: " DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0080-IMPRIME-LINHA

           MOVE WRK-QTD-PESAGENS TO WRK-QTD-ED
           MOVE WRK-QTD-PES-SEM-HIST TO WRK-QTD-ED2
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PESAGENS APLICADAS.................: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " SEM EMBARQUE NO HISTORICO: " DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0080-IMPRIME-LINHA

           MOVE WRK-QTD-SINISTROS TO WRK-QTD-ED
           MOVE WRK-QTD-SIN-SEM-HIST TO WRK-QTD-ED2
           MOVE SPACE TO WRK-LINHA-REL
           STRING "SINISTROS APLICADOS................: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " SEM EMBARQUE NO HISTORICO: " DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0080-IMPRIME-LINHA

           IF CONCILIACAO-FEITA
             MOVE WRK-QTD-AUDIT TO WRK-QTD-ED
             MOVE WRK-TOT-AUDIT TO WRK-TOTAL-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "AUDITORIA: EMBARQUES...............: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " FRETE LIQUIDO: " DELIMITED BY SIZE
                    WRK-TOTAL-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA

             MOVE WRK-QTD-HIST TO WRK-QTD-ED
             MOVE WRK-TOT-HIST TO WRK-TOTAL-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "HISTORICO: EMBARQUES...............: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " FRETE LIQUIDO: " DELIMITED BY SIZE
                    WRK-TOTAL-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA

             MOVE WRK-QTD-SEM-HIST TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "AUDITORIA SEM HISTORICO............: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA

             MOVE WRK-QTD-SEM-AUDIT TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "HISTORICO SEM AUDITORIA............: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA

             MOVE WRK-QTD-FRETE-DIV TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "FRETES DIVERGENTES.................: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA
           END-IF

           IF WRK-QTD-ERROS GREATER ZERO
             MOVE WRK-QTD-ERROS TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "ERROS DE GRAVACAO NO HISTORICO.....: "
                      DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0080-IMPRIME-LINHA
             MOVE "S" TO WRK-DIVERGENCIA
           END-IF

           MOVE SPACE TO WRK-LINHA-REL
           IF CONCILIACAO-DIVERGENTE
             STRING "CONTROLE: DIVERGENCIAS ENCONTRADAS"
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE 8 TO WRK-RC-FINAL
           ELSE
             STRING "CONTROLE: OK" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           PERFORM 0080-IMPRIME-LINHA.

       0070-REGRAVA-HISTORICO SECTION.

           REWRITE REG-EMBARQUE-HIST
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             DISPLAY "ERRO AO REGRAVAR EMBARQUE-HISTORICO: "
                     WRK-STATUS-HISTORICO " " HEMB-DATA " " HEMB-SEQ
             ADD 1 TO WRK-QTD-ERROS
           END-IF.

       0080-IMPRIME-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-HISTORICO-REL
           WRITE REG-HISTORICO-REL.

       0082-GRAVA-JOB-STATUS SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE "HIST-EMBARQ"    TO JSTAT-JOB
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

       0083-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB SO E MONTADO DEPOIS DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "HIST-EMBARQ"       TO RPED-JOB
           MOVE "EMBARQUE-HIST-REL" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO".

       END PROGRAM HISTORICO-EMBARQUE.
