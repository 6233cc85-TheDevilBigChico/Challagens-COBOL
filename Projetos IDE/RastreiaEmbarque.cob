       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIA-EMBARQUE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: RASTREIO COMPLETO DE UM EMBARQUE, DA COTACAO AO
      *==            RECEBIMENTO, PARA O ATENDIMENTO DE CONTESTACOES DE
      *==            COBRANCA SEM ABRIR SEIS PROGRAMAS. A PESQUISA E
      *==            PELA CHAVE DO LOTE (DATA DE PROCESSAMENTO +
      *==            SEQUENCIA) OU PELO NUMERO DA COTACAO, E JUNTA NUMA
      *==            SO TELA E NO RELATORIO RASTREIO-RELATORIO: A
      *==            COTACAO ORIGINAL (COTACOES), A PRECIFICACAO DO
      *==            LOTE (FRETE-AUDITORIA E QUOTE-MASTER), A DECISAO
      *==            DE ESTORNO (ESTORNOS-PENDENTES) OU DE DUPLICIDADE
      *==            (DUPLICATAS-PENDENTES), OS EVENTOS DE RASTREAMENTO
      *==            (EMBARQUE-EVENTOS), A PESAGEM DA BALANCA (PESAGEM)
      *==            COM O FRETE COMPLEMENTAR GERADO, O SINISTRO
      *==            (SINISTROS), A FATURA EM QUE O EMBARQUE FOI COBRADO
      *==            (FATURAS-HISTORICO) E OS RECEBIMENTOS E ENCARGOS
      *==            DESSA FATURA (FATURA-RECEBIMENTOS E
      *==            FATURA-DEBITOS). SOMENTE LEITURA.
      *== DATA: 15/10/2026
      *== OBS: A TRANSACAO GERADA PELO COTACAO-EFETIVA NAO LEVA O
      *==      NUMERO DA COTACAO, ENTAO O ELO COTACAO X EMBARQUE E POR
      *==      CLIENTE + PRODUTO + CEP + VALOR DA MERCADORIA: DA
      *==      COTACAO EFETIVADA PARA O PRIMEIRO EMBARQUE NAO ANTERIOR
      *==      A ELA, E DO EMBARQUE PARA A COTACAO EFETIVADA MAIS
      *==      RECENTE NAO POSTERIOR A ELE. DO MESMO MODO, O LANCAMENTO
      *==      DE ESTORNO NA TRILHA E O PRIMEIRO "E" DO CLIENTE/ZONA
      *==      COM O MESMO FRETE, E O COMPLEMENTO DE PESO E O EMBARQUE
      *==      "COMPLEMENTO PESO <SEQUENCIA>" DO CLIENTE. A FATURA E A
      *==      DA COMPETENCIA DO EMBARQUE PARA O PAGADOR/FILIAL (A
      *==      ULTIMA EMISSAO, SE A COMPETENCIA FOI REEMITIDA). O
      *==      RELATORIO GUARDA O ULTIMO RASTREIO CONSULTADO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EVENTOS DE TRECHO DA TRANSFERENCIA POR HUB
      *==                 (H-CHEGADA E S-SAIDA DO HUB) SAEM NA TRILHA
      *==                 COM O NUMERO DO TRECHO.
      *== 15/10/2026 FA  A FATURA MOSTRA A BONIFICACAO POR VOLUME
      *==                 ABATIDA (HIST-BONIFICACAO, JA DESCONTADA DO
      *==                 TOTAL DEVIDO), QUANDO HOUVER.
      *== 15/10/2026 FA  A FATURA, OS RECEBIMENTOS E OS ENCARGOS DO
      *==                 EMBARQUE SAO PROCURADOS COMO O FATURA-FRETE
      *==                 AGRUPA: COMPETENCIA DE LANCAMENTO
      *==                 (AUDIT-COMPETENCIA) QUANDO HOUVER, SENAO A DA
      *==                 DATA, E O DESTINATARIO COMO CLIENTE QUANDO O
      *==                 FRETE E A PAGAR (AUDIT-PAGADOR = "F").
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACOES ASSIGN TO "COTACOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT QUOTE-MASTER ASSIGN TO "QUOTE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QMST-CHAVE
               FILE STATUS IS WRK-STATUS-QMASTER.
           SELECT ESTORNOS-PENDENTES ASSIGN TO "ESTORNOS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTPEND.
           SELECT DUPLICATAS-PENDENTES
               ASSIGN TO "DUPLICATAS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPPEND.
           SELECT EMBARQUE-EVENTOS ASSIGN TO "EMBARQUE-EVENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EVENTOS.
           SELECT PESAGEM ASSIGN TO "PESAGEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PESAGEM.
           SELECT SINISTROS ASSIGN TO "SINISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT FATURAS-HISTORICO ASSIGN TO "FATURAS-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT FATURA-RECEBIMENTOS
               ASSIGN TO "FATURA-RECEBIMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECEB.
           SELECT FATURA-DEBITOS ASSIGN TO "FATURA-DEBITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEBITOS.
           SELECT RASTREIO-RELATORIO ASSIGN TO "RASTREIO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COTACOES.
       01  REG-COTACAO.
           COPY FRETE-COTAC.

       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  QUOTE-MASTER.
       01  REG-QUOTE-MASTER.
           05 QMST-CHAVE.
              10 QMST-DATA         PIC 9(08).
              10 QMST-SEQ          PIC 9(07).
           05 QMST-TIPO            PIC X(01).
           05 QMST-OPERACAO        PIC X(01).
           05 QMST-FILIAL          PIC X(05).
           05 QMST-CLIENTE         PIC 9(05).
           05 QMST-ZONA            PIC X(04).
           05 QMST-FRETE           PIC 9(09)V99.
           05 QMST-ESTORNADO       PIC X(01).

       FD  ESTORNOS-PENDENTES.
       01  REG-ESTORNO-PEND.
           COPY ESTORNO-PEND.

       FD  DUPLICATAS-PENDENTES.
       01  REG-DUPLICATA-PEND.
           COPY DUPLICATA-PEND.

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

       FD  FATURAS-HISTORICO.
       01  REG-FATURA-HIST.
           05 HIST-COMPETENCIA     PIC 9(06).
           05 HIST-CLIENTE         PIC 9(05).
           05 HIST-FILIAL          PIC X(05).
           05 HIST-QTD-EMBARQUES   PIC 9(05).
           05 HIST-FRETE-BRUTO     PIC 9(09)V99.
           05 HIST-ESTORNOS        PIC 9(09)V99.
           05 HIST-TOTAL-DEVIDO    PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 HIST-NUMERO          PIC 9(07).
           05 HIST-ICMS            PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 HIST-ENCARGOS        PIC 9(09)V99.
           05 HIST-BONIFICACAO     PIC 9(09)V99.

       FD  FATURA-RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 RECEB-COMPETENCIA    PIC 9(06).
           05 RECEB-CLIENTE        PIC 9(05).
           05 RECEB-FILIAL         PIC X(05).
           05 RECEB-DATA           PIC 9(08).
           05 RECEB-VALOR          PIC 9(09)V99.
           05 RECEB-OPERADOR       PIC X(10).

       FD  FATURA-DEBITOS.
       01  REG-FATURA-DEBITO.
           COPY FATURA-DEBITO.

       FD  RASTREIO-RELATORIO.
       01  REG-RASTREIO-RELATORIO  PIC X(132).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-COTACOES PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-QMASTER PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-ESTPEND PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-DUPPEND PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-EVENTOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-PESAGEM PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-SINISTROS PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-HIST  PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-DEBITOS PIC X(02)         VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)           VALUE "N".
           88 FIM-DO-ARQUIVO                    VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)          VALUE SPACE.
      *====================== MENU DE CONSULTA ===========================
       77  WRK-OPCAO        PIC 9(01)           VALUE ZERO.
           88 OPCAO-EMBARQUE                    VALUE 1.
           88 OPCAO-COTACAO                     VALUE 2.
           88 OPCAO-SAIR                        VALUE 3.
      *====================== CHAVE PESQUISADA ===========================
       77  WRK-DATA-X       PIC X(08)           VALUE SPACE.
       77  WRK-SEQ-X        PIC X(07)           VALUE SPACE.
       77  WRK-COTACAO-X    PIC X(07)           VALUE SPACE.
       77  WRK-DATA-EMB     PIC 9(08)           VALUE ZERO.
       77  WRK-SEQ-EMB      PIC 9(07)           VALUE ZERO.
       77  WRK-NUM-COTACAO  PIC 9(07)           VALUE ZERO.
       77  WRK-ACHOU-COTACAO PIC X(01)          VALUE "N".
           88 ACHOU-COTACAO                     VALUE "S".
       77  WRK-ACHOU-EMBARQUE PIC X(01)         VALUE "N".
           88 ACHOU-EMBARQUE                    VALUE "S".
       77  WRK-ACHOU-MASTER PIC X(01)           VALUE "N".
       77  WRK-QTD-ACHADOS  PIC 9(05)           VALUE ZERO.
      *====================== COTACAO E EMBARQUE ENCONTRADOS =============
       01  SEL-COTACAO.
           COPY FRETE-COTAC REPLACING LEADING ==COT== BY ==SCOT==.
       01  SEL-EMBARQUE.
           COPY FRETE-AUDIT REPLACING LEADING ==AUDIT== BY ==SAUD==.
      *====================== ESTORNO E COMPLEMENTO NA TRILHA ============
       77  WRK-ACHOU-ESTORNO PIC X(01)          VALUE "N".
       77  WRK-EST-DATA     PIC 9(08)           VALUE ZERO.
       77  WRK-EST-SEQ      PIC 9(07)           VALUE ZERO.
       77  WRK-PRODUTO-COMPL PIC X(30)          VALUE SPACE.
       77  WRK-QTD-COMPL    PIC 9(02)           VALUE ZERO.
       77  WRK-IDX-COMPL    PIC 9(02)           VALUE ZERO.
       01  TAB-COMPLEMENTOS.
           05 COMPL-ITEM OCCURS 10 TIMES
                          INDEXED BY IDX-COMPL.
              10 COMPL-DATA        PIC 9(08).
              10 COMPL-SEQ         PIC 9(07).
              10 COMPL-FRETE       PIC 9(09)V99.
      *====================== FATURA DO EMBARQUE =========================
       77  WRK-COMPETENCIA  PIC 9(06)           VALUE ZERO.
       77  WRK-CLIENTE-FATURA PIC 9(05)         VALUE ZERO.
       77  WRK-ACHOU-FATURA PIC X(01)           VALUE "N".
       77  WRK-FAT-NUMERO   PIC 9(07)           VALUE ZERO.
       77  WRK-FAT-QTD      PIC 9(05)           VALUE ZERO.
       77  WRK-FAT-BRUTO    PIC 9(09)V99        VALUE ZERO.
       77  WRK-FAT-ESTORNOS PIC 9(09)V99        VALUE ZERO.
       77  WRK-FAT-DEVIDO   PIC S9(09)V99       VALUE ZERO.
       77  WRK-FAT-ENCARGOS PIC 9(09)V99        VALUE ZERO.
       77  WRK-FAT-BONIFICACAO PIC 9(09)V99     VALUE ZERO.
       77  WRK-FAT-EMISSOES PIC 9(03)           VALUE ZERO.
       77  WRK-TOTAL-RECEB  PIC 9(09)V99        VALUE ZERO.
       77  WRK-SALDO        PIC S9(09)V99       VALUE ZERO.
      *====================== DESCRICOES =================================
       77  WRK-DESCRICAO    PIC X(20)           VALUE SPACE.
      *====================== VARIAVEIS DE EDICAO ========================
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-FRETE-ED     COPY CURRENCY-ED.
       77  WRK-SALDO-ED     COPY CURRENCY-ED-SIGNED.
       77  WRK-PESO-ED      PIC ZZ.ZZ9,99.
       77  WRK-ALIQ-ED      PIC 9,9999.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           MOVE ZERO TO WRK-OPCAO
           PERFORM 0010-EXIBE-MENU
           PERFORM UNTIL OPCAO-SAIR
             EVALUATE TRUE
               WHEN OPCAO-EMBARQUE
                 PERFORM 0001-PELO-EMBARQUE
               WHEN OPCAO-COTACAO
                 PERFORM 0002-PELA-COTACAO
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
             PERFORM 0010-EXIBE-MENU
           END-PERFORM

           GOBACK.

       0010-EXIBE-MENU SECTION.

           DISPLAY "===== RASTREIO DO EMBARQUE ====="
           DISPLAY "1 - POR DATA DE PROCESSAMENTO E SEQUENCIA"
           DISPLAY "2 - POR NUMERO DA COTACAO"
           DISPLAY "3 - SAIR"
           ACCEPT WRK-OPCAO.

       0001-PELO-EMBARQUE SECTION.

           MOVE "N" TO WRK-ACHOU-COTACAO
           MOVE "N" TO WRK-ACHOU-EMBARQUE
           DISPLAY "DATA DO PROCESSAMENTO (AAAAMMDD) "
             ACCEPT WRK-DATA-X
           DISPLAY "NUMERO DE SEQUENCIA (7 DIGITOS) "
             ACCEPT WRK-SEQ-X
           IF WRK-DATA-X NOT NUMERIC OR WRK-SEQ-X NOT NUMERIC
             DISPLAY "CHAVE INVALIDA, INFORME DATA E SEQUENCIA "
                     "NUMERICAS"
           ELSE
             MOVE WRK-DATA-X TO WRK-DATA-EMB
             MOVE WRK-SEQ-X  TO WRK-SEQ-EMB
             PERFORM 0020-LOCALIZA-EMBARQUE
             IF ACHOU-EMBARQUE
               PERFORM 0021-COTACAO-DO-EMBARQUE
               PERFORM 0030-EMITE-RASTREIO
             ELSE
               DISPLAY "EMBARQUE " WRK-DATA-EMB "/" WRK-SEQ-EMB
                       " NAO ENCONTRADO NA TRILHA FRETE-AUDITORIA"
             END-IF
           END-IF.

       0002-PELA-COTACAO SECTION.

           MOVE "N" TO WRK-ACHOU-COTACAO
           MOVE "N" TO WRK-ACHOU-EMBARQUE
           DISPLAY "NUMERO DA COTACAO (7 DIGITOS) "
             ACCEPT WRK-COTACAO-X
           IF WRK-COTACAO-X NOT NUMERIC
             DISPLAY "NUMERO DE COTACAO INVALIDO"
           ELSE
             MOVE WRK-COTACAO-X TO WRK-NUM-COTACAO
             PERFORM 0022-LOCALIZA-COTACAO
             IF ACHOU-COTACAO
               IF SCOT-SITUACAO EQUAL "E"
                 PERFORM 0023-EMBARQUE-DA-COTACAO
               END-IF
               PERFORM 0030-EMITE-RASTREIO
             ELSE
               DISPLAY "COTACAO " WRK-NUM-COTACAO
                       " NAO ENCONTRADA EM COTACOES"
             END-IF
           END-IF.

      *================================================================
      *    LOCALIZACAO DO EMBARQUE E DA COTACAO
      *================================================================
       0020-LOCALIZA-EMBARQUE SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-AUDITORIA
           IF WRK-STATUS-AUDITORIA EQUAL "35"
             DISPLAY "FRETE-AUDITORIA INEXISTENTE"
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FRETE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF AUDIT-DATA NUMERIC AND AUDIT-SEQ NUMERIC
                     AND AUDIT-DATA EQUAL WRK-DATA-EMB
                     AND AUDIT-SEQ EQUAL WRK-SEQ-EMB
                     AND AUDIT-TIPO NOT EQUAL "E"
                     MOVE REG-FRETE-AUDITORIA TO SEL-EMBARQUE
                     MOVE "S" TO WRK-ACHOU-EMBARQUE
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-AUDITORIA
           END-IF.

      *    DO EMBARQUE PARA A COTACAO: A EFETIVADA MAIS RECENTE DO
      *    MESMO CLIENTE/PRODUTO/CEP/VALOR NAO POSTERIOR AO EMBARQUE.
       0021-COTACAO-DO-EMBARQUE SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT COTACOES
           IF WRK-STATUS-COTACOES NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ COTACOES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF COT-SITUACAO EQUAL "E"
                     AND COT-CLIENTE NUMERIC
                     AND COT-DATA NUMERIC
                     AND COT-VALOR NUMERIC
                     AND COT-CLIENTE EQUAL SAUD-CLIENTE
                     AND COT-PRODUTO EQUAL SAUD-PRODUTO
                     AND COT-CEP EQUAL SAUD-CEP
                     AND COT-VALOR EQUAL SAUD-VALOR-ORIGINAL
                     AND COT-DATA NOT GREATER SAUD-DATA
                     IF NOT ACHOU-COTACAO
                       OR COT-DATA NOT LESS SCOT-DATA
                       MOVE REG-COTACAO TO SEL-COTACAO
                       MOVE "S" TO WRK-ACHOU-COTACAO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COTACOES
           END-IF.

       0022-LOCALIZA-COTACAO SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT COTACOES
           IF WRK-STATUS-COTACOES EQUAL "35"
             DISPLAY "COTACOES INEXISTENTE"
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ COTACOES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF COT-NUMERO NUMERIC
                     AND COT-NUMERO EQUAL WRK-NUM-COTACAO
                     MOVE REG-COTACAO TO SEL-COTACAO
                     MOVE "S" TO WRK-ACHOU-COTACAO
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COTACOES
           END-IF.

      *    DA COTACAO PARA O EMBARQUE: O PRIMEIRO EMBARQUE (DATA E
      *    SEQUENCIA) DO MESMO CLIENTE/PRODUTO/CEP/VALOR NAO ANTERIOR
      *    A COTACAO. SEQUENCIA ZERADA E COTACAO INTERATIVA, NAO
      *    EMBARQUE.
       0023-EMBARQUE-DA-COTACAO SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-AUDITORIA
           IF WRK-STATUS-AUDITORIA NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FRETE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF AUDIT-DATA NUMERIC AND AUDIT-SEQ NUMERIC
                     AND AUDIT-CLIENTE NUMERIC
                     AND AUDIT-SEQ GREATER ZERO
                     AND AUDIT-TIPO NOT EQUAL "E"
                     AND AUDIT-CLIENTE EQUAL SCOT-CLIENTE
                     AND AUDIT-PRODUTO EQUAL SCOT-PRODUTO
                     AND AUDIT-CEP EQUAL SCOT-CEP
                     AND AUDIT-VALOR-ORIGINAL EQUAL SCOT-VALOR
                     AND AUDIT-DATA NOT LESS SCOT-DATA
                     IF NOT ACHOU-EMBARQUE
                       OR AUDIT-DATA LESS SAUD-DATA
                       OR (AUDIT-DATA EQUAL SAUD-DATA
                           AND AUDIT-SEQ LESS SAUD-SEQ)
                       MOVE REG-FRETE-AUDITORIA TO SEL-EMBARQUE
                       MOVE "S" TO WRK-ACHOU-EMBARQUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-AUDITORIA
           END-IF
           IF ACHOU-EMBARQUE
             MOVE SAUD-DATA TO WRK-DATA-EMB
             MOVE SAUD-SEQ  TO WRK-SEQ-EMB
           END-IF.

      *================================================================
      *    RASTREIO: UMA SECAO POR ETAPA DA VIDA DO EMBARQUE
      *================================================================
       0030-EMITE-RASTREIO SECTION.

           OPEN OUTPUT RASTREIO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           IF ACHOU-EMBARQUE
             STRING "RASTREIO DO EMBARQUE " DELIMITED BY SIZE
                    WRK-DATA-EMB            DELIMITED BY SIZE
                    "/"                     DELIMITED BY SIZE
                    WRK-SEQ-EMB             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "RASTREIO DA COTACAO " DELIMITED BY SIZE
                    SCOT-NUMERO            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           PERFORM 0090-GRAVA-LINHA

           PERFORM 0031-IMPRIME-COTACAO
           IF ACHOU-EMBARQUE
             PERFORM 0024-VARRE-DERIVADOS
             PERFORM 0032-IMPRIME-PRECIFICACAO
             PERFORM 0033-IMPRIME-ESTORNO
             PERFORM 0034-IMPRIME-DUPLICIDADE
             PERFORM 0035-IMPRIME-EVENTOS
             PERFORM 0036-IMPRIME-PESAGEM
             PERFORM 0037-IMPRIME-SINISTRO
             PERFORM 0038-IMPRIME-FATURA
           END-IF
           CLOSE RASTREIO-RELATORIO
           DISPLAY "RASTREIO GRAVADO EM RASTREIO-RELATORIO".

       0031-IMPRIME-COTACAO SECTION.

           MOVE "--- COTACAO (COTACOES)" TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           IF NOT ACHOU-COTACAO
             STRING "  SEM COTACAO EFETIVADA CORRESPONDENTE "
                                         DELIMITED BY SIZE
                    "(EMBARQUE DIGITADO DIRETO NO LOTE)"
                                         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
           ELSE
             EVALUATE SCOT-SITUACAO
               WHEN "A"
                 MOVE "ABERTA"     TO WRK-DESCRICAO
               WHEN "E"
                 MOVE "EFETIVADA"  TO WRK-DESCRICAO
               WHEN "X"
                 MOVE "VENCIDA"    TO WRK-DESCRICAO
               WHEN OTHER
                 MOVE SCOT-SITUACAO TO WRK-DESCRICAO
             END-EVALUATE
             STRING "  NUMERO "     DELIMITED BY SIZE
                    SCOT-NUMERO     DELIMITED BY SIZE
                    " DATA "        DELIMITED BY SIZE
                    SCOT-DATA       DELIMITED BY SIZE
                    " VALIDADE "    DELIMITED BY SIZE
                    SCOT-VALIDADE   DELIMITED BY SIZE
                    " SITUACAO "    DELIMITED BY SIZE
                    WRK-DESCRICAO   DELIMITED BY SIZE
                    " FILIAL "      DELIMITED BY SIZE
                    SCOT-FILIAL     DELIMITED BY SIZE
                    " CLIENTE "     DELIMITED BY SIZE
                    SCOT-CLIENTE    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
             MOVE SCOT-VALOR TO WRK-VALOR-ED
             MOVE SCOT-PESO  TO WRK-PESO-ED
             STRING "  PRODUTO "    DELIMITED BY SIZE
                    SCOT-PRODUTO    DELIMITED BY SIZE
                    " CEP "         DELIMITED BY SIZE
                    SCOT-CEP        DELIMITED BY SIZE
                    " ZONA "        DELIMITED BY SIZE
                    SCOT-ZONA       DELIMITED BY SIZE
                    " PESO "        DELIMITED BY SIZE
                    WRK-PESO-ED     DELIMITED BY SIZE
                    " VALOR "       DELIMITED BY SIZE
                    SCOT-MOEDA      DELIMITED BY SIZE
                    WRK-VALOR-ED    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
             MOVE SCOT-FRETE TO WRK-FRETE-ED
             STRING "  FRETE COTADO " DELIMITED BY SIZE
                    WRK-FRETE-ED      DELIMITED BY SIZE
                    " CATEGORIA "     DELIMITED BY SIZE
                    SCOT-CATEGORIA    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
             IF SCOT-SITUACAO EQUAL "E" AND ACHOU-EMBARQUE
               AND WRK-OPCAO EQUAL 2
               MOVE "  EMBARQUE ASSOCIADO POR CLIENTE/PRODUTO/CEP/VALOR"
                 TO WRK-LINHA-REL
               PERFORM 0090-GRAVA-LINHA
             END-IF
             IF NOT ACHOU-EMBARQUE
               IF SCOT-SITUACAO EQUAL "E"
                 MOVE "  COTACAO EFETIVADA, AINDA SEM EMBARQUE NO LOTE"
                   TO WRK-LINHA-REL
               ELSE
                 MOVE "  COTACAO NAO EFETIVADA, NAO HA EMBARQUE"
                   TO WRK-LINHA-REL
               END-IF
               PERFORM 0090-GRAVA-LINHA
             END-IF
           END-IF.

       0032-IMPRIME-PRECIFICACAO SECTION.

           MOVE "--- PRECIFICACAO NO LOTE (FRETE-AUDITORIA)"
             TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           STRING "  DATA "         DELIMITED BY SIZE
                  SAUD-DATA         DELIMITED BY SIZE
                  " HORA "          DELIMITED BY SIZE
                  SAUD-HORA         DELIMITED BY SIZE
                  " SEQ "           DELIMITED BY SIZE
                  SAUD-SEQ          DELIMITED BY SIZE
                  " OPERACAO "      DELIMITED BY SIZE
                  SAUD-OPERACAO     DELIMITED BY SIZE
                  " FILIAL "        DELIMITED BY SIZE
                  SAUD-FILIAL       DELIMITED BY SIZE
                  " CLIENTE "       DELIMITED BY SIZE
                  SAUD-CLIENTE      DELIMITED BY SIZE
                  " TRANSPORTADORA " DELIMITED BY SIZE
                  SAUD-TRANSPORTADORA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           MOVE SAUD-VALOR-ORIGINAL TO WRK-VALOR-ED
           STRING "  PRODUTO "      DELIMITED BY SIZE
                  SAUD-PRODUTO      DELIMITED BY SIZE
                  " CEP "           DELIMITED BY SIZE
                  SAUD-CEP          DELIMITED BY SIZE
                  " ZONA "          DELIMITED BY SIZE
                  SAUD-ZONA         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SAUD-UF-ORIGEM    DELIMITED BY SIZE
                  "->"              DELIMITED BY SIZE
                  SAUD-UF-DESTINO   DELIMITED BY SIZE
                  " VALOR "         DELIMITED BY SIZE
                  SAUD-MOEDA        DELIMITED BY SIZE
                  WRK-VALOR-ED      DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           MOVE SAUD-FRETE TO WRK-FRETE-ED
           IF SAUD-SEGURO NUMERIC
             MOVE SAUD-SEGURO TO WRK-VALOR-ED
           ELSE
             MOVE ZERO TO WRK-VALOR-ED
           END-IF
           STRING "  FRETE "        DELIMITED BY SIZE
                  WRK-FRETE-ED      DELIMITED BY SIZE
                  " SEGURO "        DELIMITED BY SIZE
                  WRK-VALOR-ED      DELIMITED BY SIZE
                  " REVISAR "       DELIMITED BY SIZE
                  SAUD-REVISAR      DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           IF SAUD-ICMS NUMERIC AND SAUD-ICMS-ALIQ NUMERIC
             MOVE SAUD-ICMS      TO WRK-VALOR-ED
             MOVE SAUD-ICMS-ALIQ TO WRK-ALIQ-ED
             STRING " ICMS "           DELIMITED BY SIZE
                    WRK-VALOR-ED       DELIMITED BY SIZE
                    " ALIQ "           DELIMITED BY SIZE
                    WRK-ALIQ-ED        DELIMITED BY SIZE
                    " SITUACAO "       DELIMITED BY SIZE
                    SAUD-ICMS-SITUACAO DELIMITED BY SIZE
               INTO WRK-LINHA-REL(56:)
             END-STRING
           END-IF
           PERFORM 0090-GRAVA-LINHA

           MOVE "N" TO WRK-ACHOU-MASTER
           OPEN INPUT QUOTE-MASTER
           IF WRK-STATUS-QMASTER EQUAL "00"
             MOVE WRK-DATA-EMB TO QMST-DATA
             MOVE WRK-SEQ-EMB  TO QMST-SEQ
             READ QUOTE-MASTER
             IF WRK-STATUS-QMASTER EQUAL "00"
               MOVE "S" TO WRK-ACHOU-MASTER
             END-IF
             CLOSE QUOTE-MASTER
           END-IF
           IF WRK-ACHOU-MASTER EQUAL "S"
             MOVE QMST-FRETE TO WRK-FRETE-ED
             STRING "  QUOTE-MASTER: FRETE " DELIMITED BY SIZE
                    WRK-FRETE-ED             DELIMITED BY SIZE
                    " ZONA "                 DELIMITED BY SIZE
                    QMST-ZONA                DELIMITED BY SIZE
                    " ESTORNADO "            DELIMITED BY SIZE
                    QMST-ESTORNADO           DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             MOVE "  QUOTE-MASTER: CHAVE NAO ENCONTRADA"
               TO WRK-LINHA-REL
           END-IF
           PERFORM 0090-GRAVA-LINHA.

      *    SEGUNDA PASSADA NA TRILHA: O LANCAMENTO DO ESTORNO (SE O
      *    MESTRE DIZ QUE HOUVE) E OS EMBARQUES DE COMPLEMENTO DE PESO
      *    GERADOS PELA CONFERENCIA DA BALANCA.
       0024-VARRE-DERIVADOS SECTION.

           MOVE "N"   TO WRK-ACHOU-ESTORNO
           MOVE ZERO  TO WRK-QTD-COMPL
           MOVE SPACE TO WRK-PRODUTO-COMPL
           STRING "COMPLEMENTO PESO " DELIMITED BY SIZE
                  WRK-SEQ-EMB         DELIMITED BY SIZE
             INTO WRK-PRODUTO-COMPL
           END-STRING
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-AUDITORIA
           IF WRK-STATUS-AUDITORIA NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FRETE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF AUDIT-DATA NUMERIC AND AUDIT-SEQ NUMERIC
                     AND AUDIT-CLIENTE NUMERIC
                     AND AUDIT-FRETE NUMERIC
                     AND AUDIT-CLIENTE EQUAL SAUD-CLIENTE
                     AND AUDIT-DATA NOT LESS SAUD-DATA
                     IF AUDIT-TIPO EQUAL "E"
                       AND WRK-ACHOU-ESTORNO EQUAL "N"
                       AND AUDIT-ZONA EQUAL SAUD-ZONA
                       AND AUDIT-FRETE EQUAL SAUD-FRETE
                       MOVE "S"       TO WRK-ACHOU-ESTORNO
                       MOVE AUDIT-DATA TO WRK-EST-DATA
                       MOVE AUDIT-SEQ  TO WRK-EST-SEQ
                     END-IF
                     IF AUDIT-TIPO NOT EQUAL "E"
                       AND AUDIT-PRODUTO EQUAL WRK-PRODUTO-COMPL
                       PERFORM 0025-GUARDA-COMPLEMENTO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-AUDITORIA
           END-IF.

       0025-GUARDA-COMPLEMENTO SECTION.

           IF WRK-QTD-COMPL NOT LESS 10
             DISPLAY "TAB-COMPLEMENTOS CHEIA, COMPLEMENTO "
                     AUDIT-DATA "/" AUDIT-SEQ " NAO LISTADO"
           ELSE
             ADD 1 TO WRK-QTD-COMPL
             SET IDX-COMPL TO WRK-QTD-COMPL
             MOVE AUDIT-DATA  TO COMPL-DATA(IDX-COMPL)
             MOVE AUDIT-SEQ   TO COMPL-SEQ(IDX-COMPL)
             MOVE AUDIT-FRETE TO COMPL-FRETE(IDX-COMPL)
           END-IF.

       0033-IMPRIME-ESTORNO SECTION.

           MOVE "--- ESTORNO" TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           MOVE ZERO TO WRK-QTD-ACHADOS
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT ESTORNOS-PENDENTES
           IF WRK-STATUS-ESTPEND NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ESTORNOS-PENDENTES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF EPEND-DATA-ORIGINAL EQUAL WRK-DATA-EMB
                     AND EPEND-SEQ-ORIGINAL EQUAL WRK-SEQ-EMB
                     ADD 1 TO WRK-QTD-ACHADOS
                     PERFORM 0039-LINHA-ESTORNO-PEND
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ESTORNOS-PENDENTES
           END-IF

           IF WRK-ACHOU-MASTER EQUAL "S" AND QMST-ESTORNADO EQUAL "S"
             IF WRK-ACHOU-ESTORNO EQUAL "S"
               STRING "  EMBARQUE ESTORNADO, LANCAMENTO "
                                     DELIMITED BY SIZE
                      WRK-EST-DATA   DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      WRK-EST-SEQ    DELIMITED BY SIZE
                      " NA TRILHA"   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             ELSE
               STRING "  EMBARQUE ESTORNADO (LANCAMENTO NAO "
                                         DELIMITED BY SIZE
                      "LOCALIZADO NA TRILHA)" DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             END-IF
             PERFORM 0090-GRAVA-LINHA
           ELSE
             IF WRK-QTD-ACHADOS EQUAL ZERO
               MOVE "  NENHUM ESTORNO" TO WRK-LINHA-REL
               PERFORM 0090-GRAVA-LINHA
             END-IF
           END-IF.

       0039-LINHA-ESTORNO-PEND SECTION.

           EVALUATE EPEND-SITUACAO
             WHEN "P"
               MOVE "AGUARDA SUPERVISOR" TO WRK-DESCRICAO
             WHEN "A"
               MOVE "APROVADO"           TO WRK-DESCRICAO
             WHEN "R"
               MOVE "RECUSADO"           TO WRK-DESCRICAO
             WHEN OTHER
               MOVE EPEND-SITUACAO       TO WRK-DESCRICAO
           END-EVALUATE
           MOVE EPEND-FRETE TO WRK-FRETE-ED
           STRING "  ESTORNO ACIMA DO LIMITE " DELIMITED BY SIZE
                  EPEND-DATA          DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  EPEND-SEQ           DELIMITED BY SIZE
                  " FRETE "           DELIMITED BY SIZE
                  WRK-FRETE-ED        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-DESCRICAO       DELIMITED BY SIZE
                  " EM "              DELIMITED BY SIZE
                  EPEND-DECISAO-DATA  DELIMITED BY SIZE
                  " POR "             DELIMITED BY SIZE
                  EPEND-OPERADOR      DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           IF EPEND-MOTIVO NOT EQUAL SPACE
             STRING "    MOTIVO: "    DELIMITED BY SIZE
                    EPEND-MOTIVO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
           END-IF.

       0034-IMPRIME-DUPLICIDADE SECTION.

           MOVE "--- SUSPEITA DE DUPLICIDADE" TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           MOVE ZERO TO WRK-QTD-ACHADOS
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT DUPLICATAS-PENDENTES
           IF WRK-STATUS-DUPPEND NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DUPLICATAS-PENDENTES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DPEND-DATA EQUAL WRK-DATA-EMB
                     AND DPEND-SEQ EQUAL WRK-SEQ-EMB
                     ADD 1 TO WRK-QTD-ACHADOS
                     EVALUATE DPEND-SITUACAO
                       WHEN "P"
                         MOVE "PENDENTE"            TO WRK-DESCRICAO
                       WHEN "C"
                         MOVE "CONFIRMADA/ESTORNO"  TO WRK-DESCRICAO
                       WHEN "L"
                         MOVE "LIBERADA"            TO WRK-DESCRICAO
                       WHEN OTHER
                         MOVE DPEND-SITUACAO        TO WRK-DESCRICAO
                     END-EVALUATE
                     STRING "  DUPLICIDADE "     DELIMITED BY SIZE
                            WRK-DESCRICAO        DELIMITED BY SIZE
                            " EM "               DELIMITED BY SIZE
                            DPEND-DECISAO-DATA   DELIMITED BY SIZE
                            " POR "              DELIMITED BY SIZE
                            DPEND-OPERADOR       DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                     END-STRING
                     PERFORM 0090-GRAVA-LINHA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DUPLICATAS-PENDENTES
           END-IF
           IF WRK-QTD-ACHADOS EQUAL ZERO
             MOVE "  NAO FOI SUSPEITA DE DUPLICIDADE" TO WRK-LINHA-REL
             PERFORM 0090-GRAVA-LINHA
           END-IF.

       0035-IMPRIME-EVENTOS SECTION.

           MOVE "--- EVENTOS DE RASTREAMENTO (EMBARQUE-EVENTOS)"
             TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           MOVE ZERO TO WRK-QTD-ACHADOS
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT EMBARQUE-EVENTOS
           IF WRK-STATUS-EVENTOS NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMBARQUE-EVENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF EVT-DATA-EMBARQUE EQUAL WRK-DATA-EMB
                     AND EVT-SEQ EQUAL WRK-SEQ-EMB
                     ADD 1 TO WRK-QTD-ACHADOS
                     EVALUATE EVT-TIPO
                       WHEN "C"
                         MOVE "COLETADO"    TO WRK-DESCRICAO
                       WHEN "T"
                         MOVE "EM TRANSITO" TO WRK-DESCRICAO
                       WHEN "E"
                         MOVE "ENTREGUE"    TO WRK-DESCRICAO
                       WHEN "D"
                         MOVE "DEVOLVIDO"   TO WRK-DESCRICAO
                       WHEN "H"
                         MOVE SPACE TO WRK-DESCRICAO
                         STRING "CHEGADA HUB TRECHO " DELIMITED BY SIZE
                                EVT-TRECHO DELIMITED BY SIZE
                           INTO WRK-DESCRICAO
                         END-STRING
                       WHEN "S"
                         MOVE SPACE TO WRK-DESCRICAO
                         STRING "SAIDA HUB TRECHO " DELIMITED BY SIZE
                                EVT-TRECHO DELIMITED BY SIZE
                           INTO WRK-DESCRICAO
                         END-STRING
                       WHEN OTHER
                         MOVE EVT-TIPO      TO WRK-DESCRICAO
                     END-EVALUATE
                     STRING "  "            DELIMITED BY SIZE
                            EVT-DATA        DELIMITED BY SIZE
                            " "             DELIMITED BY SIZE
                            EVT-HORA        DELIMITED BY SIZE
                            " "             DELIMITED BY SIZE
                            WRK-DESCRICAO   DELIMITED BY SIZE
                            " FILIAL "      DELIMITED BY SIZE
                            EVT-FILIAL      DELIMITED BY SIZE
                            " RECEBEDOR "   DELIMITED BY SIZE
                            EVT-RECEBEDOR   DELIMITED BY SIZE
                            " OPERADOR "    DELIMITED BY SIZE
                            EVT-OPERADOR    DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                     END-STRING
                     PERFORM 0090-GRAVA-LINHA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMBARQUE-EVENTOS
           END-IF
           IF WRK-QTD-ACHADOS EQUAL ZERO
             MOVE "  NENHUM EVENTO REGISTRADO" TO WRK-LINHA-REL
             PERFORM 0090-GRAVA-LINHA
           END-IF.

       0036-IMPRIME-PESAGEM SECTION.

           MOVE "--- PESAGEM NA BALANCA (PESAGEM)" TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           MOVE ZERO TO WRK-QTD-ACHADOS
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT PESAGEM
           IF WRK-STATUS-PESAGEM NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PESAGEM
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF PES-DATA-REG EQUAL WRK-DATA-EMB
                     AND PES-SEQ-REG EQUAL WRK-SEQ-EMB
                     ADD 1 TO WRK-QTD-ACHADOS
                     MOVE PES-PESO-REG TO WRK-PESO-ED
                     STRING "  PESO AFERIDO " DELIMITED BY SIZE
                            WRK-PESO-ED       DELIMITED BY SIZE
                            " KG"             DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                     END-STRING
                     PERFORM 0090-GRAVA-LINHA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PESAGEM
           END-IF
           IF WRK-QTD-ACHADOS EQUAL ZERO
             MOVE "  EMBARQUE NAO PESADO" TO WRK-LINHA-REL
             PERFORM 0090-GRAVA-LINHA
           END-IF
           PERFORM VARYING IDX-COMPL FROM 1 BY 1
                   UNTIL IDX-COMPL GREATER WRK-QTD-COMPL
             MOVE COMPL-FRETE(IDX-COMPL) TO WRK-FRETE-ED
             STRING "  FRETE COMPLEMENTAR DE PESO: EMBARQUE "
                                         DELIMITED BY SIZE
                    COMPL-DATA(IDX-COMPL) DELIMITED BY SIZE
                    "/"                   DELIMITED BY SIZE
                    COMPL-SEQ(IDX-COMPL)  DELIMITED BY SIZE
                    " FRETE "             DELIMITED BY SIZE
                    WRK-FRETE-ED          DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
           END-PERFORM.

       0037-IMPRIME-SINISTRO SECTION.

           MOVE "--- SINISTRO (SINISTROS)" TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           MOVE ZERO TO WRK-QTD-ACHADOS
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SINISTROS
           IF WRK-STATUS-SINISTROS NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ SINISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF SIN-DATA-EMBARQUE EQUAL WRK-DATA-EMB
                     AND SIN-SEQ EQUAL WRK-SEQ-EMB
                     ADD 1 TO WRK-QTD-ACHADOS
                     PERFORM 0040-LINHA-SINISTRO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SINISTROS
           END-IF
           IF WRK-QTD-ACHADOS EQUAL ZERO
             MOVE "  NENHUM SINISTRO" TO WRK-LINHA-REL
             PERFORM 0090-GRAVA-LINHA
           END-IF.

       0040-LINHA-SINISTRO SECTION.

           EVALUATE SIN-SITUACAO
             WHEN "A"
               MOVE "ABERTO"  TO WRK-DESCRICAO
             WHEN "P"
               MOVE "PAGO"    TO WRK-DESCRICAO
             WHEN "N"
               MOVE "NEGADO"  TO WRK-DESCRICAO
             WHEN OTHER
               MOVE SIN-SITUACAO TO WRK-DESCRICAO
           END-EVALUATE
           MOVE SIN-VALOR TO WRK-VALOR-ED
           STRING "  TIPO "            DELIMITED BY SIZE
                  SIN-TIPO             DELIMITED BY SIZE
                  " (A-AVARIA E-EXTRAVIO) ABERTO EM " DELIMITED BY SIZE
                  SIN-DATA-ABERTURA    DELIMITED BY SIZE
                  " VALOR "            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-DESCRICAO        DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           STRING "    RESP. TRANSPORTADORA " DELIMITED BY SIZE
                  SIN-TRANSP-RESP      DELIMITED BY SIZE
                  " ("                 DELIMITED BY SIZE
                  SIN-TRANSPORTADORA   DELIMITED BY SIZE
                  ") ABATIDO NO ACERTO " DELIMITED BY SIZE
                  SIN-ABATIDO          DELIMITED BY SIZE
                  " OPERADOR "         DELIMITED BY SIZE
                  SIN-OPERADOR         DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA.

      *    A FATURA DO EMBARQUE E A DA COMPETENCIA DELE PARA O
      *    PAGADOR/FILIAL, COMO O FATURA-FRETE AGRUPA: COMPETENCIA DE
      *    LANCAMENTO (AUDIT-COMPETENCIA) QUANDO HOUVER, SENAO A DA
      *    DATA; FRETE A PAGAR (PAGADOR F) VAI PARA O DESTINATARIO. SE
      *    A COMPETENCIA FOI REEMITIDA, VALE A ULTIMA EMISSAO DO
      *    HISTORICO.
       0038-IMPRIME-FATURA SECTION.

           MOVE "--- FATURA (FATURAS-HISTORICO)" TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           IF SAUD-COMPETENCIA NUMERIC
             AND SAUD-COMPETENCIA GREATER ZERO
             MOVE SAUD-COMPETENCIA TO WRK-COMPETENCIA
           ELSE
             COMPUTE WRK-COMPETENCIA = SAUD-DATA / 100
           END-IF
           MOVE SAUD-CLIENTE TO WRK-CLIENTE-FATURA
           IF SAUD-PAGADOR EQUAL "F"
             AND SAUD-DESTINATARIO NUMERIC
             AND SAUD-DESTINATARIO GREATER ZERO
             MOVE SAUD-DESTINATARIO TO WRK-CLIENTE-FATURA
           END-IF
           MOVE "N"  TO WRK-ACHOU-FATURA
           MOVE ZERO TO WRK-FAT-EMISSOES
           MOVE "N"  TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURAS-HISTORICO
           IF WRK-STATUS-HIST NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURAS-HISTORICO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF HIST-COMPETENCIA EQUAL WRK-COMPETENCIA
                     AND HIST-CLIENTE EQUAL WRK-CLIENTE-FATURA
                     AND HIST-FILIAL EQUAL SAUD-FILIAL
                     MOVE "S"                TO WRK-ACHOU-FATURA
                     ADD 1                   TO WRK-FAT-EMISSOES
                     MOVE HIST-NUMERO        TO WRK-FAT-NUMERO
                     MOVE HIST-QTD-EMBARQUES TO WRK-FAT-QTD
                     MOVE HIST-FRETE-BRUTO   TO WRK-FAT-BRUTO
                     MOVE HIST-ESTORNOS      TO WRK-FAT-ESTORNOS
                     MOVE HIST-TOTAL-DEVIDO  TO WRK-FAT-DEVIDO
                     IF HIST-ENCARGOS NUMERIC
                       MOVE HIST-ENCARGOS    TO WRK-FAT-ENCARGOS
                     ELSE
                       MOVE ZERO             TO WRK-FAT-ENCARGOS
                     END-IF
                     IF HIST-BONIFICACAO NUMERIC
                       MOVE HIST-BONIFICACAO TO WRK-FAT-BONIFICACAO
                     ELSE
                       MOVE ZERO             TO WRK-FAT-BONIFICACAO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURAS-HISTORICO
           END-IF

           IF WRK-ACHOU-FATURA EQUAL "N"
             STRING "  EMBARQUE AINDA NAO FATURADO (COMPETENCIA "
                                     DELIMITED BY SIZE
                    WRK-COMPETENCIA  DELIMITED BY SIZE
                    ")"              DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
           ELSE
             PERFORM 0041-LINHAS-FATURA
             PERFORM 0042-IMPRIME-RECEBIMENTOS
             PERFORM 0043-IMPRIME-ENCARGOS
           END-IF.

       0041-LINHAS-FATURA SECTION.

           MOVE WRK-FAT-QTD TO WRK-QTD-ED
           STRING "  FATURA "          DELIMITED BY SIZE
                  WRK-FAT-NUMERO       DELIMITED BY SIZE
                  " FILIAL "           DELIMITED BY SIZE
                  SAUD-FILIAL          DELIMITED BY SIZE
                  " COMPETENCIA "      DELIMITED BY SIZE
                  WRK-COMPETENCIA      DELIMITED BY SIZE
                  " CLIENTE "          DELIMITED BY SIZE
                  WRK-CLIENTE-FATURA   DELIMITED BY SIZE
                  " EMBARQUES "        DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA
           MOVE WRK-FAT-BRUTO    TO WRK-FRETE-ED
           MOVE WRK-FAT-ESTORNOS TO WRK-VALOR-ED
           MOVE WRK-FAT-DEVIDO   TO WRK-SALDO-ED
           STRING "  FRETE BRUTO "     DELIMITED BY SIZE
                  WRK-FRETE-ED         DELIMITED BY SIZE
                  " ESTORNOS "         DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  " TOTAL DEVIDO "     DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           IF WRK-FAT-ENCARGOS GREATER ZERO
             MOVE WRK-FAT-ENCARGOS TO WRK-VALOR-ED
             STRING " ENCARGOS "       DELIMITED BY SIZE
                    WRK-VALOR-ED       DELIMITED BY SIZE
               INTO WRK-LINHA-REL(88:)
             END-STRING
           END-IF
           PERFORM 0090-GRAVA-LINHA
           IF WRK-FAT-BONIFICACAO GREATER ZERO
             MOVE WRK-FAT-BONIFICACAO TO WRK-VALOR-ED
             STRING "  BONIFICACAO POR VOLUME ABATIDA "
                                       DELIMITED BY SIZE
                    WRK-VALOR-ED       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0090-GRAVA-LINHA
           END-IF
           IF WRK-FAT-EMISSOES GREATER 1
             MOVE "  COMPETENCIA REEMITIDA, EXIBIDA A ULTIMA EMISSAO"
               TO WRK-LINHA-REL
             PERFORM 0090-GRAVA-LINHA
           END-IF.

       0042-IMPRIME-RECEBIMENTOS SECTION.

           MOVE "--- RECEBIMENTOS DA FATURA (FATURA-RECEBIMENTOS)"
             TO WRK-LINHA-REL
           PERFORM 0090-GRAVA-LINHA
           MOVE ZERO TO WRK-QTD-ACHADOS
           MOVE ZERO TO WRK-TOTAL-RECEB
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURA-RECEBIMENTOS
           IF WRK-STATUS-RECEB NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-RECEBIMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF RECEB-COMPETENCIA EQUAL WRK-COMPETENCIA
                     AND RECEB-CLIENTE EQUAL WRK-CLIENTE-FATURA
                     AND RECEB-FILIAL EQUAL SAUD-FILIAL
                     ADD 1           TO WRK-QTD-ACHADOS
                     ADD RECEB-VALOR TO WRK-TOTAL-RECEB
                     MOVE RECEB-VALOR TO WRK-VALOR-ED
                     STRING "  RECEBIDO EM "  DELIMITED BY SIZE
                            RECEB-DATA        DELIMITED BY SIZE
                            " VALOR "         DELIMITED BY SIZE
                            WRK-VALOR-ED      DELIMITED BY SIZE
                            " OPERADOR "      DELIMITED BY SIZE
                            RECEB-OPERADOR    DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                     END-STRING
                     PERFORM 0090-GRAVA-LINHA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURA-RECEBIMENTOS
           END-IF
           IF WRK-QTD-ACHADOS EQUAL ZERO
             MOVE "  NENHUM RECEBIMENTO" TO WRK-LINHA-REL
             PERFORM 0090-GRAVA-LINHA
           END-IF
           COMPUTE WRK-SALDO = WRK-FAT-DEVIDO - WRK-TOTAL-RECEB
           MOVE WRK-TOTAL-RECEB TO WRK-VALOR-ED
           MOVE WRK-SALDO       TO WRK-SALDO-ED
           STRING "  TOTAL RECEBIDO "  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  " SALDO DA FATURA "  DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0090-GRAVA-LINHA.

       0043-IMPRIME-ENCARGOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURA-DEBITOS
           IF WRK-STATUS-DEBITOS NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-DEBITOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DEB-CLIENTE-REG EQUAL WRK-CLIENTE-FATURA
                     AND DEB-FILIAL-REG EQUAL SAUD-FILIAL
                     AND DEB-COMPETENCIA-REG EQUAL WRK-COMPETENCIA
                     AND DEB-NUMERO-REG EQUAL WRK-FAT-NUMERO
                     PERFORM 0044-LINHA-ENCARGO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURA-DEBITOS
           END-IF.

       0044-LINHA-ENCARGO SECTION.

           EVALUATE TRUE
             WHEN DEB-PENDENTE
               MOVE "A COBRAR"     TO WRK-DESCRICAO
             WHEN DEB-FATURADO
               MOVE "COBRADO NA"   TO WRK-DESCRICAO
             WHEN DEB-DISPENSADO
               MOVE "DISPENSADO"   TO WRK-DESCRICAO
             WHEN OTHER
               MOVE DEB-SITUACAO-REG TO WRK-DESCRICAO
           END-EVALUATE
           MOVE DEB-MULTA-REG TO WRK-VALOR-ED
           MOVE DEB-JUROS-REG TO WRK-FRETE-ED
           STRING "  ENCARGO POR ATRASO: RECEBIDO EM " DELIMITED BY SIZE
                  DEB-DATA-RECEB-REG   DELIMITED BY SIZE
                  " MULTA "            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  " JUROS "            DELIMITED BY SIZE
                  WRK-FRETE-ED         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-DESCRICAO        DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           IF DEB-FATURADO
             STRING "FATURA "          DELIMITED BY SIZE
                    DEB-FATURA-COBRANCA-REG DELIMITED BY SIZE
               INTO WRK-LINHA-REL(95:)
             END-STRING
           END-IF
           PERFORM 0090-GRAVA-LINHA.

       0090-GRAVA-LINHA SECTION.

           DISPLAY WRK-LINHA-REL
           MOVE WRK-LINHA-REL TO REG-RASTREIO-RELATORIO
           WRITE REG-RASTREIO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL.

       END PROGRAM RASTREIA-EMBARQUE.
