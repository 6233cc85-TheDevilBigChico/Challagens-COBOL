       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL-FRETE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: EXPORTACAO CONTABIL MENSAL DO FRETE, QUE A
      *==            CONTABILIDADE REDIGITAVA DO FATURA-RELATORIO E DO
      *==            AGING, NOS MOLDES DO CONTABIL-EXPORTA DA FOLHA.
      *==            PARA A COMPETENCIA INFORMADA GERA EM
      *==            CONTABIL-FRETE-LANC PARTIDAS DOBRADAS (DEBITO E
      *==            CREDITO COM O MESMO NUMERO DE PARTIDA), COM AS
      *==            CONTAS DO MAPA CONTAS-FRETE-MAPA POR FILIAL
      *==            (FILIAL EM BRANCO E O PADRAO):
      *==            - POR FATURA DE FATURAS-HISTORICO: RECEITA DE
      *==              FRETE (BRUTO), ESTORNO COMO REVERSAO DA
      *==              RECEITA, RECEITA DE SEGURO (GRIS DA TRILHA
      *==              FRETE-AUDITORIA) E ENCARGOS POR ATRASO, CONTRA
      *==              CLIENTES A RECEBER;
      *==            - RECEBIMENTOS DO MES (FATURA-RECEBIMENTOS) POR
      *==              FILIAL, BANCO CONTRA CLIENTES A RECEBER;
      *==            - PROVISAO DO CUSTO DE TRANSPORTADORAS DOS
      *==              ACERTOS DIARIOS DO MES (FRETE-ACERTO), CUSTO
      *==              CONTRA TRANSPORTADORAS A PAGAR, E OS SINISTROS
      *==              ABATIDOS NO ACERTO COMO RECUPERACAO.
      *==            ANTES DE LIBERAR, O FRETE BRUTO E OS ESTORNOS DE
      *==            CADA FATURA SAO CONFERIDOS CONTRA A TRILHA DA
      *==            COMPETENCIA (MESMO FILTRO DO FATURA-FRETE) E O
      *==            TOTAL DEVIDO CONTRA BRUTO - ESTORNOS + ENCARGOS; A
      *==            CONCILIACAO SAI EM CONTABIL-FRETE-REL. QUALQUER
      *==            DIVERGENCIA, PARTIDA SEM CONTA OU DEBITO DIFERENTE
      *==            DE CREDITO RECUSA A EXPORTACAO (O ARQUIVO NAO E
      *==            GRAVADO) COM RETURN-CODE 8.
      *== DATA: 15/10/2026
      *== OBS: COMPETENCIA REEMITIDA VALE PELA ULTIMA EMISSAO DO
      *==      CLIENTE/FILIAL NO HISTORICO. O ACERTO E POR
      *==      TRANSPORTADORA, SEM FILIAL, E USA A LINHA PADRAO DO MAPA.
      *==      A LINHA DO ACERTO E LIDA NAS POSICOES FIXAS DO
      *==      RELATORIO DO CALCULO-FRETE; O A PAGAR E RECOMPOSTO COMO
      *==      CUSTO - SINISTROS. O JOB CONCATENA TODAS AS GERACOES DO
      *==      FRETE-ACERTO E SO AS DATAS DA COMPETENCIA SAO USADAS.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FRETE A PAGAR: O EMBARQUE E CONCILIADO NA
      *==                 FATURA DE QUEM PAGA O FRETE (DESTINATARIO
      *==                 QUANDO AUDIT-PAGADOR = "F"), COMO NO
      *==                 FATURA-FRETE.
      *== 15/10/2026 FA  BONIFICACAO POR VOLUME: O CREDITO ABATIDO NA
      *==                 FATURA (HIST-BONIFICACAO) ENTRA NA
      *==                 CONFERENCIA DO TOTAL DEVIDO E E EXPORTADO
      *==                 COMO DEDUCAO DA RECEITA DE FRETE, DEBITO NA
      *==                 RECEITA DE FRETE CONTRA CLIENTES A RECEBER,
      *==                 COMO O ESTORNO.
      *== 15/10/2026 FA  EMISSAO DO CONTABIL-FRETE-REL REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *== 15/10/2026 FA  A TRILHA DA CONCILIACAO SOMA O EMBARQUE PELA
      *==                 COMPETENCIA DE LANCAMENTO (AUDIT-COMPETENCIA)
      *==                 QUANDO HOUVER, SENAO PELA DA DATA, COMO O
      *==                 FATURA-FRETE E O ICMS-MENSAL; LANCAMENTO
      *==                 POSTERGADO DE COMPETENCIA FECHADA CAI NO MES
      *==                 EM QUE FOI FATURADO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FRETE-MAPA ASSIGN TO "CONTAS-FRETE-MAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT FATURAS-HISTORICO ASSIGN TO "FATURAS-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT FATURA-RECEBIMENTOS
               ASSIGN TO "FATURA-RECEBIMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECEB.
           SELECT FRETE-ACERTO ASSIGN TO "FRETE-ACERTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACERTO.
           SELECT CONTABIL-FRETE-LANC
               ASSIGN TO "CONTABIL-FRETE-LANC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL-FRETE-REL ASSIGN TO "CONTABIL-FRETE-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FRETE-MAPA.
       01  REG-CONTA-FRETE-MAPA.
           05 MAPAF-FILIAL-REG     PIC X(05).
           05 MAPAF-RECEITA-FRETE-REG PIC X(08).
           05 MAPAF-RECEITA-SEGURO-REG PIC X(08).
           05 MAPAF-RECEITA-ENCARGOS-REG PIC X(08).
           05 MAPAF-CLIENTES-REG   PIC X(08).
           05 MAPAF-BANCO-REG      PIC X(08).
           05 MAPAF-CUSTO-TRANSP-REG PIC X(08).
           05 MAPAF-TRANSP-PAGAR-REG PIC X(08).
           05 MAPAF-RECUP-SINISTRO-REG PIC X(08).

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

       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  FATURA-RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 RECEB-COMPETENCIA    PIC 9(06).
           05 RECEB-CLIENTE        PIC 9(05).
           05 RECEB-FILIAL         PIC X(05).
           05 RECEB-DATA           PIC 9(08).
           05 RECEB-VALOR          PIC 9(09)V99.
           05 RECEB-OPERADOR       PIC X(10).

      *    RELATORIO DE ACERTO DO CALCULO-FRETE: CABECALHO COM A DATA
      *    DO PROCESSAMENTO E UMA LINHA POR TRANSPORTADORA.
       FD  FRETE-ACERTO.
       01  REG-FRETE-ACERTO        PIC X(132).
       01  REG-ACERTO-CABECALHO.
           05 ACAB-TITULO          PIC X(33).
              88 ACAB-E-CABECALHO
                 VALUE "ACERTO POR TRANSPORTADORA - DATA ".
           05 ACAB-DATA            PIC 9(08).
           05 FILLER               PIC X(91).
       01  REG-ACERTO-DETALHE.
           05 ADET-ROTULO          PIC X(15).
              88 ADET-E-DETALHE    VALUE "TRANSPORTADORA ".
           05 ADET-COD             PIC X(04).
           05 FILLER               PIC X(01).
           05 ADET-NOME            PIC X(20).
           05 FILLER               PIC X(12).
           05 ADET-QTD             PIC ZZZZ9.
           05 FILLER               PIC X(08).
           05 ADET-FRETE           PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(08).
           05 ADET-CUSTO           PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(12).
           05 ADET-SINISTROS       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06).

       FD  CONTABIL-FRETE-LANC.
       01  REG-CONTABIL-FRETE.
           05 LANC-COMPETENCIA     PIC 9(06).
           05 LANC-PARTIDA         PIC 9(05).
           05 LANC-FILIAL          PIC X(05).
           05 LANC-CONTA           PIC X(08).
           05 LANC-NATUREZA        PIC X(01).
           05 LANC-VALOR           PIC 9(11)V99.
           05 LANC-HISTORICO       PIC X(30).

       FD  CONTABIL-FRETE-REL.
       01  REG-CONTABIL-FRETE-REL  PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-MAPA  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-HIST  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-ACERTO PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-ABORTA       PIC X(01)            VALUE "N".
           88 EXPORTACAO-ABORTADA                VALUE "S".
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-AUDIT-COMPET PIC 9(06)            VALUE ZERO.
       77  WRK-ACERTO-COMPET PIC 9(06)           VALUE ZERO.
      *====================== MAPA DE CONTAS POR FILIAL ==================
       77  WRK-QTD-MAPA     PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-MAPA     PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-MAPA   PIC 9(02)            VALUE ZERO.
       77  WRK-FILIAL-MAPA  PIC X(05)            VALUE SPACE.
       01  TAB-MAPA.
           05 MAPA-ITEM OCCURS 50 TIMES
                         INDEXED BY IDX-MAPA.
              10 MAPA-FILIAL       PIC X(05).
              10 MAPA-RECEITA-FRETE PIC X(08).
              10 MAPA-RECEITA-SEGURO PIC X(08).
              10 MAPA-RECEITA-ENCARGOS PIC X(08).
              10 MAPA-CLIENTES     PIC X(08).
              10 MAPA-BANCO        PIC X(08).
              10 MAPA-CUSTO-TRANSP PIC X(08).
              10 MAPA-TRANSP-PAGAR PIC X(08).
              10 MAPA-RECUP-SINISTRO PIC X(08).
      *====================== FATURAS DA COMPETENCIA =====================
       77  WRK-QTD-FATURAS  PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-FATURA   PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-FATURA PIC 9(03)            VALUE ZERO.
       77  WRK-CHAVE-CLIENTE PIC 9(05)           VALUE ZERO.
       77  WRK-CHAVE-FILIAL PIC X(05)            VALUE SPACE.
       01  TAB-FATURAS.
           05 FATURA-ITEM OCCURS 500 TIMES
                           INDEXED BY IDX-FATURA.
              10 FAT-CLIENTE       PIC 9(05).
              10 FAT-FILIAL        PIC X(05).
              10 FAT-TEM-HIST      PIC X(01).
              10 FAT-NUMERO        PIC 9(07).
              10 FAT-BRUTO         PIC 9(09)V99.
              10 FAT-ESTORNOS      PIC 9(09)V99.
              10 FAT-ENCARGOS      PIC 9(09)V99.
              10 FAT-BONIFICACAO   PIC 9(09)V99.
              10 FAT-DEVIDO        PIC S9(09)V99.
              10 FAT-TRILHA-BRUTO  PIC 9(09)V99.
              10 FAT-TRILHA-ESTORNOS PIC 9(09)V99.
              10 FAT-SEGURO        PIC S9(09)V99.
      *====================== RECEBIMENTOS POR FILIAL ====================
       77  WRK-QTD-RECEB    PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-RECEB    PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-RECEB  PIC 9(02)            VALUE ZERO.
       01  TAB-RECEBIMENTOS.
           05 RECEB-ITEM OCCURS 50 TIMES
                          INDEXED BY IDX-RECEB.
              10 RCB-FILIAL        PIC X(05).
              10 RCB-VALOR         PIC 9(11)V99.
      *====================== ACERTOS POR TRANSPORTADORA =================
       77  WRK-QTD-ACERTOS  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-ACERTO   PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-ACERTO PIC 9(02)            VALUE ZERO.
       77  WRK-CUSTO-LIDO   PIC S9(09)V99        VALUE ZERO.
       77  WRK-SINISTROS-LIDO PIC 9(09)V99       VALUE ZERO.
       01  TAB-ACERTOS.
           05 ACERTO-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-ACERTO.
              10 ACT-COD           PIC X(04).
              10 ACT-CUSTO         PIC S9(11)V99.
              10 ACT-SINISTROS     PIC 9(11)V99.
      *====================== CONCILIACAO ================================
       77  WRK-QTD-DIVERGENCIAS PIC 9(05)        VALUE ZERO.
       77  WRK-DEVIDO-CALC  PIC S9(09)V99        VALUE ZERO.
       77  WRK-TOTAL-DEVIDO-HIST PIC S9(13)V99   VALUE ZERO.
       77  WRK-TOTAL-DEVIDO-LANC PIC S9(13)V99   VALUE ZERO.
      *====================== PARTIDAS ===================================
       77  WRK-GRAVAR       PIC X(01)            VALUE "N".
           88 GRAVAR-PARTIDAS                    VALUE "S".
       77  WRK-PART-VALOR   PIC S9(11)V99        VALUE ZERO.
       77  WRK-PART-DEBITO  PIC X(08)            VALUE SPACE.
       77  WRK-PART-CREDITO PIC X(08)            VALUE SPACE.
       77  WRK-PART-TROCA   PIC X(08)            VALUE SPACE.
       77  WRK-PART-FILIAL  PIC X(05)            VALUE SPACE.
       77  WRK-PART-HISTORICO PIC X(30)          VALUE SPACE.
       77  WRK-QTD-PARTIDAS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-SEM-CONTA PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-LANCADOS PIC 9(05)            VALUE ZERO.
       77  WRK-TOTAL-DEBITOS PIC 9(13)V99        VALUE ZERO.
       77  WRK-TOTAL-CREDITOS PIC 9(13)V99       VALUE ZERO.
      *====================== TOTAIS POR NATUREZA DE LANCAMENTO ==========
       77  WRK-TOT-RECEITA  PIC 9(13)V99         VALUE ZERO.
       77  WRK-TOT-ESTORNOS PIC 9(13)V99         VALUE ZERO.
       77  WRK-TOT-SEGURO   PIC S9(13)V99        VALUE ZERO.
       77  WRK-TOT-ENCARGOS PIC 9(13)V99         VALUE ZERO.
       77  WRK-TOT-BONIFICACAO PIC 9(13)V99      VALUE ZERO.
       77  WRK-TOT-RECEB    PIC 9(13)V99         VALUE ZERO.
       77  WRK-TOT-CUSTO    PIC S9(13)V99        VALUE ZERO.
       77  WRK-TOT-SINISTROS PIC 9(13)V99        VALUE ZERO.
      *====================== VARIAVEIS DE EDICAO ========================
       77  WRK-DEB-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-CRED-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR1-ED    COPY CURRENCY-ED-SIGNED.
       77  WRK-VALOR2-ED    COPY CURRENCY-ED-SIGNED.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "COMPETENCIA A EXPORTAR (AAAAMM) "
             ACCEPT WRK-COMPETENCIA
           IF WRK-COMPETENCIA NUMERIC
             MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-NUM
           ELSE
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
             COMPUTE WRK-COMPETENCIA-NUM = WRK-DATA-SISTEMA / 100
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA-NUM
           END-IF

           PERFORM 0005-CARREGA-MAPA
           IF WRK-QTD-MAPA EQUAL ZERO
             DISPLAY "CONTAS-FRETE-MAPA AUSENTE OU VAZIO, EXPORTACAO "
                     "NAO GERADA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0001-CARREGA-FATURAS
           PERFORM 0002-SOMA-TRILHA
           PERFORM 0003-SOMA-RECEBIMENTOS
           PERFORM 0004-SOMA-ACERTOS
           IF EXPORTACAO-ABORTADA
             DISPLAY "EXPORTACAO ABORTADA PARA NAO PERDER LANCAMENTO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT CONTABIL-FRETE-REL
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EXPORTACAO CONTABIL DO FRETE - COMPETENCIA "
                    DELIMITED BY SIZE
                  WRK-COMPETENCIA-NUM DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           PERFORM 0010-CONCILIA-FATURAS

      *    PRIMEIRA PASSADA SO TOTALIZA E CONFERE; O ARQUIVO SO E
      *    GRAVADO NA SEGUNDA, SE TUDO FECHAR.
           MOVE "N" TO WRK-GRAVAR
           PERFORM 0020-MONTA-PARTIDAS
           PERFORM 0030-IMPRIME-TOTAIS

           IF WRK-QTD-DIVERGENCIAS GREATER ZERO
             OR WRK-QTD-SEM-CONTA GREATER ZERO
             OR WRK-TOTAL-DEBITOS NOT EQUAL WRK-TOTAL-CREDITOS
             MOVE WRK-TOTAL-DEBITOS  TO WRK-DEB-ED
             MOVE WRK-TOTAL-CREDITOS TO WRK-CRED-ED
             DISPLAY "EXPORTACAO RECUSADA: DIVERGENCIAS "
                     WRK-QTD-DIVERGENCIAS " PARTIDAS SEM CONTA "
                     WRK-QTD-SEM-CONTA
             DISPLAY "DEBITOS " WRK-DEB-ED " CREDITOS " WRK-CRED-ED
             MOVE "*** EXPORTACAO RECUSADA, ARQUIVO NAO GRAVADO"
               TO WRK-LINHA-REL
             PERFORM 0091-GRAVA-RELATORIO
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT CONTABIL-FRETE-LANC
             MOVE "S"  TO WRK-GRAVAR
             PERFORM 0020-MONTA-PARTIDAS
             CLOSE CONTABIL-FRETE-LANC
             MOVE WRK-QTD-LANCADOS TO WRK-QTD-ED
             DISPLAY "LANCAMENTOS GERADOS: " WRK-QTD-ED
             STRING "EXPORTACAO LIBERADA, LANCAMENTOS GERADOS: "
                                         DELIMITED BY SIZE
                    WRK-QTD-ED           DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0091-GRAVA-RELATORIO
           END-IF
           CLOSE CONTABIL-FRETE-REL
           PERFORM 0092-REGISTRA-RELATORIO

           GOBACK.

      *================================================================
      *    CARGA DAS FONTES DA COMPETENCIA
      *================================================================
       0005-CARREGA-MAPA SECTION.

           MOVE ZERO TO WRK-QTD-MAPA
           MOVE "N"  TO WRK-FIM-ARQUIVO
           OPEN INPUT CONTAS-FRETE-MAPA
           IF WRK-STATUS-MAPA NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ CONTAS-FRETE-MAPA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-MAPA NOT LESS 50
                     DISPLAY "TAB-MAPA CHEIA, LINHAS RESTANTES NAO "
                             "CARREGADAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-MAPA
                     MOVE MAPAF-FILIAL-REG
                       TO MAPA-FILIAL(WRK-QTD-MAPA)
                     MOVE MAPAF-RECEITA-FRETE-REG
                       TO MAPA-RECEITA-FRETE(WRK-QTD-MAPA)
                     MOVE MAPAF-RECEITA-SEGURO-REG
                       TO MAPA-RECEITA-SEGURO(WRK-QTD-MAPA)
                     MOVE MAPAF-RECEITA-ENCARGOS-REG
                       TO MAPA-RECEITA-ENCARGOS(WRK-QTD-MAPA)
                     MOVE MAPAF-CLIENTES-REG
                       TO MAPA-CLIENTES(WRK-QTD-MAPA)
                     MOVE MAPAF-BANCO-REG
                       TO MAPA-BANCO(WRK-QTD-MAPA)
                     MOVE MAPAF-CUSTO-TRANSP-REG
                       TO MAPA-CUSTO-TRANSP(WRK-QTD-MAPA)
                     MOVE MAPAF-TRANSP-PAGAR-REG
                       TO MAPA-TRANSP-PAGAR(WRK-QTD-MAPA)
                     MOVE MAPAF-RECUP-SINISTRO-REG
                       TO MAPA-RECUP-SINISTRO(WRK-QTD-MAPA)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONTAS-FRETE-MAPA
           END-IF.

      *    REEMISSAO DA COMPETENCIA GRAVA NOVA FATURA NO HISTORICO PARA
      *    O MESMO CLIENTE/FILIAL; A ULTIMA SUBSTITUI A ANTERIOR.
       0001-CARREGA-FATURAS SECTION.

           MOVE ZERO TO WRK-QTD-FATURAS
           MOVE "N"  TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURAS-HISTORICO
           IF WRK-STATUS-HIST EQUAL "35"
             DISPLAY "FATURAS-HISTORICO INEXISTENTE"
           ELSE
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURAS-HISTORICO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF HIST-COMPETENCIA EQUAL WRK-COMPETENCIA-NUM
                     PERFORM 0006-GUARDA-FATURA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURAS-HISTORICO
           END-IF.

       0006-GUARDA-FATURA SECTION.

           MOVE HIST-CLIENTE TO WRK-CHAVE-CLIENTE
           MOVE HIST-FILIAL  TO WRK-CHAVE-FILIAL
           PERFORM 0007-PROCURA-FATURA
           IF WRK-ACHOU-FATURA NOT EQUAL ZERO
             MOVE "S"                TO FAT-TEM-HIST(WRK-ACHOU-FATURA)
             MOVE HIST-NUMERO        TO FAT-NUMERO(WRK-ACHOU-FATURA)
             MOVE HIST-FRETE-BRUTO   TO FAT-BRUTO(WRK-ACHOU-FATURA)
             MOVE HIST-ESTORNOS      TO FAT-ESTORNOS(WRK-ACHOU-FATURA)
             MOVE HIST-TOTAL-DEVIDO  TO FAT-DEVIDO(WRK-ACHOU-FATURA)
             IF HIST-ENCARGOS NUMERIC
               MOVE HIST-ENCARGOS    TO FAT-ENCARGOS(WRK-ACHOU-FATURA)
             ELSE
               MOVE ZERO             TO FAT-ENCARGOS(WRK-ACHOU-FATURA)
             END-IF
             IF HIST-BONIFICACAO NUMERIC
               MOVE HIST-BONIFICACAO
                 TO FAT-BONIFICACAO(WRK-ACHOU-FATURA)
             ELSE
               MOVE ZERO TO FAT-BONIFICACAO(WRK-ACHOU-FATURA)
             END-IF
           END-IF.

      *    PROCURA (OU ABRE) A ENTRADA DO CLIENTE/FILIAL DA CHAVE.
       0007-PROCURA-FATURA SECTION.

           MOVE ZERO TO WRK-ACHOU-FATURA
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-CLIENTE(WRK-IDX-FATURA) EQUAL WRK-CHAVE-CLIENTE
               AND FAT-FILIAL(WRK-IDX-FATURA) EQUAL WRK-CHAVE-FILIAL
               MOVE WRK-IDX-FATURA  TO WRK-ACHOU-FATURA
               MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
             END-IF
           END-PERFORM
           IF WRK-ACHOU-FATURA EQUAL ZERO
             IF WRK-QTD-FATURAS NOT LESS 500
               DISPLAY "TAB-FATURAS CHEIA, CLIENTE " WRK-CHAVE-CLIENTE
                       " FILIAL " WRK-CHAVE-FILIAL " FORA DA EXPORTACAO"
               MOVE "S" TO WRK-ABORTA
             ELSE
               ADD 1 TO WRK-QTD-FATURAS
               MOVE WRK-QTD-FATURAS TO WRK-ACHOU-FATURA
               MOVE WRK-CHAVE-CLIENTE TO FAT-CLIENTE(WRK-ACHOU-FATURA)
               MOVE WRK-CHAVE-FILIAL  TO FAT-FILIAL(WRK-ACHOU-FATURA)
               MOVE "N"  TO FAT-TEM-HIST(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-NUMERO(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-BRUTO(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-ESTORNOS(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-ENCARGOS(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-BONIFICACAO(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-DEVIDO(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-TRILHA-BRUTO(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-TRILHA-ESTORNOS(WRK-ACHOU-FATURA)
               MOVE ZERO TO FAT-SEGURO(WRK-ACHOU-FATURA)
             END-IF
           END-IF.

      *    MESMO FILTRO DO FATURA-FRETE: LINHA NAO CONVERTIDA E COTACAO
      *    INTERATIVA (SEQUENCIA ZERADA) FICAM FORA.
       0002-SOMA-TRILHA SECTION.

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
                   IF AUDIT-DATA NUMERIC
                     AND AUDIT-SEQ NUMERIC
                     AND AUDIT-CLIENTE NUMERIC
                     AND AUDIT-FRETE NUMERIC
                     AND AUDIT-SEQ GREATER ZERO
                     IF AUDIT-COMPETENCIA NUMERIC
                       AND AUDIT-COMPETENCIA GREATER ZERO
                       MOVE AUDIT-COMPETENCIA TO WRK-AUDIT-COMPET
                     ELSE
                       COMPUTE WRK-AUDIT-COMPET = AUDIT-DATA / 100
                     END-IF
                     IF WRK-AUDIT-COMPET EQUAL WRK-COMPETENCIA-NUM
                       PERFORM 0008-SOMA-EMBARQUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-AUDITORIA
           END-IF.

       0008-SOMA-EMBARQUE SECTION.

           MOVE AUDIT-CLIENTE TO WRK-CHAVE-CLIENTE
           IF AUDIT-PAGADOR EQUAL "F"
             AND AUDIT-DESTINATARIO NUMERIC
             AND AUDIT-DESTINATARIO GREATER ZERO
             MOVE AUDIT-DESTINATARIO TO WRK-CHAVE-CLIENTE
           END-IF
           MOVE AUDIT-FILIAL  TO WRK-CHAVE-FILIAL
           PERFORM 0007-PROCURA-FATURA
           IF WRK-ACHOU-FATURA NOT EQUAL ZERO
             IF AUDIT-TIPO EQUAL "E"
               ADD AUDIT-FRETE
                 TO FAT-TRILHA-ESTORNOS(WRK-ACHOU-FATURA)
               IF AUDIT-SEGURO NUMERIC
                 SUBTRACT AUDIT-SEGURO
                   FROM FAT-SEGURO(WRK-ACHOU-FATURA)
               END-IF
             ELSE
               ADD AUDIT-FRETE
                 TO FAT-TRILHA-BRUTO(WRK-ACHOU-FATURA)
               IF AUDIT-SEGURO NUMERIC
                 ADD AUDIT-SEGURO TO FAT-SEGURO(WRK-ACHOU-FATURA)
               END-IF
             END-IF
           END-IF.

       0003-SOMA-RECEBIMENTOS SECTION.

           MOVE ZERO TO WRK-QTD-RECEB
           MOVE "N"  TO WRK-FIM-ARQUIVO
           OPEN INPUT FATURA-RECEBIMENTOS
           IF WRK-STATUS-RECEB NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-RECEBIMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF RECEB-DATA NUMERIC AND RECEB-VALOR NUMERIC
                     COMPUTE WRK-AUDIT-COMPET = RECEB-DATA / 100
                     IF WRK-AUDIT-COMPET EQUAL WRK-COMPETENCIA-NUM
                       PERFORM 0009-SOMA-RECEBIMENTO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURA-RECEBIMENTOS
           END-IF.

       0009-SOMA-RECEBIMENTO SECTION.

           MOVE ZERO TO WRK-ACHOU-RECEB
           PERFORM VARYING WRK-IDX-RECEB FROM 1 BY 1
                     UNTIL WRK-IDX-RECEB > WRK-QTD-RECEB
             IF RCB-FILIAL(WRK-IDX-RECEB) EQUAL RECEB-FILIAL
               MOVE WRK-IDX-RECEB TO WRK-ACHOU-RECEB
               MOVE WRK-QTD-RECEB TO WRK-IDX-RECEB
             END-IF
           END-PERFORM
           IF WRK-ACHOU-RECEB EQUAL ZERO
             IF WRK-QTD-RECEB NOT LESS 50
               DISPLAY "TAB-RECEBIMENTOS CHEIA, FILIAL " RECEB-FILIAL
                       " FORA DA EXPORTACAO"
               MOVE "S" TO WRK-ABORTA
             ELSE
               ADD 1 TO WRK-QTD-RECEB
               MOVE WRK-QTD-RECEB TO WRK-ACHOU-RECEB
               MOVE RECEB-FILIAL  TO RCB-FILIAL(WRK-ACHOU-RECEB)
               MOVE ZERO          TO RCB-VALOR(WRK-ACHOU-RECEB)
             END-IF
           END-IF
           IF WRK-ACHOU-RECEB NOT EQUAL ZERO
             ADD RECEB-VALOR TO RCB-VALOR(WRK-ACHOU-RECEB)
           END-IF.

      *    CADA GERACAO DO FRETE-ACERTO ABRE COM O CABECALHO DA DATA DO
      *    PROCESSAMENTO; AS LINHAS DE TRANSPORTADORA SEGUINTES SO
      *    ENTRAM SE ESSA DATA FOR DA COMPETENCIA.
       0004-SOMA-ACERTOS SECTION.

           MOVE ZERO TO WRK-QTD-ACERTOS
           MOVE ZERO TO WRK-ACERTO-COMPET
           MOVE "N"  TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-ACERTO
           IF WRK-STATUS-ACERTO NOT EQUAL "35"
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FRETE-ACERTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF ACAB-E-CABECALHO
                     IF ACAB-DATA NUMERIC
                       COMPUTE WRK-ACERTO-COMPET = ACAB-DATA / 100
                     ELSE
                       MOVE ZERO TO WRK-ACERTO-COMPET
                     END-IF
                   END-IF
                   IF ADET-E-DETALHE
                     AND WRK-ACERTO-COMPET EQUAL WRK-COMPETENCIA-NUM
                     PERFORM 0011-SOMA-ACERTO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-ACERTO
           END-IF.

       0011-SOMA-ACERTO SECTION.

           MOVE ADET-CUSTO     TO WRK-CUSTO-LIDO
           MOVE ADET-SINISTROS TO WRK-SINISTROS-LIDO
           MOVE ZERO TO WRK-ACHOU-ACERTO
           PERFORM VARYING WRK-IDX-ACERTO FROM 1 BY 1
                     UNTIL WRK-IDX-ACERTO > WRK-QTD-ACERTOS
             IF ACT-COD(WRK-IDX-ACERTO) EQUAL ADET-COD
               MOVE WRK-IDX-ACERTO  TO WRK-ACHOU-ACERTO
               MOVE WRK-QTD-ACERTOS TO WRK-IDX-ACERTO
             END-IF
           END-PERFORM
           IF WRK-ACHOU-ACERTO EQUAL ZERO
             IF WRK-QTD-ACERTOS NOT LESS 50
               DISPLAY "TAB-ACERTOS CHEIA, TRANSPORTADORA " ADET-COD
                       " FORA DA EXPORTACAO"
               MOVE "S" TO WRK-ABORTA
             ELSE
               ADD 1 TO WRK-QTD-ACERTOS
               MOVE WRK-QTD-ACERTOS TO WRK-ACHOU-ACERTO
               MOVE ADET-COD TO ACT-COD(WRK-ACHOU-ACERTO)
               MOVE ZERO     TO ACT-CUSTO(WRK-ACHOU-ACERTO)
               MOVE ZERO     TO ACT-SINISTROS(WRK-ACHOU-ACERTO)
             END-IF
           END-IF
           IF WRK-ACHOU-ACERTO NOT EQUAL ZERO
             ADD WRK-CUSTO-LIDO     TO ACT-CUSTO(WRK-ACHOU-ACERTO)
             ADD WRK-SINISTROS-LIDO TO ACT-SINISTROS(WRK-ACHOU-ACERTO)
           END-IF.

      *================================================================
      *    CONCILIACAO FATURA X TRILHA
      *================================================================
       0010-CONCILIA-FATURAS SECTION.

           MOVE ZERO TO WRK-QTD-DIVERGENCIAS
           MOVE ZERO TO WRK-TOTAL-DEVIDO-HIST
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-TEM-HIST(WRK-IDX-FATURA) EQUAL "N"
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               STRING "CLIENTE "  DELIMITED BY SIZE
                      FAT-CLIENTE(WRK-IDX-FATURA) DELIMITED BY SIZE
                      " FILIAL "  DELIMITED BY SIZE
                      FAT-FILIAL(WRK-IDX-FATURA)  DELIMITED BY SIZE
                      " TEM EMBARQUES NA COMPETENCIA E NENHUMA "
                                  DELIMITED BY SIZE
                      "FATURA NO HISTORICO" DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0091-GRAVA-RELATORIO
             ELSE
               ADD FAT-DEVIDO(WRK-IDX-FATURA) TO WRK-TOTAL-DEVIDO-HIST
               IF FAT-BRUTO(WRK-IDX-FATURA) NOT EQUAL
                    FAT-TRILHA-BRUTO(WRK-IDX-FATURA)
                 ADD 1 TO WRK-QTD-DIVERGENCIAS
                 MOVE FAT-BRUTO(WRK-IDX-FATURA) TO WRK-VALOR1-ED
                 MOVE FAT-TRILHA-BRUTO(WRK-IDX-FATURA)
                   TO WRK-VALOR2-ED
                 MOVE "FRETE BRUTO" TO WRK-PART-HISTORICO
                 PERFORM 0012-LINHA-DIVERGENCIA
               END-IF
               IF FAT-ESTORNOS(WRK-IDX-FATURA) NOT EQUAL
                    FAT-TRILHA-ESTORNOS(WRK-IDX-FATURA)
                 ADD 1 TO WRK-QTD-DIVERGENCIAS
                 MOVE FAT-ESTORNOS(WRK-IDX-FATURA) TO WRK-VALOR1-ED
                 MOVE FAT-TRILHA-ESTORNOS(WRK-IDX-FATURA)
                   TO WRK-VALOR2-ED
                 MOVE "ESTORNOS" TO WRK-PART-HISTORICO
                 PERFORM 0012-LINHA-DIVERGENCIA
               END-IF
               COMPUTE WRK-DEVIDO-CALC =
                   FAT-BRUTO(WRK-IDX-FATURA)
                   - FAT-ESTORNOS(WRK-IDX-FATURA)
                   + FAT-ENCARGOS(WRK-IDX-FATURA)
                   - FAT-BONIFICACAO(WRK-IDX-FATURA)
               IF WRK-DEVIDO-CALC NOT EQUAL FAT-DEVIDO(WRK-IDX-FATURA)
                 ADD 1 TO WRK-QTD-DIVERGENCIAS
                 MOVE FAT-DEVIDO(WRK-IDX-FATURA) TO WRK-VALOR1-ED
                 MOVE WRK-DEVIDO-CALC TO WRK-VALOR2-ED
                 MOVE "TOTAL DEVIDO" TO WRK-PART-HISTORICO
                 PERFORM 0012-LINHA-DIVERGENCIA
               END-IF
             END-IF
           END-PERFORM
           MOVE WRK-QTD-DIVERGENCIAS TO WRK-QTD-ED
           STRING "FATURAS CONFERIDAS CONTRA A TRILHA, DIVERGENCIAS: "
                                  DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO.

       0012-LINHA-DIVERGENCIA SECTION.

           STRING "FATURA "      DELIMITED BY SIZE
                  FAT-NUMERO(WRK-IDX-FATURA)  DELIMITED BY SIZE
                  " CLIENTE "    DELIMITED BY SIZE
                  FAT-CLIENTE(WRK-IDX-FATURA) DELIMITED BY SIZE
                  " FILIAL "     DELIMITED BY SIZE
                  FAT-FILIAL(WRK-IDX-FATURA)  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-PART-HISTORICO DELIMITED BY "  "
                  " NO HISTORICO " DELIMITED BY SIZE
                  WRK-VALOR1-ED  DELIMITED BY SIZE
                  " CALCULADO "  DELIMITED BY SIZE
                  WRK-VALOR2-ED  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO.

      *================================================================
      *    PARTIDAS DOBRADAS
      *================================================================
       0020-MONTA-PARTIDAS SECTION.

           MOVE ZERO TO WRK-QTD-PARTIDAS
           MOVE ZERO TO WRK-QTD-SEM-CONTA
           MOVE ZERO TO WRK-TOTAL-DEBITOS
           MOVE ZERO TO WRK-TOTAL-CREDITOS
           MOVE ZERO TO WRK-TOT-RECEITA
           MOVE ZERO TO WRK-TOT-ESTORNOS
           MOVE ZERO TO WRK-TOT-SEGURO
           MOVE ZERO TO WRK-TOT-ENCARGOS
           MOVE ZERO TO WRK-TOT-BONIFICACAO
           MOVE ZERO TO WRK-TOT-RECEB
           MOVE ZERO TO WRK-TOT-CUSTO
           MOVE ZERO TO WRK-TOT-SINISTROS

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                     UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
             IF FAT-TEM-HIST(WRK-IDX-FATURA) EQUAL "S"
               PERFORM 0021-PARTIDAS-FATURA
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-RECEB FROM 1 BY 1
                     UNTIL WRK-IDX-RECEB > WRK-QTD-RECEB
             MOVE RCB-FILIAL(WRK-IDX-RECEB) TO WRK-FILIAL-MAPA
             PERFORM 0025-RESOLVE-MAPA
             MOVE RCB-VALOR(WRK-IDX-RECEB) TO WRK-PART-VALOR
             ADD RCB-VALOR(WRK-IDX-RECEB)  TO WRK-TOT-RECEB
             MOVE MAPA-BANCO(WRK-ACHOU-MAPA)    TO WRK-PART-DEBITO
             MOVE MAPA-CLIENTES(WRK-ACHOU-MAPA) TO WRK-PART-CREDITO
             MOVE "RECEBIMENTOS DE CLIENTES"    TO WRK-PART-HISTORICO
             PERFORM 0090-PARTIDA
           END-PERFORM

      *    O ACERTO NAO TEM FILIAL: VALE A LINHA PADRAO DO MAPA.
           MOVE SPACE TO WRK-FILIAL-MAPA
           PERFORM 0025-RESOLVE-MAPA
           PERFORM VARYING WRK-IDX-ACERTO FROM 1 BY 1
                     UNTIL WRK-IDX-ACERTO > WRK-QTD-ACERTOS
             MOVE ACT-CUSTO(WRK-IDX-ACERTO) TO WRK-PART-VALOR
             ADD ACT-CUSTO(WRK-IDX-ACERTO)  TO WRK-TOT-CUSTO
             MOVE MAPA-CUSTO-TRANSP(WRK-ACHOU-MAPA) TO WRK-PART-DEBITO
             MOVE MAPA-TRANSP-PAGAR(WRK-ACHOU-MAPA)
               TO WRK-PART-CREDITO
             MOVE SPACE TO WRK-PART-HISTORICO
             STRING "CUSTO TRANSPORTADORA " DELIMITED BY SIZE
                    ACT-COD(WRK-IDX-ACERTO) DELIMITED BY SIZE
               INTO WRK-PART-HISTORICO
             END-STRING
             PERFORM 0090-PARTIDA

             MOVE ACT-SINISTROS(WRK-IDX-ACERTO) TO WRK-PART-VALOR
             ADD ACT-SINISTROS(WRK-IDX-ACERTO)  TO WRK-TOT-SINISTROS
             MOVE MAPA-TRANSP-PAGAR(WRK-ACHOU-MAPA) TO WRK-PART-DEBITO
             MOVE MAPA-RECUP-SINISTRO(WRK-ACHOU-MAPA)
               TO WRK-PART-CREDITO
             MOVE SPACE TO WRK-PART-HISTORICO
             STRING "SINISTRO ABATIDO " DELIMITED BY SIZE
                    ACT-COD(WRK-IDX-ACERTO) DELIMITED BY SIZE
               INTO WRK-PART-HISTORICO
             END-STRING
             PERFORM 0090-PARTIDA
           END-PERFORM.

       0021-PARTIDAS-FATURA SECTION.

           MOVE FAT-FILIAL(WRK-IDX-FATURA) TO WRK-FILIAL-MAPA
           PERFORM 0025-RESOLVE-MAPA

           MOVE FAT-BRUTO(WRK-IDX-FATURA) TO WRK-PART-VALOR
           ADD FAT-BRUTO(WRK-IDX-FATURA)  TO WRK-TOT-RECEITA
           MOVE MAPA-CLIENTES(WRK-ACHOU-MAPA)      TO WRK-PART-DEBITO
           MOVE MAPA-RECEITA-FRETE(WRK-ACHOU-MAPA) TO WRK-PART-CREDITO
           MOVE "RECEITA DE FRETE FAT " TO WRK-PART-HISTORICO
           MOVE FAT-NUMERO(WRK-IDX-FATURA) TO WRK-PART-HISTORICO(22:7)
           PERFORM 0090-PARTIDA

      *    ESTORNO REVERTE A RECEITA: DEBITO NA RECEITA DE FRETE.
           MOVE FAT-ESTORNOS(WRK-IDX-FATURA) TO WRK-PART-VALOR
           ADD FAT-ESTORNOS(WRK-IDX-FATURA)  TO WRK-TOT-ESTORNOS
           MOVE MAPA-RECEITA-FRETE(WRK-ACHOU-MAPA) TO WRK-PART-DEBITO
           MOVE MAPA-CLIENTES(WRK-ACHOU-MAPA)      TO WRK-PART-CREDITO
           MOVE "ESTORNO DE FRETE FAT " TO WRK-PART-HISTORICO
           MOVE FAT-NUMERO(WRK-IDX-FATURA) TO WRK-PART-HISTORICO(22:7)
           PERFORM 0090-PARTIDA

           MOVE FAT-SEGURO(WRK-IDX-FATURA) TO WRK-PART-VALOR
           ADD FAT-SEGURO(WRK-IDX-FATURA)  TO WRK-TOT-SEGURO
           MOVE MAPA-CLIENTES(WRK-ACHOU-MAPA)       TO WRK-PART-DEBITO
           MOVE MAPA-RECEITA-SEGURO(WRK-ACHOU-MAPA) TO WRK-PART-CREDITO
           MOVE "RECEITA DE SEGURO FAT " TO WRK-PART-HISTORICO
           MOVE FAT-NUMERO(WRK-IDX-FATURA) TO WRK-PART-HISTORICO(23:7)
           PERFORM 0090-PARTIDA

           MOVE FAT-ENCARGOS(WRK-IDX-FATURA) TO WRK-PART-VALOR
           ADD FAT-ENCARGOS(WRK-IDX-FATURA)  TO WRK-TOT-ENCARGOS
           MOVE MAPA-CLIENTES(WRK-ACHOU-MAPA) TO WRK-PART-DEBITO
           MOVE MAPA-RECEITA-ENCARGOS(WRK-ACHOU-MAPA)
             TO WRK-PART-CREDITO
           MOVE "ENCARGOS ATRASO FAT " TO WRK-PART-HISTORICO
           MOVE FAT-NUMERO(WRK-IDX-FATURA) TO WRK-PART-HISTORICO(21:7)
           PERFORM 0090-PARTIDA

      *    BONIFICACAO POR VOLUME DEDUZ A RECEITA, COMO O ESTORNO.
           MOVE FAT-BONIFICACAO(WRK-IDX-FATURA) TO WRK-PART-VALOR
           ADD FAT-BONIFICACAO(WRK-IDX-FATURA)  TO WRK-TOT-BONIFICACAO
           MOVE MAPA-RECEITA-FRETE(WRK-ACHOU-MAPA) TO WRK-PART-DEBITO
           MOVE MAPA-CLIENTES(WRK-ACHOU-MAPA)      TO WRK-PART-CREDITO
           MOVE "BONIF. VOLUME FAT " TO WRK-PART-HISTORICO
           MOVE FAT-NUMERO(WRK-IDX-FATURA) TO WRK-PART-HISTORICO(19:7)
           PERFORM 0090-PARTIDA.

       0025-RESOLVE-MAPA SECTION.

      *    SEM LINHA PROPRIA DA FILIAL, VALE A LINHA PADRAO (FILIAL EM
      *    BRANCO); SEM PADRAO, A PRIMEIRA LINHA, COM AVISO.
           MOVE ZERO TO WRK-ACHOU-MAPA
           PERFORM VARYING WRK-IDX-MAPA FROM 1 BY 1
                     UNTIL WRK-IDX-MAPA > WRK-QTD-MAPA
             IF MAPA-FILIAL(WRK-IDX-MAPA) EQUAL WRK-FILIAL-MAPA
               MOVE WRK-IDX-MAPA TO WRK-ACHOU-MAPA
               MOVE WRK-QTD-MAPA TO WRK-IDX-MAPA
             END-IF
           END-PERFORM
           IF WRK-ACHOU-MAPA EQUAL ZERO
             PERFORM VARYING WRK-IDX-MAPA FROM 1 BY 1
                       UNTIL WRK-IDX-MAPA > WRK-QTD-MAPA
               IF MAPA-FILIAL(WRK-IDX-MAPA) EQUAL SPACE
                 MOVE WRK-IDX-MAPA TO WRK-ACHOU-MAPA
                 MOVE WRK-QTD-MAPA TO WRK-IDX-MAPA
               END-IF
             END-PERFORM
           END-IF
           IF WRK-ACHOU-MAPA EQUAL ZERO
             IF NOT GRAVAR-PARTIDAS
               DISPLAY "FILIAL SEM MAPA E SEM PADRAO: "
                       WRK-FILIAL-MAPA
                       ", USANDO A PRIMEIRA LINHA DO MAPA"
             END-IF
             MOVE 1 TO WRK-ACHOU-MAPA
           END-IF
           MOVE WRK-FILIAL-MAPA TO WRK-PART-FILIAL.

      *    GERA UMA PARTIDA (DEBITO E CREDITO DO MESMO VALOR). VALOR
      *    NEGATIVO INVERTE AS CONTAS; VALOR ZERO NAO GERA PARTIDA.
       0090-PARTIDA SECTION.

           IF WRK-PART-VALOR LESS ZERO
             MOVE WRK-PART-DEBITO  TO WRK-PART-TROCA
             MOVE WRK-PART-CREDITO TO WRK-PART-DEBITO
             MOVE WRK-PART-TROCA   TO WRK-PART-CREDITO
             COMPUTE WRK-PART-VALOR = ZERO - WRK-PART-VALOR
           END-IF
           IF WRK-PART-VALOR GREATER ZERO
             ADD 1 TO WRK-QTD-PARTIDAS
             IF WRK-PART-DEBITO EQUAL SPACE
               OR WRK-PART-CREDITO EQUAL SPACE
               ADD 1 TO WRK-QTD-SEM-CONTA
               IF NOT GRAVAR-PARTIDAS
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "PARTIDA SEM CONTA NO MAPA: " DELIMITED BY SIZE
                        WRK-PART-HISTORICO DELIMITED BY SIZE
                        " FILIAL "         DELIMITED BY SIZE
                        WRK-PART-FILIAL    DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0091-GRAVA-RELATORIO
               END-IF
             END-IF
             ADD WRK-PART-VALOR TO WRK-TOTAL-DEBITOS
             ADD WRK-PART-VALOR TO WRK-TOTAL-CREDITOS
             IF GRAVAR-PARTIDAS
               MOVE WRK-COMPETENCIA-NUM TO LANC-COMPETENCIA
               MOVE WRK-QTD-PARTIDAS    TO LANC-PARTIDA
               MOVE WRK-PART-FILIAL     TO LANC-FILIAL
               MOVE WRK-PART-VALOR      TO LANC-VALOR
               MOVE WRK-PART-HISTORICO  TO LANC-HISTORICO
               MOVE WRK-PART-DEBITO     TO LANC-CONTA
               MOVE "D"                 TO LANC-NATUREZA
               WRITE REG-CONTABIL-FRETE
               MOVE WRK-PART-CREDITO    TO LANC-CONTA
               MOVE "C"                 TO LANC-NATUREZA
               WRITE REG-CONTABIL-FRETE
               ADD 2 TO WRK-QTD-LANCADOS
             END-IF
           END-IF.

       0030-IMPRIME-TOTAIS SECTION.

           COMPUTE WRK-TOTAL-DEVIDO-LANC =
               WRK-TOT-RECEITA - WRK-TOT-ESTORNOS + WRK-TOT-ENCARGOS
               - WRK-TOT-BONIFICACAO
           MOVE WRK-TOTAL-DEVIDO-HIST TO WRK-TOTAL-ED
           STRING "TOTAL DEVIDO DAS FATURAS (HISTORICO)....: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOTAL-DEVIDO-LANC TO WRK-TOTAL-ED
           STRING "FRETE - ESTORNOS + ENCARGOS - BONIF.....: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           IF WRK-TOTAL-DEVIDO-LANC NOT EQUAL WRK-TOTAL-DEVIDO-HIST
             ADD 1 TO WRK-QTD-DIVERGENCIAS
             MOVE "*** TOTAL EXPORTADO NAO FECHA COM O HISTORICO"
               TO WRK-LINHA-REL
             PERFORM 0091-GRAVA-RELATORIO
           END-IF
           MOVE WRK-TOT-RECEITA TO WRK-TOTAL-ED
           STRING "RECEITA DE FRETE.........................: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOT-ESTORNOS TO WRK-TOTAL-ED
           STRING "ESTORNOS (REVERSAO DE RECEITA)...........: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOT-SEGURO TO WRK-TOTAL-ED
           STRING "RECEITA DE SEGURO (GRIS).................: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOT-ENCARGOS TO WRK-TOTAL-ED
           STRING "ENCARGOS POR ATRASO......................: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOT-BONIFICACAO TO WRK-TOTAL-ED
           STRING "BONIFICACAO POR VOLUME (DEDUCAO RECEITA).: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOT-RECEB TO WRK-TOTAL-ED
           STRING "RECEBIMENTOS DO MES......................: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOT-CUSTO TO WRK-TOTAL-ED
           STRING "CUSTO DE TRANSPORTADORAS (ACERTOS).......: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOT-SINISTROS TO WRK-TOTAL-ED
           STRING "SINISTROS ABATIDOS NOS ACERTOS...........: "
                                 DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO
           MOVE WRK-TOTAL-DEBITOS  TO WRK-DEB-ED
           MOVE WRK-TOTAL-CREDITOS TO WRK-CRED-ED
           MOVE WRK-QTD-PARTIDAS   TO WRK-QTD-ED
           STRING "PARTIDAS: "      DELIMITED BY SIZE
                  WRK-QTD-ED        DELIMITED BY SIZE
                  " DEBITOS: "      DELIMITED BY SIZE
                  WRK-DEB-ED        DELIMITED BY SIZE
                  " CREDITOS: "     DELIMITED BY SIZE
                  WRK-CRED-ED       DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0091-GRAVA-RELATORIO.

       0091-GRAVA-RELATORIO SECTION.

           MOVE WRK-LINHA-REL TO REG-CONTABIL-FRETE-REL
           WRITE REG-CONTABIL-FRETE-REL
           MOVE SPACE TO WRK-LINHA-REL.

       0092-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "CONTABIL-FRT"       TO RPED-JOB
           MOVE "CONTABIL-FRETE-REL" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM CONTABIL-FRETE.
