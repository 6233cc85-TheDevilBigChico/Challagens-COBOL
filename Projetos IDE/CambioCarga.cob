       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CAMBIO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CARGA AUTOMATICA DAS TAXAS DE CAMBIO DO DIA. LE O
      *==            ARQUIVO DE TAXAS PUBLICADO PELO BANCO CENTRAL
      *==            (CAMBIO-BACEN, UMA LINHA POR MOEDA, CAMPOS
      *==            SEPARADOS POR ";": DDMMAAAA;CODIGO;TIPO;MOEDA;
      *==            TAXA COMPRA;TAXA VENDA;PARIDADE COMPRA;PARIDADE
      *==            VENDA, DECIMAIS COM VIRGULA) E CARREGA NO
      *==            CAMBIO-TAXAS, COM A DATA DA PUBLICACAO, A TAXA DE
      *==            VENDA DE CADA MOEDA QUE A EMPRESA USA (AS QUE JA
      *==            ESTAO NO CAMBIO-TAXAS E AS DOS DETALHES DO
      *==            FRETE-TRANS PENDENTE). CADA TAXA CARREGADA VAI
      *==            TAMBEM PARA O CAMBIO-HISTORICO (LEIAUTE
      *==            CAMBIO-HIST), QUE GUARDA O HISTORICO COMPLETO; O
      *==            CAMBIO-TAXAS FICA SO COM AS DUAS DATAS MAIS
      *==            RECENTES DE CADA MOEDA CARREGADA, O QUE BASTA AO
      *==            CALCULO-FRETE (TAXA VIGENTE E ANTERIOR). A
      *==            VARIACAO ACIMA DE PARAM-CAMBIO-TOLER-REG
      *==            (FRETE-PARAMETROS) E A MOEDA DO FRETE-TRANS SEM
      *==            TAXA NA PUBLICACAO SAEM NO CAMBIO-RELATORIO
      *==            E NO ARQUIVO ALERTAS. TODA INCLUSAO, CORRECAO E
      *==            EXPURGO NO CAMBIO-TAXAS FICA NO FRETE-REF-LOG COM
      *==            O OPERADOR "CARGA-BCB".
      *== DATA: 15/10/2026
      *== OBS: RODA NA NOITE ANTES DO CALCULO-FRETE: NO DISPARA-NOTURNO,
      *==      ENTRADA DE DEPENDENCIAS COM O JOB "CAMBIO", PROGRAMA
      *==      CARGA-CAMBIO E RETURN-CODE MAXIMO 04, E O JOB "FRETE"
      *==      COM "CAMBIO" ENTRE OS PREDECESSORES.
      *== OBS: A TAXA VEM DA FONTE OFICIAL E NAO PASSA PELA APROVACAO DO
      *==      SUPERVISOR DA MANUTENCAO-FRETE; O LOG FICA SEM
      *==      APROVADOR.
      *== OBS: RETURN-CODE 4 COM AVISO (VARIACAO, MOEDA SEM TAXA,
      *==      LINHA INVALIDA); 8 SEM A PUBLICACAO, COM O CAMBIO-TAXAS
      *==      MAIOR QUE A TABELA (NADA E REGRAVADO) OU COM A TABELA
      *==      CHEIA NA INCLUSAO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-BACEN ASSIGN TO "CAMBIO-BACEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACEN.
           SELECT CAMBIO-TAXAS ASSIGN TO "CAMBIO-TAXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAMBIO.
           SELECT CAMBIO-HISTORICO ASSIGN TO "CAMBIO-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT FRETE-TRANS ASSIGN TO "FRETE-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           SELECT FRETE-PARAMETROS ASSIGN TO "FRETE-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT FRETE-REF-LOG ASSIGN TO "FRETE-REF-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT JOB-STATUS ASSIGN TO "JOB-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JOB.
           SELECT CAMBIO-RELATORIO
               ASSIGN TO "CAMBIO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-BACEN.
       01  REG-CAMBIO-BACEN        PIC X(200).

       FD  CAMBIO-TAXAS.
       01  REG-CAMBIO-TAXA.
           05 CAMBIO-MOEDA-REG     PIC X(03).
           05 CAMBIO-TAXA-REG      PIC 9(03)V9999.
           05 CAMBIO-DATA-REG      PIC 9(08).

       FD  CAMBIO-HISTORICO.
       01  REG-CAMBIO-HIST.
           COPY CAMBIO-HIST.

       FD  FRETE-TRANS.
       01  REG-FRETE-TRANS.
           05 TRANS-REGISTRO       PIC X(01).
           05 FILLER               PIC X(55).
           05 TRANS-MOEDA          PIC X(03).
           05 FILLER               PIC X(58).

       FD  FRETE-PARAMETROS.
       01  REG-FRETE-PARAMETRO.
           COPY FRETE-PARAM.

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

       FD  ALERTAS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  JOB-STATUS.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  CAMBIO-RELATORIO.
       01  REG-CAMBIO-REL          PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-BACEN PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CAMBIO PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-HIST  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-TRANS PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-JOB   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-RC-FINAL     PIC 9(02)            VALUE ZERO.
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-CAMBIO-TOLER PIC 9V9999           VALUE 0,1000.
       77  WRK-OPERADOR-CARGA PIC X(10)          VALUE "CARGA-BCB".
      *====================== JOB-STATUS =================================
       77  WRK-JSTAT-TIPO   PIC X(01)            VALUE "I".
       77  WRK-JSTAT-QTD    PIC 9(07)            VALUE ZERO.
      *====================== ALERTAS ====================================
       77  WRK-ALERTA-SEV   PIC X(01)            VALUE SPACE.
       77  WRK-ALERTA-MSG   PIC X(60)            VALUE SPACE.
      *====================== FRETE-REF-LOG ==============================
       77  WRK-LOG-ACAO     PIC X(08)            VALUE SPACE.
       77  WRK-LOG-ANTES    PIC X(40)            VALUE SPACE.
       77  WRK-LOG-DEPOIS   PIC X(40)            VALUE SPACE.
      *====================== TAXAS DO CAMBIO-TAXAS ======================
       77  WRK-QTD-TAXAS    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TAXA     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-OUTRA    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-ACHADO   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-ANTERIOR PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-MAIS-NOVAS PIC 9(03)          VALUE ZERO.
       77  WRK-TAXAS-TRUNCADAS PIC X(01)         VALUE "N".
           88 TAXAS-TRUNCADAS                    VALUE "S".
       77  WRK-SEMEIA-HIST  PIC X(01)            VALUE "N".
           88 SEMEIA-HISTORICO                   VALUE "S".
       01  TAB-TAXAS.
           05 TX-ITEM OCCURS 400 TIMES.
              10 TX-REG.
                 15 TX-MOEDA         PIC X(03).
                 15 TX-TAXA          PIC 9(03)V9999.
                 15 TX-DATA          PIC 9(08).
              10 TX-SITUACAO         PIC X(01).
      *====================== MOEDAS EM USO ==============================
       77  WRK-QTD-USO      PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-USO      PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-USO    PIC 9(03)            VALUE ZERO.
       77  WRK-MOEDA-PROCURA PIC X(03)           VALUE SPACE.
       01  TAB-USO.
           05 USO-ITEM OCCURS 100 TIMES.
              10 USO-MOEDA           PIC X(03).
              10 USO-NO-TRANS        PIC X(01).
              10 USO-PUBLICADA       PIC X(01).
              10 USO-CARREGADA       PIC X(01).
      *====================== LINHA DA PUBLICACAO ========================
       01  WRK-CAMPOS-BACEN.
           05 BCB-DATA-TXT          PIC X(08).
           05 BCB-DATA-PARTES REDEFINES BCB-DATA-TXT.
              10 BCB-DIA            PIC 9(02).
              10 BCB-MES            PIC 9(02).
              10 BCB-ANO            PIC 9(04).
           05 BCB-CODIGO            PIC X(05).
           05 BCB-TIPO              PIC X(01).
           05 BCB-MOEDA             PIC X(03).
           05 BCB-COMPRA-TXT        PIC X(20).
           05 BCB-VENDA-TXT         PIC X(20).
       77  WRK-LINHA-VALIDA PIC X(01)            VALUE "N".
           88 LINHA-VALIDA                       VALUE "S".
       77  WRK-DATA-PUB     PIC 9(08)            VALUE ZERO.
       77  WRK-TAXA-COMPRA  PIC 9(03)V9999       VALUE ZERO.
       77  WRK-TAXA-VENDA   PIC 9(03)V9999       VALUE ZERO.
      *====================== CONVERSAO DA TAXA ==========================
       77  WRK-VALOR-TXT    PIC X(20)            VALUE SPACE.
       77  WRK-PARTE-INT    PIC X(20)            VALUE SPACE.
       77  WRK-PARTE-DEC    PIC X(20)            VALUE SPACE.
       77  WRK-TAM-INT      PIC 9(02)            VALUE ZERO.
       77  WRK-TAM-DEC      PIC 9(02)            VALUE ZERO.
       77  WRK-INT-NUM      PIC 9(03)            VALUE ZERO.
       01  WRK-DEC-TXT      PIC X(04)            VALUE "0000".
       01  WRK-DEC-NUM REDEFINES WRK-DEC-TXT     PIC 9(04).
       77  WRK-TAXA-CONV    PIC 9(03)V9999       VALUE ZERO.
       77  WRK-TAXA-OK      PIC X(01)            VALUE "N".
           88 TAXA-CONVERTIDA                    VALUE "S".
      *====================== VARIACAO ===================================
       77  WRK-TAXA-ANT     PIC 9(03)V9999       VALUE ZERO.
       77  WRK-DELTA-TAXA   PIC 9(03)V9999       VALUE ZERO.
       77  WRK-PERC-VAR     PIC 9(05)V99         VALUE ZERO.
       77  WRK-OCORRENCIA   PIC X(40)            VALUE SPACE.
      *====================== CONTADORES =================================
       77  WRK-QTD-LINHAS   PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-INVALIDAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-IGNORADAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-INCLUIDAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-CORRIGIDAS PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-JA-CARREGADAS PIC 9(05)       VALUE ZERO.
       77  WRK-QTD-VARIACOES PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-FALTANTES PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-EXPURGADAS PIC 9(05)          VALUE ZERO.
      *====================== EDICAO =====================================
       77  WRK-TAXA-ED      PIC ZZ9,9999.
       77  WRK-TAXA-ANT-ED  PIC ZZ9,9999.
       77  WRK-PERC-ED      PIC ZZZZ9,99.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-LINHA-ED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           PERFORM 0001-INICIALIZA
           MOVE "I"  TO WRK-JSTAT-TIPO
           MOVE ZERO TO WRK-JSTAT-QTD
           PERFORM 0052-GRAVA-JOB-STATUS

           PERFORM 0002-CARREGA-PARAMETROS
           PERFORM 0003-CARREGA-TAXAS
           PERFORM 0004-CARREGA-MOEDAS-TRANS

           OPEN OUTPUT CAMBIO-RELATORIO
           PERFORM 0005-CABECALHO

           IF TAXAS-TRUNCADAS
             MOVE "CAMBIO-TAXAS MAIOR QUE A TABELA, CARGA CANCELADA"
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
             MOVE "E" TO WRK-ALERTA-SEV
             MOVE "CAMBIO-TAXAS ACIMA DA TABELA, CAMBIO NAO CARREGADO"
               TO WRK-ALERTA-MSG
             PERFORM 0051-GRAVA-ALERTA
             MOVE 8 TO WRK-RC-FINAL
           ELSE
             PERFORM 0006-ABRE-HISTORICO
             OPEN EXTEND FRETE-REF-LOG
             IF WRK-STATUS-LOG EQUAL "35"
               OPEN OUTPUT FRETE-REF-LOG
             END-IF

             OPEN INPUT CAMBIO-BACEN
             IF WRK-STATUS-BACEN EQUAL "35"
               MOVE "PUBLICACAO DO BANCO CENTRAL NAO RECEBIDA"
                 TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
               MOVE "E" TO WRK-ALERTA-SEV
               MOVE "PUBLICACAO DE CAMBIO DO BANCO CENTRAL NAO RECEBIDA"
                 TO WRK-ALERTA-MSG
               PERFORM 0051-GRAVA-ALERTA
               MOVE 8 TO WRK-RC-FINAL
             ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                 READ CAMBIO-BACEN
                   AT END
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                     PERFORM 0010-TRATA-LINHA
                 END-READ
               END-PERFORM
               CLOSE CAMBIO-BACEN
               PERFORM 0020-CHECA-FALTANTES
             END-IF

             IF WRK-QTD-INCLUIDAS GREATER ZERO
               OR WRK-QTD-CORRIGIDAS GREATER ZERO
               PERFORM 0030-EXPURGA-ANTIGAS
               PERFORM 0031-REGRAVA-TAXAS
             END-IF

             CLOSE FRETE-REF-LOG
             CLOSE CAMBIO-HISTORICO
           END-IF

           PERFORM 0040-TOTAIS
           CLOSE CAMBIO-RELATORIO
           PERFORM 0053-REGISTRA-RELATORIO

           MOVE "F" TO WRK-JSTAT-TIPO
           COMPUTE WRK-JSTAT-QTD = WRK-QTD-INCLUIDAS
                                 + WRK-QTD-CORRIGIDAS
           PERFORM 0052-GRAVA-JOB-STATUS

           MOVE WRK-RC-FINAL TO RETURN-CODE
           GOBACK.

       0001-INICIALIZA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE ZERO TO WRK-RC-FINAL
           MOVE ZERO TO WRK-QTD-TAXAS
           MOVE ZERO TO WRK-QTD-USO
           MOVE "N"  TO WRK-TAXAS-TRUNCADAS
           MOVE "N"  TO WRK-SEMEIA-HIST
           MOVE ZERO TO WRK-QTD-LINHAS
           MOVE ZERO TO WRK-QTD-INVALIDAS
           MOVE ZERO TO WRK-QTD-IGNORADAS
           MOVE ZERO TO WRK-QTD-INCLUIDAS
           MOVE ZERO TO WRK-QTD-CORRIGIDAS
           MOVE ZERO TO WRK-QTD-JA-CARREGADAS
           MOVE ZERO TO WRK-QTD-VARIACOES
           MOVE ZERO TO WRK-QTD-FALTANTES
           MOVE ZERO TO WRK-QTD-EXPURGADAS
           MOVE ZERO TO WRK-DATA-PUB.

       0002-CARREGA-PARAMETROS SECTION.

           OPEN INPUT FRETE-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             READ FRETE-PARAMETROS
               NOT AT END
                 IF PARAM-CAMBIO-TOLER-REG NUMERIC
                   AND PARAM-CAMBIO-TOLER-REG GREATER ZERO
                   MOVE PARAM-CAMBIO-TOLER-REG TO WRK-CAMBIO-TOLER
                 END-IF
             END-READ
             CLOSE FRETE-PARAMETROS
           END-IF.

       0003-CARREGA-TAXAS SECTION.

      *    TODO O CAMBIO-TAXAS VAI PARA A TABELA, QUE E REGRAVADA NO
      *    FIM; CADA MOEDA DO ARQUIVO CONTA COMO MOEDA EM USO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CAMBIO-TAXAS
           IF WRK-STATUS-CAMBIO NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CAMBIO-TAXAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-TAXAS NOT LESS 400
                     MOVE "S" TO WRK-TAXAS-TRUNCADAS
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-TAXAS
                     MOVE REG-CAMBIO-TAXA TO TX-REG(WRK-QTD-TAXAS)
                     MOVE SPACE TO TX-SITUACAO(WRK-QTD-TAXAS)
                     MOVE CAMBIO-MOEDA-REG TO WRK-MOEDA-PROCURA
                     PERFORM 0007-GUARDA-MOEDA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CAMBIO-TAXAS
           END-IF.

       0004-CARREGA-MOEDAS-TRANS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT FRETE-TRANS
           IF WRK-STATUS-TRANS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ FRETE-TRANS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF TRANS-REGISTRO EQUAL "D"
                     MOVE TRANS-MOEDA TO WRK-MOEDA-PROCURA
                     PERFORM 0007-GUARDA-MOEDA
                     IF WRK-ACHOU-USO GREATER ZERO
                       MOVE "S" TO USO-NO-TRANS(WRK-ACHOU-USO)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-TRANS
           END-IF.

       0005-CABECALHO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "CARGA DAS TAXAS DE CAMBIO DO BANCO CENTRAL - "
                    DELIMITED BY SIZE
                  "EMITIDA EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-CAMBIO-TOLER TO WRK-TAXA-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOLERANCIA DE VARIACAO (FRETE-PARAMETROS): "
                    DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           STRING "MOEDA PUBLICACAO  TAXA ANTER.   TAXA NOVA  VARIACAO%"
                    DELIMITED BY SIZE
                  "  OCORRENCIA" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA.

       0006-ABRE-HISTORICO SECTION.

      *    SEM O HISTORICO (PRIMEIRA CARGA), ELE NASCE COM AS TAXAS QUE
      *    JA ESTAVAM NO CAMBIO-TAXAS, PARA NADA SE PERDER NO EXPURGO.
           OPEN EXTEND CAMBIO-HISTORICO
           IF WRK-STATUS-HIST EQUAL "35"
             OPEN OUTPUT CAMBIO-HISTORICO
             MOVE "S" TO WRK-SEMEIA-HIST
           END-IF
           IF SEMEIA-HISTORICO
             PERFORM VARYING WRK-IDX-TAXA FROM 1 BY 1
                       UNTIL WRK-IDX-TAXA > WRK-QTD-TAXAS
               IF TX-DATA(WRK-IDX-TAXA) NUMERIC
                 AND TX-TAXA(WRK-IDX-TAXA) NUMERIC
                 MOVE TX-DATA(WRK-IDX-TAXA)  TO CHIST-DATA
                 MOVE TX-MOEDA(WRK-IDX-TAXA) TO CHIST-MOEDA
                 MOVE ZERO                   TO CHIST-TAXA-COMPRA
                 MOVE TX-TAXA(WRK-IDX-TAXA)  TO CHIST-TAXA-VENDA
                 MOVE "M"                    TO CHIST-ORIGEM
                 MOVE WRK-DATA-SISTEMA       TO CHIST-DATA-CARGA
                 MOVE WRK-HORA-SISTEMA       TO CHIST-HORA-CARGA
                 WRITE REG-CAMBIO-HIST
               END-IF
             END-PERFORM
           END-IF.

       0007-GUARDA-MOEDA SECTION.

           MOVE ZERO TO WRK-ACHOU-USO
           IF WRK-MOEDA-PROCURA NOT EQUAL SPACE
             AND WRK-MOEDA-PROCURA NOT EQUAL "BRL"
             PERFORM 0008-PROCURA-MOEDA
             IF WRK-ACHOU-USO EQUAL ZERO
               IF WRK-QTD-USO NOT LESS 100
                 DISPLAY "TAB-USO CHEIA, MOEDA FORA DA CARGA: "
                         WRK-MOEDA-PROCURA
               ELSE
                 ADD 1 TO WRK-QTD-USO
                 MOVE WRK-QTD-USO TO WRK-ACHOU-USO
                 MOVE WRK-MOEDA-PROCURA TO USO-MOEDA(WRK-ACHOU-USO)
                 MOVE "N" TO USO-NO-TRANS(WRK-ACHOU-USO)
                 MOVE "N" TO USO-PUBLICADA(WRK-ACHOU-USO)
                 MOVE "N" TO USO-CARREGADA(WRK-ACHOU-USO)
               END-IF
             END-IF
           END-IF.

       0008-PROCURA-MOEDA SECTION.

           MOVE ZERO TO WRK-ACHOU-USO
           PERFORM VARYING WRK-IDX-USO FROM 1 BY 1
                     UNTIL WRK-IDX-USO > WRK-QTD-USO
             IF USO-MOEDA(WRK-IDX-USO) EQUAL WRK-MOEDA-PROCURA
               MOVE WRK-IDX-USO TO WRK-ACHOU-USO
               MOVE WRK-QTD-USO TO WRK-IDX-USO
             END-IF
           END-PERFORM.

       0010-TRATA-LINHA SECTION.

           ADD 1 TO WRK-QTD-LINHAS
           IF REG-CAMBIO-BACEN NOT EQUAL SPACE
             MOVE SPACE TO WRK-CAMPOS-BACEN
             UNSTRING REG-CAMBIO-BACEN DELIMITED BY ";"
               INTO BCB-DATA-TXT BCB-CODIGO BCB-TIPO BCB-MOEDA
                    BCB-COMPRA-TXT BCB-VENDA-TXT
             END-UNSTRING
             PERFORM 0011-VALIDA-LINHA
             IF NOT LINHA-VALIDA
               ADD 1 TO WRK-QTD-INVALIDAS
               MOVE WRK-QTD-LINHAS TO WRK-LINHA-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "LINHA " DELIMITED BY SIZE
                      WRK-LINHA-ED DELIMITED BY SIZE
                      " INVALIDA NA PUBLICACAO: " DELIMITED BY SIZE
                      REG-CAMBIO-BACEN(1:60) DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0050-IMPRIME-LINHA
               IF WRK-RC-FINAL LESS 4
                 MOVE 4 TO WRK-RC-FINAL
               END-IF
             ELSE
               MOVE BCB-MOEDA TO WRK-MOEDA-PROCURA
               PERFORM 0008-PROCURA-MOEDA
               IF WRK-ACHOU-USO EQUAL ZERO
                 ADD 1 TO WRK-QTD-IGNORADAS
               ELSE
                 MOVE "S" TO USO-PUBLICADA(WRK-ACHOU-USO)
                 PERFORM 0012-CARREGA-TAXA
               END-IF
             END-IF
           END-IF.

       0011-VALIDA-LINHA SECTION.

           MOVE "S" TO WRK-LINHA-VALIDA
           IF BCB-DATA-TXT NOT NUMERIC
             MOVE "N" TO WRK-LINHA-VALIDA
           ELSE
             IF BCB-DIA LESS 1 OR BCB-DIA GREATER 31
               OR BCB-MES LESS 1 OR BCB-MES GREATER 12
               MOVE "N" TO WRK-LINHA-VALIDA
             ELSE
               COMPUTE WRK-DATA-PUB = BCB-ANO * 10000
                                    + BCB-MES * 100
                                    + BCB-DIA
             END-IF
           END-IF
           IF BCB-MOEDA EQUAL SPACE
             MOVE "N" TO WRK-LINHA-VALIDA
           END-IF

           MOVE BCB-VENDA-TXT TO WRK-VALOR-TXT
           PERFORM 0013-CONVERTE-TAXA
           IF TAXA-CONVERTIDA AND WRK-TAXA-CONV GREATER ZERO
             MOVE WRK-TAXA-CONV TO WRK-TAXA-VENDA
           ELSE
             MOVE "N" TO WRK-LINHA-VALIDA
           END-IF

      *    A TAXA DE COMPRA SO VAI PARA O HISTORICO; ILEGIVEL, VAI ZERO.
           MOVE BCB-COMPRA-TXT TO WRK-VALOR-TXT
           PERFORM 0013-CONVERTE-TAXA
           IF TAXA-CONVERTIDA
             MOVE WRK-TAXA-CONV TO WRK-TAXA-COMPRA
           ELSE
             MOVE ZERO TO WRK-TAXA-COMPRA
           END-IF.

       0013-CONVERTE-TAXA SECTION.

      *    "5,4327" -> 005,4327: PARTE INTEIRA ATE 3 DIGITOS, DECIMAIS
      *    ALEM DA QUARTA CASA SAO DESPREZADAS.
           MOVE "N"   TO WRK-TAXA-OK
           MOVE ZERO  TO WRK-TAXA-CONV
           MOVE SPACE TO WRK-PARTE-INT
           MOVE SPACE TO WRK-PARTE-DEC
           MOVE ZERO  TO WRK-TAM-INT
           MOVE ZERO  TO WRK-TAM-DEC
           UNSTRING WRK-VALOR-TXT DELIMITED BY "," OR "." OR SPACE
             INTO WRK-PARTE-INT COUNT IN WRK-TAM-INT
                  WRK-PARTE-DEC COUNT IN WRK-TAM-DEC
           END-UNSTRING
           IF WRK-TAM-INT GREATER ZERO AND WRK-TAM-INT NOT GREATER 3
             IF WRK-PARTE-INT(1:WRK-TAM-INT) NUMERIC
               MOVE "S" TO WRK-TAXA-OK
               MOVE WRK-PARTE-INT(1:WRK-TAM-INT) TO WRK-INT-NUM
               MOVE "0000" TO WRK-DEC-TXT
               IF WRK-TAM-DEC GREATER 4
                 MOVE 4 TO WRK-TAM-DEC
               END-IF
               IF WRK-TAM-DEC GREATER ZERO
                 IF WRK-PARTE-DEC(1:WRK-TAM-DEC) NUMERIC
                   MOVE WRK-PARTE-DEC(1:WRK-TAM-DEC)
                     TO WRK-DEC-TXT(1:WRK-TAM-DEC)
                 ELSE
                   MOVE "N" TO WRK-TAXA-OK
                 END-IF
               END-IF
               IF TAXA-CONVERTIDA
                 COMPUTE WRK-TAXA-CONV = WRK-INT-NUM
                                       + WRK-DEC-NUM / 10000
               END-IF
             END-IF
           END-IF.

       0012-CARREGA-TAXA SECTION.

      *    MESMA MOEDA E DATA JA NO CAMBIO-TAXAS: TAXA IGUAL E RECARGA
      *    (NADA A FAZER), DIFERENTE E CORRECAO DA PUBLICACAO. A
      *    VARIACAO E CONTRA A TAXA DA DATA ANTERIOR MAIS RECENTE.
           MOVE ZERO TO WRK-IDX-ACHADO
           MOVE ZERO TO WRK-IDX-ANTERIOR
           PERFORM VARYING WRK-IDX-TAXA FROM 1 BY 1
                     UNTIL WRK-IDX-TAXA > WRK-QTD-TAXAS
             IF TX-MOEDA(WRK-IDX-TAXA) EQUAL BCB-MOEDA
               AND TX-DATA(WRK-IDX-TAXA) NUMERIC
               AND TX-TAXA(WRK-IDX-TAXA) NUMERIC
               IF TX-DATA(WRK-IDX-TAXA) EQUAL WRK-DATA-PUB
                 MOVE WRK-IDX-TAXA TO WRK-IDX-ACHADO
               ELSE
                 IF TX-DATA(WRK-IDX-TAXA) LESS WRK-DATA-PUB
                   IF WRK-IDX-ANTERIOR EQUAL ZERO
                     MOVE WRK-IDX-TAXA TO WRK-IDX-ANTERIOR
                   ELSE
                     IF TX-DATA(WRK-IDX-TAXA)
                          GREATER TX-DATA(WRK-IDX-ANTERIOR)
                       MOVE WRK-IDX-TAXA TO WRK-IDX-ANTERIOR
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           IF WRK-IDX-ANTERIOR GREATER ZERO
             MOVE TX-TAXA(WRK-IDX-ANTERIOR) TO WRK-TAXA-ANT
           ELSE
             MOVE ZERO TO WRK-TAXA-ANT
           END-IF

           EVALUATE TRUE
             WHEN WRK-IDX-ACHADO GREATER ZERO
               AND TX-TAXA(WRK-IDX-ACHADO) EQUAL WRK-TAXA-VENDA
               ADD 1 TO WRK-QTD-JA-CARREGADAS
               MOVE "JA CARREGADA" TO WRK-OCORRENCIA
               PERFORM 0015-IMPRIME-TAXA
             WHEN WRK-IDX-ACHADO GREATER ZERO
               MOVE TX-REG(WRK-IDX-ACHADO) TO WRK-LOG-ANTES
               MOVE WRK-TAXA-VENDA TO TX-TAXA(WRK-IDX-ACHADO)
               MOVE TX-REG(WRK-IDX-ACHADO) TO WRK-LOG-DEPOIS
               MOVE "ALTERAR" TO WRK-LOG-ACAO
               PERFORM 0054-GRAVA-LOG
               PERFORM 0055-GRAVA-HISTORICO
               ADD 1 TO WRK-QTD-CORRIGIDAS
               MOVE "S" TO USO-CARREGADA(WRK-ACHOU-USO)
               MOVE "TAXA CORRIGIDA NA PUBLICACAO" TO WRK-OCORRENCIA
               PERFORM 0014-CHECA-VARIACAO
             WHEN WRK-QTD-TAXAS NOT LESS 400
               MOVE "TAB-TAXAS CHEIA, TAXA NAO CARREGADA"
                 TO WRK-OCORRENCIA
               PERFORM 0015-IMPRIME-TAXA
               MOVE "E" TO WRK-ALERTA-SEV
               MOVE SPACE TO WRK-ALERTA-MSG
               STRING "TAB-TAXAS CHEIA, TAXA DE CAMBIO NAO CARREGADA: "
                        DELIMITED BY SIZE
                      BCB-MOEDA DELIMITED BY SIZE
                 INTO WRK-ALERTA-MSG
               END-STRING
               PERFORM 0051-GRAVA-ALERTA
               MOVE 8 TO WRK-RC-FINAL
             WHEN OTHER
               ADD 1 TO WRK-QTD-TAXAS
               MOVE BCB-MOEDA      TO TX-MOEDA(WRK-QTD-TAXAS)
               MOVE WRK-TAXA-VENDA TO TX-TAXA(WRK-QTD-TAXAS)
               MOVE WRK-DATA-PUB   TO TX-DATA(WRK-QTD-TAXAS)
               MOVE SPACE          TO TX-SITUACAO(WRK-QTD-TAXAS)
               MOVE SPACE TO WRK-LOG-ANTES
               MOVE TX-REG(WRK-QTD-TAXAS) TO WRK-LOG-DEPOIS
               MOVE "INCLUIR" TO WRK-LOG-ACAO
               PERFORM 0054-GRAVA-LOG
               PERFORM 0055-GRAVA-HISTORICO
               ADD 1 TO WRK-QTD-INCLUIDAS
               MOVE "S" TO USO-CARREGADA(WRK-ACHOU-USO)
               MOVE "CARREGADA" TO WRK-OCORRENCIA
               PERFORM 0014-CHECA-VARIACAO
           END-EVALUATE.

       0014-CHECA-VARIACAO SECTION.

           MOVE ZERO TO WRK-DELTA-TAXA
           IF WRK-TAXA-ANT GREATER ZERO
             IF WRK-TAXA-VENDA GREATER WRK-TAXA-ANT
               COMPUTE WRK-DELTA-TAXA =
                   (WRK-TAXA-VENDA - WRK-TAXA-ANT) / WRK-TAXA-ANT
             ELSE
               COMPUTE WRK-DELTA-TAXA =
                   (WRK-TAXA-ANT - WRK-TAXA-VENDA) / WRK-TAXA-ANT
             END-IF
             IF WRK-DELTA-TAXA GREATER WRK-CAMBIO-TOLER
               ADD 1 TO WRK-QTD-VARIACOES
               MOVE "VARIACAO ACIMA DA TOLERANCIA" TO WRK-OCORRENCIA
               MOVE "A" TO WRK-ALERTA-SEV
               MOVE SPACE TO WRK-ALERTA-MSG
               STRING "VARIACAO DE CAMBIO ACIMA DA TOLERANCIA: "
                        DELIMITED BY SIZE
                      BCB-MOEDA DELIMITED BY SIZE
                      " EM " DELIMITED BY SIZE
                      WRK-DATA-PUB DELIMITED BY SIZE
                 INTO WRK-ALERTA-MSG
               END-STRING
               PERFORM 0051-GRAVA-ALERTA
               IF WRK-RC-FINAL LESS 4
                 MOVE 4 TO WRK-RC-FINAL
               END-IF
             END-IF
           END-IF
           PERFORM 0015-IMPRIME-TAXA.

       0015-IMPRIME-TAXA SECTION.

           MOVE WRK-TAXA-ANT   TO WRK-TAXA-ANT-ED
           MOVE WRK-TAXA-VENDA TO WRK-TAXA-ED
           COMPUTE WRK-PERC-VAR = WRK-DELTA-TAXA * 100
           MOVE WRK-PERC-VAR   TO WRK-PERC-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING BCB-MOEDA       DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  WRK-DATA-PUB    DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  WRK-TAXA-ANT-ED DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  WRK-TAXA-ED     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-PERC-ED     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-OCORRENCIA  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE ZERO TO WRK-DELTA-TAXA.

       0020-CHECA-FALTANTES SECTION.

      *    MOEDA EM USO SEM TAXA NA PUBLICACAO: A DO FRETE-TRANS
      *    PENDENTE VAI PARA OS ALERTAS, POIS A NOITE VAI PRECISAR DELA.
           PERFORM VARYING WRK-IDX-USO FROM 1 BY 1
                     UNTIL WRK-IDX-USO > WRK-QTD-USO
             IF USO-PUBLICADA(WRK-IDX-USO) EQUAL "N"
               ADD 1 TO WRK-QTD-FALTANTES
               MOVE SPACE TO WRK-LINHA-REL
               IF USO-NO-TRANS(WRK-IDX-USO) EQUAL "S"
                 STRING USO-MOEDA(WRK-IDX-USO) DELIMITED BY SIZE
                        "   SEM TAXA NA PUBLICACAO - MOEDA EM USO NO "
                          DELIMITED BY SIZE
                        "FRETE-TRANS" DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 MOVE "A" TO WRK-ALERTA-SEV
                 MOVE SPACE TO WRK-ALERTA-MSG
                 STRING "MOEDA DO FRETE-TRANS SEM TAXA NA PUBLICACAO: "
                          DELIMITED BY SIZE
                        USO-MOEDA(WRK-IDX-USO) DELIMITED BY SIZE
                   INTO WRK-ALERTA-MSG
                 END-STRING
                 PERFORM 0051-GRAVA-ALERTA
                 IF WRK-RC-FINAL LESS 4
                   MOVE 4 TO WRK-RC-FINAL
                 END-IF
               ELSE
                 STRING USO-MOEDA(WRK-IDX-USO) DELIMITED BY SIZE
                        "   SEM TAXA NA PUBLICACAO" DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
               END-IF
               PERFORM 0050-IMPRIME-LINHA
             END-IF
           END-PERFORM.

       0030-EXPURGA-ANTIGAS SECTION.

      *    DAS MOEDAS CARREGADAS AGORA, FICAM NO CAMBIO-TAXAS SO AS DUAS
      *    DATAS MAIS RECENTES; AS DEMAIS JA ESTAO NO CAMBIO-HISTORICO.
           PERFORM VARYING WRK-IDX-TAXA FROM 1 BY 1
                     UNTIL WRK-IDX-TAXA > WRK-QTD-TAXAS
             IF TX-DATA(WRK-IDX-TAXA) NUMERIC
               MOVE TX-MOEDA(WRK-IDX-TAXA) TO WRK-MOEDA-PROCURA
               PERFORM 0008-PROCURA-MOEDA
               IF WRK-ACHOU-USO GREATER ZERO
                 IF USO-CARREGADA(WRK-ACHOU-USO) EQUAL "S"
                   PERFORM 0032-CONTA-MAIS-NOVAS
                   IF WRK-QTD-MAIS-NOVAS NOT LESS 2
                     MOVE "E" TO TX-SITUACAO(WRK-IDX-TAXA)
                     MOVE TX-REG(WRK-IDX-TAXA) TO WRK-LOG-ANTES
                     MOVE SPACE TO WRK-LOG-DEPOIS
                     MOVE "EXCLUIR" TO WRK-LOG-ACAO
                     PERFORM 0054-GRAVA-LOG
                     ADD 1 TO WRK-QTD-EXPURGADAS
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       0032-CONTA-MAIS-NOVAS SECTION.

           MOVE ZERO TO WRK-QTD-MAIS-NOVAS
           PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                     UNTIL WRK-IDX-OUTRA > WRK-QTD-TAXAS
             IF TX-MOEDA(WRK-IDX-OUTRA) EQUAL TX-MOEDA(WRK-IDX-TAXA)
               AND TX-DATA(WRK-IDX-OUTRA) NUMERIC
               AND TX-DATA(WRK-IDX-OUTRA)
                     GREATER TX-DATA(WRK-IDX-TAXA)
               ADD 1 TO WRK-QTD-MAIS-NOVAS
             END-IF
           END-PERFORM.

       0031-REGRAVA-TAXAS SECTION.

           OPEN OUTPUT CAMBIO-TAXAS
           PERFORM VARYING WRK-IDX-TAXA FROM 1 BY 1
                     UNTIL WRK-IDX-TAXA > WRK-QTD-TAXAS
             IF TX-SITUACAO(WRK-IDX-TAXA) NOT EQUAL "E"
               MOVE TX-REG(WRK-IDX-TAXA) TO REG-CAMBIO-TAXA
               WRITE REG-CAMBIO-TAXA
             END-IF
           END-PERFORM
           CLOSE CAMBIO-TAXAS.

       0040-TOTAIS SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-LINHAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LINHAS NA PUBLICACAO.........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-INVALIDAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LINHAS INVALIDAS.............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-IGNORADAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "MOEDAS SEM USO NA EMPRESA....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-INCLUIDAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TAXAS CARREGADAS.............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-CORRIGIDAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TAXAS CORRIGIDAS.............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-JA-CARREGADAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TAXAS JA CARREGADAS..........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-VARIACOES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "VARIACOES ACIMA DA TOLERANCIA: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-FALTANTES TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "MOEDAS SEM TAXA NA PUBLICACAO: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-EXPURGADAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TAXAS ANTIGAS EXPURGADAS.....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA

           DISPLAY "TAXAS CARREGADAS: " WRK-QTD-INCLUIDAS
                   " CORRIGIDAS: " WRK-QTD-CORRIGIDAS
                   " VARIACOES: " WRK-QTD-VARIACOES
                   " SEM TAXA: " WRK-QTD-FALTANTES.

       0050-IMPRIME-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-CAMBIO-REL
           WRITE REG-CAMBIO-REL.

       0051-GRAVA-ALERTA SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE "CAMBIO"         TO ALR-JOB
           MOVE WRK-DATA-SISTEMA TO ALR-DATA
           MOVE WRK-HORA-SISTEMA TO ALR-HORA
           MOVE WRK-ALERTA-SEV   TO ALR-SEVERIDADE
           MOVE WRK-ALERTA-MSG   TO ALR-MENSAGEM

           OPEN EXTEND ALERTAS
           IF WRK-STATUS-ALERTAS EQUAL "35"
             OPEN OUTPUT ALERTAS
           END-IF
           WRITE REG-ALERTA
           CLOSE ALERTAS.

       0052-GRAVA-JOB-STATUS SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE "CAMBIO"         TO JSTAT-JOB
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
           MOVE "CAMBIO"           TO RPED-JOB
           MOVE "CAMBIO-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO".

       0054-GRAVA-LOG SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA   TO LOG-DATA
           MOVE WRK-HORA-SISTEMA   TO LOG-HORA
           MOVE WRK-OPERADOR-CARGA TO LOG-OPERADOR
           MOVE "CAMBIO-TAXAS"     TO LOG-ARQUIVO
           MOVE WRK-LOG-ACAO       TO LOG-ACAO
           MOVE WRK-LOG-ANTES      TO LOG-ANTES
           MOVE WRK-LOG-DEPOIS     TO LOG-DEPOIS
           MOVE SPACE              TO LOG-APROVADOR
           WRITE REG-FRETE-REF-LOG.

       0055-GRAVA-HISTORICO SECTION.

           MOVE WRK-DATA-PUB     TO CHIST-DATA
           MOVE BCB-MOEDA        TO CHIST-MOEDA
           MOVE WRK-TAXA-COMPRA  TO CHIST-TAXA-COMPRA
           MOVE WRK-TAXA-VENDA   TO CHIST-TAXA-VENDA
           MOVE "B"              TO CHIST-ORIGEM
           MOVE WRK-DATA-SISTEMA TO CHIST-DATA-CARGA
           MOVE WRK-HORA-SISTEMA TO CHIST-HORA-CARGA
           WRITE REG-CAMBIO-HIST.

       END PROGRAM CARGA-CAMBIO.
