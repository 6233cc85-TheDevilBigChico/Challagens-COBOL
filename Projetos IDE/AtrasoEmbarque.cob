       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRASO-EMBARQUE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LISTA DIARIA DE EMBARQUES ATRASADOS PARA A
      *==            EXPEDICAO COBRAR AS TRANSPORTADORAS ANTES DO
      *==            CLIENTE LIGAR. CRUZA TODAS AS GERACOES DE
      *==            FRETE-SAIDA (DATA PROMETIDA EM SAIDA-DATA-ENTREGA)
      *==            COM OS EVENTOS DE EMBARQUE-EVENTOS E LISTA EM
      *==            ATRASO-RELATORIO, AGRUPADO POR TRANSPORTADORA, CADA
      *==            EMBARQUE AINDA SEM EVENTO "E" (ENTREGUE) COM UM OU
      *==            MAIS DIAS UTEIS DE ATRASO NA DATA DE REFERENCIA,
      *==            CONTADOS NO CALENDARIO (GERA-CALENDARIO): O ULTIMO
      *==            EVENTO REGISTRADO E OS DIAS DE ATRASO. TRANSPORTADORA
      *==            COM MAIS ATRASADOS QUE O LIMITE INFORMADO RECEBE UM
      *==            AVISO EM ALERTAS PARA O ALERTAS-MANHA.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A DATA DE REFERENCIA (EM BRANCO = DATA DO
      *==      SISTEMA) E O LIMITE DE ATRASADOS POR TRANSPORTADORA (EM
      *==      BRANCO = 5). EMBARQUE DEVOLVIDO (EVENTO "D") ENCERRA O
      *==      CICLO E NAO ENTRA NA LISTA; ESTORNOS E EMBARQUES SEM
      *==      TRANSPORTADORA TAMBEM FICAM FORA. HAVENDO AVISO O JOB
      *==      TERMINA COM RETURN-CODE 4; SEM O CALENDARIO NAO HA COMO
      *==      CONTAR DIAS UTEIS E O JOB TERMINA COM RETURN-CODE 8.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EVENTOS DA TRANSFERENCIA POR HUB (H-CHEGADA E
      *==                 S-SAIDA DO HUB) NAO ENCERRAM O CICLO E SAEM
      *==                 DESCRITOS COMO ULTIMO EVENTO.
      *== 15/10/2026 FA  EMISSAO DO ATRASO-RELATORIO REGISTRADA NO
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
           SELECT FRETE-SAIDA ASSIGN TO "FRETE-SAIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SAIDA.
           SELECT EMBARQUE-EVENTOS ASSIGN TO "EMBARQUE-EVENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EVENTOS.
           SELECT CALENDARIO ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CALENDARIO.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT ATRASO-RELATORIO ASSIGN TO "ATRASO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-SAIDA.
       01  REG-FRETE-SAIDA.
           COPY FRETE-SAIDA-REG.
       01  REG-FRETE-SAIDA-HDR.
           COPY FRETE-SAIDA-HDR.

       FD  EMBARQUE-EVENTOS.
       01  REG-EVENTO.
           COPY EMBARQUE-EVT.

       FD  CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-DATA             PIC 9(08).
           05 CAL-DIA-SEMANA       PIC X(12).
           05 CAL-DIA-UTIL         PIC X(01).
           05 CAL-FERIADO-NOME     PIC X(20).
           05 CAL-SEQ-UTIL-MES     PIC 9(02).

       FD  ALERTAS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  ATRASO-RELATORIO.
       01  REG-ATRASO-REL          PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-TRANSPORTADORA  PIC X(04).
           05 SORT-DIAS-ATRASO     PIC 9(04).
           05 SORT-DATA-EMBARQUE   PIC 9(08).
           05 SORT-SEQ             PIC 9(07).
           05 SORT-FILIAL          PIC X(05).
           05 SORT-CLIENTE         PIC 9(05).
           05 SORT-ZONA            PIC X(04).
           05 SORT-PROMETIDA       PIC 9(08).
           05 SORT-ULT-TIPO        PIC X(01).
           05 SORT-ULT-DATA        PIC 9(08).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-SAIDA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-EVENTOS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-CALENDARIO PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-FIM-SAIDA    PIC X(01)            VALUE "N".
       77  WRK-FIM-EVENTOS  PIC X(01)            VALUE "N".
       77  WRK-FIM-CALENDARIO PIC X(01)          VALUE "N".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== PARAMETROS DO DIA ==========================
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-REF-X   PIC X(08)            VALUE SPACE.
       77  WRK-DATA-REF     PIC 9(08)            VALUE ZERO.
       77  WRK-LIMITE-X     PIC X(04)            VALUE SPACE.
       77  WRK-LIMITE       PIC 9(04)            VALUE 5.
       77  WRK-DATA-EMBARQUE PIC 9(08)           VALUE ZERO.
      *====================== DIAS UTEIS DO CALENDARIO ===================
       77  WRK-QTD-UTEIS    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-UTIL     PIC 9(04)            VALUE ZERO.
       77  WRK-ULTIMA-DATA-CAL PIC 9(08)         VALUE ZERO.
       01  TAB-UTEIS.
           05 UTIL-ITEM OCCURS 2000 TIMES
                         INDEXED BY IDX-UTIL.
              10 UTIL-DATA       PIC 9(08).
      *====================== SITUACAO DOS EMBARQUES (EVENTOS) ===========
       77  WRK-QTD-EVT      PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-EVT      PIC 9(05)            VALUE ZERO.
       77  WRK-ACHOU-EVT    PIC 9(05)            VALUE ZERO.
       01  TAB-EVENTOS.
           05 EVT-ITEM OCCURS 5000 TIMES
                         INDEXED BY IDX-EVT.
              10 EVT-TAB-DATA-EMB  PIC 9(08).
              10 EVT-TAB-SEQ       PIC 9(07).
              10 EVT-TAB-ULT-TIPO  PIC X(01).
              10 EVT-TAB-ULT-DATA  PIC 9(08).
              10 EVT-TAB-ULT-HORA  PIC 9(08).
              10 EVT-TAB-ENCERRADO PIC X(01).
      *====================== APURACAO DO ATRASO =========================
       77  WRK-DIAS-ATRASO  PIC 9(04)            VALUE ZERO.
       77  WRK-ULT-TIPO     PIC X(01)            VALUE SPACE.
       77  WRK-ULT-DATA     PIC 9(08)            VALUE ZERO.
       77  WRK-TEXTO-EVENTO PIC X(12)            VALUE SPACE.
       77  WRK-SEQ-BUSCA    PIC 9(07)            VALUE ZERO.
       77  WRK-ULT-DATA-X   PIC X(08)            VALUE SPACE.
      *====================== QUEBRA POR TRANSPORTADORA ==================
       77  WRK-TRANSP-ATUAL PIC X(04)            VALUE SPACE.
       77  WRK-TEM-GRUPO    PIC X(01)            VALUE "N".
       77  WRK-QTD-TRANSP   PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-TOTAL    PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-AVISOS   PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-LIMITE-ED    PIC ZZZ9.
       77  WRK-DIAS-ED      PIC ZZZ9.
       77  WRK-TEXTO-LIMITE PIC X(45)            VALUE SPACE.
      *====================== ALERTA DA MANHA ============================
       77  WRK-ALERTA-SEV   PIC X(01)            VALUE SPACE.
       77  WRK-ALERTA-MSG   PIC X(60)            VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD) "
             ACCEPT WRK-DATA-REF-X
           IF WRK-DATA-REF-X NUMERIC
             MOVE WRK-DATA-REF-X TO WRK-DATA-REF
           ELSE
             MOVE WRK-DATA-SISTEMA TO WRK-DATA-REF
             IF WRK-DATA-REF-X NOT EQUAL SPACE
               DISPLAY "DATA DE REFERENCIA INVALIDA, ASSUMINDO "
                       WRK-DATA-REF
             END-IF
           END-IF
           DISPLAY "LIMITE DE ATRASADOS POR TRANSPORTADORA (9999) "
             ACCEPT WRK-LIMITE-X
           IF WRK-LIMITE-X NUMERIC
             MOVE WRK-LIMITE-X TO WRK-LIMITE
           ELSE
             IF WRK-LIMITE-X NOT EQUAL SPACE
               DISPLAY "LIMITE INVALIDO, ASSUMINDO " WRK-LIMITE
             END-IF
           END-IF

           PERFORM 0001-CARREGA-CALENDARIO
           IF WRK-QTD-UTEIS EQUAL ZERO
             DISPLAY "CALENDARIO INEXISTENTE OU SEM DIAS UTEIS, SEM "
                     "COMO CONTAR O ATRASO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF WRK-ULTIMA-DATA-CAL LESS WRK-DATA-REF
             DISPLAY "CALENDARIO TERMINA EM " WRK-ULTIMA-DATA-CAL
                     ", DIAS POSTERIORES NAO SAO CONTADOS"
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 0002-CARREGA-EVENTOS

           OPEN OUTPUT ATRASO-RELATORIO
           MOVE WRK-LIMITE TO WRK-LIMITE-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMBARQUES ATRASADOS SEM ENTREGA - REFERENCIA "
                    DELIMITED BY SIZE
                  WRK-DATA-REF  DELIMITED BY SIZE
                  " - LIMITE POR TRANSPORTADORA " DELIMITED BY SIZE
                  WRK-LIMITE-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ATRASO-REL
           WRITE REG-ATRASO-REL
           MOVE SPACE TO REG-ATRASO-REL
           WRITE REG-ATRASO-REL

           SORT WRK-SORT
               ASCENDING KEY SORT-TRANSPORTADORA
               DESCENDING KEY SORT-DIAS-ATRASO
               ASCENDING KEY SORT-DATA-EMBARQUE SORT-SEQ
               INPUT PROCEDURE 0003-SELECIONA
               OUTPUT PROCEDURE 0004-IMPRIME

           IF WRK-TEM-GRUPO EQUAL "S"
             PERFORM 0006-FECHA-TRANSPORTADORA
           END-IF

           MOVE WRK-QTD-TOTAL TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DE EMBARQUES ATRASADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ATRASO-REL
           WRITE REG-ATRASO-REL
           CLOSE ATRASO-RELATORIO
           PERFORM 0031-REGISTRA-RELATORIO

           IF WRK-QTD-AVISOS GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-CALENDARIO SECTION.

      *    SO OS DIAS UTEIS INTERESSAM; O CALENDARIO VEM EM ORDEM DE
      *    DATA, UM ANO POR GERACAO DO GERA-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WRK-STATUS-CALENDARIO EQUAL "35"
             MOVE "S" TO WRK-FIM-CALENDARIO
           END-IF
           PERFORM UNTIL WRK-FIM-CALENDARIO EQUAL "S"
             READ CALENDARIO
               AT END
                 MOVE "S" TO WRK-FIM-CALENDARIO
               NOT AT END
                 IF CAL-DATA GREATER WRK-ULTIMA-DATA-CAL
                   MOVE CAL-DATA TO WRK-ULTIMA-DATA-CAL
                 END-IF
                 IF CAL-DIA-UTIL EQUAL "S"
                   IF WRK-QTD-UTEIS NOT LESS 2000
                     DISPLAY "TAB-UTEIS CHEIA, DIAS UTEIS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-CALENDARIO
                   ELSE
                     ADD 1 TO WRK-QTD-UTEIS
                     MOVE CAL-DATA TO UTIL-DATA(WRK-QTD-UTEIS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-CALENDARIO NOT EQUAL "35"
             CLOSE CALENDARIO
           END-IF.

       0002-CARREGA-EVENTOS SECTION.

      *    UMA LINHA POR EMBARQUE COM O EVENTO MAIS RECENTE (DATA E
      *    HORA DO EVENTO); ENTREGUE OU DEVOLVIDO ENCERRA O EMBARQUE,
      *    QUALQUER QUE SEJA A ORDEM DE GRAVACAO DOS EVENTOS.
           OPEN INPUT EMBARQUE-EVENTOS
           IF WRK-STATUS-EVENTOS EQUAL "35"
             DISPLAY "EMBARQUE-EVENTOS INEXISTENTE, NENHUM EMBARQUE "
                     "CONSTA COMO ENTREGUE"
             MOVE "S" TO WRK-FIM-EVENTOS
           END-IF
           PERFORM UNTIL WRK-FIM-EVENTOS EQUAL "S"
             READ EMBARQUE-EVENTOS
               AT END
                 MOVE "S" TO WRK-FIM-EVENTOS
               NOT AT END
                 MOVE EVT-DATA-EMBARQUE TO WRK-DATA-EMBARQUE
                 MOVE EVT-SEQ TO WRK-SEQ-BUSCA
                 PERFORM 0008-PROCURA-EVENTO
                 IF WRK-ACHOU-EVT EQUAL ZERO
                   IF WRK-QTD-EVT NOT LESS 5000
                     DISPLAY "TAB-EVENTOS CHEIA, EVENTOS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-EVENTOS
                   ELSE
                     ADD 1 TO WRK-QTD-EVT
                     MOVE WRK-QTD-EVT TO WRK-ACHOU-EVT
                     MOVE EVT-DATA-EMBARQUE
                       TO EVT-TAB-DATA-EMB(WRK-ACHOU-EVT)
                     MOVE EVT-SEQ TO EVT-TAB-SEQ(WRK-ACHOU-EVT)
                     MOVE SPACE TO EVT-TAB-ULT-TIPO(WRK-ACHOU-EVT)
                     MOVE ZERO  TO EVT-TAB-ULT-DATA(WRK-ACHOU-EVT)
                     MOVE ZERO  TO EVT-TAB-ULT-HORA(WRK-ACHOU-EVT)
                     MOVE "N"   TO EVT-TAB-ENCERRADO(WRK-ACHOU-EVT)
                   END-IF
                 END-IF
                 IF WRK-ACHOU-EVT GREATER ZERO
                   IF EVT-DATA GREATER EVT-TAB-ULT-DATA(WRK-ACHOU-EVT)
                     OR (EVT-DATA EQUAL
                           EVT-TAB-ULT-DATA(WRK-ACHOU-EVT)
                         AND EVT-HORA NOT LESS
                           EVT-TAB-ULT-HORA(WRK-ACHOU-EVT))
                     MOVE EVT-TIPO TO EVT-TAB-ULT-TIPO(WRK-ACHOU-EVT)
                     MOVE EVT-DATA TO EVT-TAB-ULT-DATA(WRK-ACHOU-EVT)
                     MOVE EVT-HORA TO EVT-TAB-ULT-HORA(WRK-ACHOU-EVT)
                   END-IF
                   IF EVT-TIPO EQUAL "E" OR EVT-TIPO EQUAL "D"
                     MOVE "S" TO EVT-TAB-ENCERRADO(WRK-ACHOU-EVT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-EVENTOS NOT EQUAL "35"
             CLOSE EMBARQUE-EVENTOS
           END-IF.

       0003-SELECIONA SECTION.

      *    TODAS AS GERACOES DE FRETE-SAIDA VEM CONCATENADAS; CADA
      *    CABECALHO "H" TROCA A DATA DE PROCESSAMENTO QUE, COM A
      *    SEQUENCIA, CHAVEIA OS EVENTOS DO EMBARQUE.
           OPEN INPUT FRETE-SAIDA
           IF WRK-STATUS-SAIDA EQUAL "35"
             DISPLAY "FRETE-SAIDA INEXISTENTE, NADA A APURAR"
             MOVE "S" TO WRK-FIM-SAIDA
           END-IF
           PERFORM UNTIL WRK-FIM-SAIDA EQUAL "S"
             READ FRETE-SAIDA
               AT END
                 MOVE "S" TO WRK-FIM-SAIDA
               NOT AT END
                 IF SAIDA-REGISTRO EQUAL "H"
                   MOVE SAIDA-H-DATA TO WRK-DATA-EMBARQUE
                 END-IF
                 IF SAIDA-REGISTRO EQUAL "D"
                   AND SAIDA-TIPO NOT EQUAL "E"
                   AND SAIDA-TRANSPORTADORA NOT EQUAL SPACE
                   AND SAIDA-DATA-ENTREGA NUMERIC
                   AND SAIDA-DATA-ENTREGA LESS WRK-DATA-REF
                   PERFORM 0005-TRATA-ATRASADO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-SAIDA NOT EQUAL "35"
             CLOSE FRETE-SAIDA
           END-IF.

       0005-TRATA-ATRASADO SECTION.

           MOVE SAIDA-SEQ TO WRK-SEQ-BUSCA
           PERFORM 0008-PROCURA-EVENTO
           MOVE SPACE TO WRK-ULT-TIPO
           MOVE ZERO  TO WRK-ULT-DATA
           IF WRK-ACHOU-EVT GREATER ZERO
             IF EVT-TAB-ENCERRADO(WRK-ACHOU-EVT) EQUAL "N"
               MOVE EVT-TAB-ULT-TIPO(WRK-ACHOU-EVT) TO WRK-ULT-TIPO
               MOVE EVT-TAB-ULT-DATA(WRK-ACHOU-EVT) TO WRK-ULT-DATA
               PERFORM 0007-CONTA-DIAS-UTEIS
             ELSE
               MOVE ZERO TO WRK-DIAS-ATRASO
             END-IF
           ELSE
             PERFORM 0007-CONTA-DIAS-UTEIS
           END-IF

           IF WRK-DIAS-ATRASO GREATER ZERO
             MOVE SAIDA-TRANSPORTADORA TO SORT-TRANSPORTADORA
             MOVE WRK-DIAS-ATRASO      TO SORT-DIAS-ATRASO
             MOVE WRK-DATA-EMBARQUE    TO SORT-DATA-EMBARQUE
             MOVE SAIDA-SEQ            TO SORT-SEQ
             MOVE SAIDA-FILIAL         TO SORT-FILIAL
             MOVE SAIDA-CLIENTE        TO SORT-CLIENTE
             MOVE SAIDA-ZONA           TO SORT-ZONA
             MOVE SAIDA-DATA-ENTREGA   TO SORT-PROMETIDA
             MOVE WRK-ULT-TIPO         TO SORT-ULT-TIPO
             MOVE WRK-ULT-DATA         TO SORT-ULT-DATA
             RELEASE REG-SORT
           END-IF.

       0007-CONTA-DIAS-UTEIS SECTION.

      *    DIAS UTEIS DEPOIS DA DATA PROMETIDA ATE A DATA DE
      *    REFERENCIA, INCLUSIVE; A TABELA ESTA EM ORDEM DE DATA.
           MOVE ZERO TO WRK-DIAS-ATRASO
           PERFORM VARYING WRK-IDX-UTIL FROM 1 BY 1
                     UNTIL WRK-IDX-UTIL > WRK-QTD-UTEIS
             IF UTIL-DATA(WRK-IDX-UTIL) GREATER WRK-DATA-REF
               MOVE WRK-QTD-UTEIS TO WRK-IDX-UTIL
             ELSE
               IF UTIL-DATA(WRK-IDX-UTIL) GREATER SAIDA-DATA-ENTREGA
                 ADD 1 TO WRK-DIAS-ATRASO
               END-IF
             END-IF
           END-PERFORM.

       0008-PROCURA-EVENTO SECTION.

           MOVE ZERO TO WRK-ACHOU-EVT
           PERFORM VARYING WRK-IDX-EVT FROM 1 BY 1
                     UNTIL WRK-IDX-EVT > WRK-QTD-EVT
             IF EVT-TAB-DATA-EMB(WRK-IDX-EVT) EQUAL WRK-DATA-EMBARQUE
               AND EVT-TAB-SEQ(WRK-IDX-EVT) EQUAL WRK-SEQ-BUSCA
               MOVE WRK-IDX-EVT TO WRK-ACHOU-EVT
               MOVE WRK-QTD-EVT TO WRK-IDX-EVT
             END-IF
           END-PERFORM.

       0004-IMPRIME SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0009-IMPRIME-ATRASADO
             END-RETURN
           END-PERFORM.

       0009-IMPRIME-ATRASADO SECTION.

           IF SORT-TRANSPORTADORA NOT EQUAL WRK-TRANSP-ATUAL
             OR WRK-TEM-GRUPO EQUAL "N"
             IF WRK-TEM-GRUPO EQUAL "S"
               PERFORM 0006-FECHA-TRANSPORTADORA
             END-IF
             MOVE SORT-TRANSPORTADORA TO WRK-TRANSP-ATUAL
             MOVE "S"  TO WRK-TEM-GRUPO
             MOVE ZERO TO WRK-QTD-TRANSP
             MOVE SPACE TO WRK-LINHA-REL
             STRING "TRANSPORTADORA " DELIMITED BY SIZE
                    WRK-TRANSP-ATUAL DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ATRASO-REL
             WRITE REG-ATRASO-REL
           END-IF

           ADD 1 TO WRK-QTD-TRANSP
           ADD 1 TO WRK-QTD-TOTAL

           EVALUATE SORT-ULT-TIPO
             WHEN "C"
               MOVE "COLETADO"     TO WRK-TEXTO-EVENTO
             WHEN "T"
               MOVE "EM TRANSITO"  TO WRK-TEXTO-EVENTO
             WHEN "H"
               MOVE "NO HUB"       TO WRK-TEXTO-EVENTO
             WHEN "S"
               MOVE "SAIU DO HUB"  TO WRK-TEXTO-EVENTO
             WHEN SPACE
               MOVE "SEM EVENTO"   TO WRK-TEXTO-EVENTO
             WHEN OTHER
               MOVE SPACE TO WRK-TEXTO-EVENTO
               STRING "EVENTO " DELIMITED BY SIZE
                      SORT-ULT-TIPO DELIMITED BY SIZE
                 INTO WRK-TEXTO-EVENTO
               END-STRING
           END-EVALUATE
           IF SORT-ULT-DATA GREATER ZERO
             MOVE SORT-ULT-DATA TO WRK-ULT-DATA-X
           ELSE
             MOVE SPACE TO WRK-ULT-DATA-X
           END-IF
           MOVE SORT-DIAS-ATRASO TO WRK-DIAS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  EMBARQUE "       DELIMITED BY SIZE
                  SORT-DATA-EMBARQUE  DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  SORT-SEQ            DELIMITED BY SIZE
                  " FILIAL "          DELIMITED BY SIZE
                  SORT-FILIAL         DELIMITED BY SIZE
                  " CLIENTE "         DELIMITED BY SIZE
                  SORT-CLIENTE        DELIMITED BY SIZE
                  " ZONA "            DELIMITED BY SIZE
                  SORT-ZONA           DELIMITED BY SIZE
                  " PROMETIDO "       DELIMITED BY SIZE
                  SORT-PROMETIDA      DELIMITED BY SIZE
                  " ATRASO "          DELIMITED BY SIZE
                  WRK-DIAS-ED         DELIMITED BY SIZE
                  " DU - ULTIMO: "    DELIMITED BY SIZE
                  WRK-TEXTO-EVENTO    DELIMITED BY SIZE
                  WRK-ULT-DATA-X      DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ATRASO-REL
           WRITE REG-ATRASO-REL.

       0006-FECHA-TRANSPORTADORA SECTION.

           MOVE WRK-QTD-TRANSP TO WRK-QTD-ED
           IF WRK-QTD-TRANSP GREATER WRK-LIMITE
             MOVE " - ACIMA DO LIMITE, AVISO GRAVADO EM ALERTAS"
               TO WRK-TEXTO-LIMITE
             PERFORM 0010-AVISA-TRANSPORTADORA
           ELSE
             MOVE SPACE TO WRK-TEXTO-LIMITE
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  ATRASADOS DA TRANSPORTADORA: " DELIMITED BY SIZE
                  WRK-QTD-ED       DELIMITED BY SIZE
                  WRK-TEXTO-LIMITE DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ATRASO-REL
           WRITE REG-ATRASO-REL
           MOVE SPACE TO REG-ATRASO-REL
           WRITE REG-ATRASO-REL.

       0010-AVISA-TRANSPORTADORA SECTION.

           ADD 1 TO WRK-QTD-AVISOS
           MOVE "A" TO WRK-ALERTA-SEV
           MOVE SPACE TO WRK-ALERTA-MSG
           STRING "TRANSP "        DELIMITED BY SIZE
                  WRK-TRANSP-ATUAL DELIMITED BY SIZE
                  " COM "          DELIMITED BY SIZE
                  WRK-QTD-ED       DELIMITED BY SIZE
                  " EMBARQUES ATRASADOS (LIMITE " DELIMITED BY SIZE
                  WRK-LIMITE-ED    DELIMITED BY SIZE
                  ")"              DELIMITED BY SIZE
             INTO WRK-ALERTA-MSG
           END-STRING
           PERFORM 0030-GRAVA-ALERTA.

       0030-GRAVA-ALERTA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE "ATRASO" TO ALR-JOB
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

       0031-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ATRASO-EMBAR"     TO RPED-JOB
           MOVE "ATRASO-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-REF / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ATRASO-EMBARQUE.
