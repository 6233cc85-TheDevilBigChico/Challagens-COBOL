       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEDA-VOLUME.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: ALERTA MENSAL DE QUEDA DE VOLUME POR CLIENTE, PARA
      *==            O COMERCIAL AGIR ANTES DE O CLIENTE SE PERDER PARA
      *==            A CONCORRENCIA. COMPARA, POR CLIENTE PAGADOR, OS
      *==            EMBARQUES E O FRETE DA COMPETENCIA COM A MEDIA DOS
      *==            TRES MESES ANTERIORES, LIDOS EM FRETE-AUDITORIA E,
      *==            PARA OS MESES JA EXPURGADOS, EM
      *==            FRETE-AUDITORIA-HIST (MESMO LEIAUTE). LISTA EM
      *==            QUEDA-RELATORIO, POR
      *==            FILIAL E EM ORDEM DE PERDA DE FRETE, OS CLIENTES
      *==            COM QUEDA DE EMBARQUES OU DE FRETE ACIMA DO
      *==            PERCENTUAL INFORMADO OU SEM EMBARQUE HA N DIAS, COM
      *==            O VENDEDOR E O TELEFONE DE CLIENTES-CONTATO. AS
      *==            CINCO MAIORES PERDAS VAO PARA ALERTAS (AVISO) PARA
      *==            O ALERTAS-MANHA.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A COMPETENCIA AAAAMM (EM BRANCO = MES ANTERIOR
      *==      AO DA DATA DO SISTEMA), O PERCENTUAL DE QUEDA (3
      *==      DIGITOS, EM BRANCO = 030) E OS DIAS SEM EMBARQUE (3
      *==      DIGITOS, EM BRANCO = 045), CONTADOS ATE O ULTIMO DIA DA
      *==      COMPETENCIA.
      *== OBS: MESMA APURACAO DO RENOVA-CONTRATO: SO EMBARQUES (SEQ
      *==      MAIOR QUE ZERO), ESTORNO ABATE EMBARQUE E FRETE, VOLUME
      *==      SOMADO AO PAGADOR (DESTINATARIO QUANDO AUDIT-PAGADOR =
      *==      "F"). SO ENTRA CLIENTE COM MOVIMENTO NOS TRES MESES
      *==      ANTERIORES; A FILIAL E A DO ULTIMO EMBARQUE. HAVENDO
      *==      CLIENTE LISTADO, RETURN-CODE 4.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO QUEDA-RELATORIO REGISTRADA NO
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
           SELECT FRETE-AUDITORIA ASSIGN TO "FRETE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT FRETE-AUDITORIA-HIST
               ASSIGN TO "FRETE-AUDITORIA-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT CLIENTES-CONTATO ASSIGN TO "CLIENTES-CONTATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTATO.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTAS.
           SELECT QUEDA-RELATORIO ASSIGN TO "QUEDA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-AUDITORIA.
       01  REG-FRETE-AUDITORIA.
           COPY FRETE-AUDIT.

       FD  FRETE-AUDITORIA-HIST.
       01  REG-AUDITORIA-HIST.
           COPY FRETE-AUDIT REPLACING LEADING ==AUDIT== BY ==HIST==.

       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO-REG       PIC 9(05).
           05 CLI-NOME-REG         PIC X(20).
           05 CLI-CEP-REG          PIC 9(08).
           05 CLI-DESC-REG         PIC 9V9999.
           05 CLI-LIMITE-REG       PIC 9(09)V99.
           05 CLI-SITUACAO-REG     PIC X(01).

       FD  CLIENTES-CONTATO.
       01  REG-CLIENTE-CONTATO.
           COPY CLIENTE-CONTATO.

       FD  ALERTAS.
       01  REG-ALERTA.
           COPY ALERTA-REG.

       FD  QUEDA-RELATORIO.
       01  REG-QUEDA-REL           PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-FILIAL          PIC X(05).
           05 SORT-PERDA           PIC S9(09)V99.
           05 SORT-IDX             PIC 9(04).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB           PIC 9(04)        VALUE ZERO.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-HIST  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CLIENTES PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-CONTATO PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ALERTAS PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-PERC-X       PIC X(03)            VALUE SPACE.
       77  WRK-DIAS-X       PIC X(03)            VALUE SPACE.
       77  WRK-PERC-QUEDA   PIC 9(03)            VALUE 30.
       77  WRK-DIAS-SEM     PIC 9(03)            VALUE 45.
       01  WRK-COMP-GRP.
           05 COMP-ANO      PIC 9(04)            VALUE ZERO.
           05 COMP-MES      PIC 9(02)            VALUE ZERO.
       01  WRK-COMPETENCIA REDEFINES WRK-COMP-GRP
                            PIC 9(06).
      *====================== MESES DA COMPARACAO ========================
      *    MES 1 = COMPETENCIA; MESES 2 A 4 = OS TRES ANTERIORES.
       77  WRK-IDX-MES      PIC 9(01)            VALUE ZERO.
       77  WRK-MES-AUDIT    PIC 9(06)            VALUE ZERO.
       77  WRK-ACHOU-MES    PIC 9(01)            VALUE ZERO.
       01  TAB-MESES.
           05 MES-CHAVE     PIC 9(06) OCCURS 4 TIMES.
       01  WRK-DATA-INICIO  PIC 9(08)            VALUE ZERO.
      *====================== DATA DE REFERENCIA E CORTE =================
       01  WRK-DATA-REF-GRP.
           05 REF-ANO       PIC 9(04)            VALUE ZERO.
           05 REF-MES       PIC 9(02)            VALUE ZERO.
           05 REF-DIA       PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-REF REDEFINES WRK-DATA-REF-GRP
                            PIC 9(08).
       01  WRK-DATA-CORTE-GRP.
           05 CORTE-ANO     PIC 9(04)            VALUE ZERO.
           05 CORTE-MES     PIC 9(02)            VALUE ZERO.
           05 CORTE-DIA     PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORTE REDEFINES WRK-DATA-CORTE-GRP
                            PIC 9(08).
       77  WRK-IDX-DIA      PIC 9(03)            VALUE ZERO.
       77  WRK-ANO-CALC     PIC 9(04)            VALUE ZERO.
       77  WRK-MES-CALC     PIC 9(02)            VALUE ZERO.
       77  WRK-DIAS-NO-MES  PIC 9(02)            VALUE ZERO.
       77  WRK-BISSEXTO     PIC X(01)            VALUE "N".
           88 ANO-BISSEXTO                       VALUE "S".
       77  WRK-DIV-TMP      PIC 9(05)            VALUE ZERO.
       77  WRK-RESTO-4      PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-100    PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-400    PIC 9(04)            VALUE ZERO.
       01  WRK-DIAS-MES-LIT PIC X(24)            VALUE
           "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.
      *====================== MOVIMENTO POR CLIENTE ======================
       77  WRK-CLIENTE-PAGADOR PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-CLIENTES PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-CLIENTE  PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-CLIENTE PIC 9(04)           VALUE ZERO.
       77  WRK-TAB-CHEIA    PIC X(01)            VALUE "N".
       01  TAB-CLIENTES.
           05 CLT-ITEM OCCURS 2000 TIMES
                        INDEXED BY IDX-CLT.
              10 CLT-CLIENTE     PIC 9(05).
              10 CLT-FILIAL      PIC X(05).
              10 CLT-ULT-DATA    PIC 9(08).
              10 CLT-NOME        PIC X(20).
              10 CLT-VENDEDOR    PIC X(20).
              10 CLT-TELEFONE    PIC X(15).
              10 CLT-QTD         PIC S9(07)    OCCURS 4 TIMES.
              10 CLT-FRETE       PIC S9(09)V99 OCCURS 4 TIMES.
              10 CLT-MEDIA-QTD   PIC S9(07)V9.
              10 CLT-MEDIA-FRETE PIC S9(09)V99.
              10 CLT-QUEDA-QTD   PIC S9(03).
              10 CLT-QUEDA-FRETE PIC S9(03).
              10 CLT-PERDA       PIC S9(09)V99.
              10 CLT-MOTIVO      PIC X(01).
                 88 CLT-LISTADO            VALUE "Q" "S" "A".
              10 CLT-NO-ALERTA   PIC X(01).
      *====================== RELATORIO ==================================
       77  WRK-FILIAL-ATUAL PIC X(05)            VALUE SPACE.
       77  WRK-TEM-GRUPO    PIC X(01)            VALUE "N".
       77  WRK-QTD-FILIAL   PIC 9(05)            VALUE ZERO.
       77  WRK-PERDA-FILIAL PIC S9(09)V99        VALUE ZERO.
       77  WRK-QTD-LISTADOS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-QTD-MES-ED   PIC -ZZZZZ9.
       77  WRK-MEDIA-QTD-ED PIC -ZZZZZ9,9.
       77  WRK-FRETE-ED     PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-MEDIA-ED     PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED      PIC -ZZ9.
       77  WRK-PERC-QTD-ED  PIC -ZZ9.
       77  WRK-PERDA-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TEXTO-MOTIVO PIC X(32)            VALUE SPACE.
      *====================== ALERTA DA MANHA ============================
       77  WRK-QTD-ALERTAS  PIC 9(01)            VALUE ZERO.
       77  WRK-IDX-MAIOR    PIC 9(04)            VALUE ZERO.
       77  WRK-ALERTA-MSG   PIC X(60)            VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           PERFORM 0001-RECEBE-PARAMETROS
           PERFORM 0002-MONTA-PERIODO

           DISPLAY "QUEDA DE VOLUME: COMPETENCIA " WRK-COMPETENCIA
                   " CONTRA " MES-CHAVE(4) " A " MES-CHAVE(2)
                   ", CORTE SEM EMBARQUE EM " WRK-DATA-CORTE

           PERFORM 0003-APURA-MOVIMENTO
           PERFORM 0006-AVALIA-CLIENTES
           PERFORM 0007-CARREGA-NOMES
           PERFORM 0008-CARREGA-CONTATOS

           OPEN OUTPUT QUEDA-RELATORIO
           PERFORM 0010-CABECALHO

           SORT WRK-SORT
               ON ASCENDING KEY SORT-FILIAL
               ON DESCENDING KEY SORT-PERDA
               INPUT PROCEDURE 0011-SELECIONA
               OUTPUT PROCEDURE 0012-IMPRIME

           IF WRK-TEM-GRUPO EQUAL "S"
             PERFORM 0014-FECHA-FILIAL
           END-IF

           MOVE WRK-QTD-LISTADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DE CLIENTES LISTADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL
           CLOSE QUEDA-RELATORIO
           PERFORM 0022-REGISTRA-RELATORIO

           PERFORM 0020-ALERTA-MAIORES

           DISPLAY "CLIENTES AVALIADOS: " WRK-QTD-CLIENTES
           DISPLAY "CLIENTES LISTADOS: " WRK-QTD-LISTADOS
           DISPLAY "AVISOS GRAVADOS EM ALERTAS: " WRK-QTD-ALERTAS
           IF WRK-QTD-LISTADOS GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE-PARAMETROS SECTION.

           DISPLAY "COMPETENCIA (AAAAMM) "
             ACCEPT WRK-COMPETENCIA-X
           DISPLAY "PERCENTUAL DE QUEDA (3 DIGITOS) "
             ACCEPT WRK-PERC-X
           DISPLAY "DIAS SEM EMBARQUE (3 DIGITOS) "
             ACCEPT WRK-DIAS-X

           IF WRK-COMPETENCIA-X NUMERIC
             MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA
           END-IF
           IF COMP-MES LESS 1 OR COMP-MES GREATER 12
             OR COMP-ANO LESS 2000
             IF WRK-COMPETENCIA-X NOT EQUAL SPACE
               DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO O MES ANTERIOR"
             END-IF
             MOVE WRK-DATA-SISTEMA(1:4) TO COMP-ANO
             MOVE WRK-DATA-SISTEMA(5:2) TO COMP-MES
             IF COMP-MES GREATER 1
               SUBTRACT 1 FROM COMP-MES
             ELSE
               MOVE 12 TO COMP-MES
               SUBTRACT 1 FROM COMP-ANO
             END-IF
           END-IF

           IF WRK-PERC-X NUMERIC
             AND WRK-PERC-X NOT EQUAL "000"
             MOVE WRK-PERC-X TO WRK-PERC-QUEDA
           ELSE
             IF WRK-PERC-X NOT EQUAL SPACE
               DISPLAY "PERCENTUAL INVALIDO, ASSUMINDO " WRK-PERC-QUEDA
             END-IF
           END-IF
           IF WRK-DIAS-X NUMERIC
             AND WRK-DIAS-X NOT EQUAL "000"
             MOVE WRK-DIAS-X TO WRK-DIAS-SEM
           ELSE
             IF WRK-DIAS-X NOT EQUAL SPACE
               DISPLAY "DIAS INVALIDOS, ASSUMINDO " WRK-DIAS-SEM
             END-IF
           END-IF.

       0002-MONTA-PERIODO SECTION.

      *    OS QUATRO MESES, DO MAIS RECENTE PARA O MAIS ANTIGO.
           MOVE COMP-ANO TO WRK-ANO-CALC
           MOVE COMP-MES TO WRK-MES-CALC
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                     UNTIL WRK-IDX-MES > 4
             COMPUTE MES-CHAVE(WRK-IDX-MES) =
                     WRK-ANO-CALC * 100 + WRK-MES-CALC
             IF WRK-MES-CALC GREATER 1
               SUBTRACT 1 FROM WRK-MES-CALC
             ELSE
               MOVE 12 TO WRK-MES-CALC
               SUBTRACT 1 FROM WRK-ANO-CALC
             END-IF
           END-PERFORM
           COMPUTE WRK-DATA-INICIO = MES-CHAVE(4) * 100 + 1

      *    REFERENCIA = ULTIMO DIA DA COMPETENCIA.
           MOVE COMP-ANO TO REF-ANO
           MOVE COMP-MES TO REF-MES
           MOVE COMP-ANO TO WRK-ANO-CALC
           MOVE COMP-MES TO WRK-MES-CALC
           PERFORM 0009-DIAS-NO-MES
           MOVE WRK-DIAS-NO-MES TO REF-DIA

      *    CORTE = REFERENCIA MENOS OS DIAS SEM EMBARQUE, RETROCEDENDO
      *    DIA A DIA COMO O ARQUIVA-AUDITORIA.
           MOVE WRK-DATA-REF TO WRK-DATA-CORTE
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA GREATER WRK-DIAS-SEM
             IF CORTE-DIA GREATER 1
               SUBTRACT 1 FROM CORTE-DIA
             ELSE
               IF CORTE-MES GREATER 1
                 SUBTRACT 1 FROM CORTE-MES
               ELSE
                 MOVE 12 TO CORTE-MES
                 SUBTRACT 1 FROM CORTE-ANO
               END-IF
               MOVE CORTE-ANO TO WRK-ANO-CALC
               MOVE CORTE-MES TO WRK-MES-CALC
               PERFORM 0009-DIAS-NO-MES
               MOVE WRK-DIAS-NO-MES TO CORTE-DIA
             END-IF
           END-PERFORM.

       0009-DIAS-NO-MES SECTION.

           MOVE DIAS-MES(WRK-MES-CALC) TO WRK-DIAS-NO-MES
           MOVE "N" TO WRK-BISSEXTO

           IF WRK-MES-CALC EQUAL 2
             DIVIDE WRK-ANO-CALC BY 4   GIVING WRK-DIV-TMP
                                        REMAINDER WRK-RESTO-4
             DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-DIV-TMP
                                        REMAINDER WRK-RESTO-100
             DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-DIV-TMP
                                        REMAINDER WRK-RESTO-400
             IF WRK-RESTO-4 EQUAL 0
               MOVE "S" TO WRK-BISSEXTO
               IF WRK-RESTO-100 EQUAL 0 AND WRK-RESTO-400 NOT EQUAL 0
                 MOVE "N" TO WRK-BISSEXTO
               END-IF
             END-IF
             IF ANO-BISSEXTO
               MOVE 29 TO WRK-DIAS-NO-MES
             END-IF
           END-IF.

       0003-APURA-MOVIMENTO SECTION.

      *    O HISTORICO VEM PRIMEIRO: SAO OS REGISTROS MAIS ANTIGOS.
           OPEN INPUT FRETE-AUDITORIA-HIST
           IF WRK-STATUS-HIST EQUAL "35"
             DISPLAY "FRETE-AUDITORIA-HIST INEXISTENTE, SO A TRILHA "
                     "VIVA SERA LIDA"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FRETE-AUDITORIA-HIST
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   MOVE REG-AUDITORIA-HIST TO REG-FRETE-AUDITORIA
                   PERFORM 0004-ACUMULA-EMBARQUE
               END-READ
             END-PERFORM
             CLOSE FRETE-AUDITORIA-HIST
           END-IF

           OPEN INPUT FRETE-AUDITORIA
           IF WRK-STATUS-AUDITORIA EQUAL "35"
             DISPLAY "FRETE-AUDITORIA INEXISTENTE, MOVIMENTO ZERADO"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FRETE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   PERFORM 0004-ACUMULA-EMBARQUE
               END-READ
             END-PERFORM
             CLOSE FRETE-AUDITORIA
           END-IF.

       0004-ACUMULA-EMBARQUE SECTION.

           IF AUDIT-DATA NUMERIC
             AND AUDIT-SEQ NUMERIC
             AND AUDIT-CLIENTE NUMERIC
             AND AUDIT-FRETE NUMERIC
             AND AUDIT-SEQ GREATER ZERO
             AND AUDIT-DATA NOT LESS WRK-DATA-INICIO
             AND AUDIT-DATA NOT GREATER WRK-DATA-REF
             MOVE AUDIT-CLIENTE TO WRK-CLIENTE-PAGADOR
             IF AUDIT-PAGADOR EQUAL "F"
               AND AUDIT-DESTINATARIO NUMERIC
               AND AUDIT-DESTINATARIO GREATER ZERO
               MOVE AUDIT-DESTINATARIO TO WRK-CLIENTE-PAGADOR
             END-IF
             DIVIDE AUDIT-DATA BY 100 GIVING WRK-MES-AUDIT
             MOVE ZERO TO WRK-ACHOU-MES
             PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES > 4
               IF MES-CHAVE(WRK-IDX-MES) EQUAL WRK-MES-AUDIT
                 MOVE WRK-IDX-MES TO WRK-ACHOU-MES
               END-IF
             END-PERFORM
             PERFORM 0005-PROCURA-CLIENTE
             IF WRK-ACHOU-CLIENTE GREATER ZERO
               AND WRK-ACHOU-MES GREATER ZERO
               IF AUDIT-TIPO EQUAL "E"
                 SUBTRACT 1 FROM
                     CLT-QTD(WRK-ACHOU-CLIENTE, WRK-ACHOU-MES)
                 SUBTRACT AUDIT-FRETE FROM
                     CLT-FRETE(WRK-ACHOU-CLIENTE, WRK-ACHOU-MES)
               ELSE
                 ADD 1 TO CLT-QTD(WRK-ACHOU-CLIENTE, WRK-ACHOU-MES)
                 ADD AUDIT-FRETE TO
                     CLT-FRETE(WRK-ACHOU-CLIENTE, WRK-ACHOU-MES)
                 IF AUDIT-DATA NOT LESS
                      CLT-ULT-DATA(WRK-ACHOU-CLIENTE)
                   MOVE AUDIT-DATA
                     TO CLT-ULT-DATA(WRK-ACHOU-CLIENTE)
                   MOVE AUDIT-FILIAL
                     TO CLT-FILIAL(WRK-ACHOU-CLIENTE)
                 END-IF
               END-IF
             END-IF
           END-IF.

       0005-PROCURA-CLIENTE SECTION.

           MOVE ZERO TO WRK-ACHOU-CLIENTE
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                     UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
             IF CLT-CLIENTE(WRK-IDX-CLIENTE) EQUAL WRK-CLIENTE-PAGADOR
               MOVE WRK-IDX-CLIENTE  TO WRK-ACHOU-CLIENTE
               MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
             END-IF
           END-PERFORM
           IF WRK-ACHOU-CLIENTE EQUAL ZERO
             IF WRK-QTD-CLIENTES NOT LESS 2000
               IF WRK-TAB-CHEIA EQUAL "N"
                 DISPLAY "TAB-CLIENTES CHEIA, CLIENTES RESTANTES NAO "
                         "AVALIADOS"
                 MOVE "S" TO WRK-TAB-CHEIA
               END-IF
             ELSE
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE WRK-QTD-CLIENTES TO WRK-ACHOU-CLIENTE
               INITIALIZE CLT-ITEM(WRK-ACHOU-CLIENTE)
               MOVE WRK-CLIENTE-PAGADOR
                 TO CLT-CLIENTE(WRK-ACHOU-CLIENTE)
             END-IF
           END-IF.

       0006-AVALIA-CLIENTES SECTION.

           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                     UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
             MOVE SPACE TO CLT-MOTIVO(WRK-IDX-CLIENTE)
             MOVE "N"   TO CLT-NO-ALERTA(WRK-IDX-CLIENTE)
             COMPUTE CLT-MEDIA-QTD(WRK-IDX-CLIENTE) ROUNDED =
                   ( CLT-QTD(WRK-IDX-CLIENTE, 2)
                   + CLT-QTD(WRK-IDX-CLIENTE, 3)
                   + CLT-QTD(WRK-IDX-CLIENTE, 4) ) / 3
             COMPUTE CLT-MEDIA-FRETE(WRK-IDX-CLIENTE) ROUNDED =
                   ( CLT-FRETE(WRK-IDX-CLIENTE, 2)
                   + CLT-FRETE(WRK-IDX-CLIENTE, 3)
                   + CLT-FRETE(WRK-IDX-CLIENTE, 4) ) / 3
             MOVE ZERO TO CLT-QUEDA-QTD(WRK-IDX-CLIENTE)
                          CLT-QUEDA-FRETE(WRK-IDX-CLIENTE)
                          CLT-PERDA(WRK-IDX-CLIENTE)
      *      CLIENTE NOVO (SEM MEDIA) NAO TEM COMO CAIR.
             IF CLT-MEDIA-QTD(WRK-IDX-CLIENTE) GREATER ZERO
               COMPUTE CLT-QUEDA-QTD(WRK-IDX-CLIENTE) ROUNDED =
                     ( CLT-MEDIA-QTD(WRK-IDX-CLIENTE)
                     - CLT-QTD(WRK-IDX-CLIENTE, 1) ) * 100
                     / CLT-MEDIA-QTD(WRK-IDX-CLIENTE)
                 ON SIZE ERROR
                   MOVE 999 TO CLT-QUEDA-QTD(WRK-IDX-CLIENTE)
               END-COMPUTE
             END-IF
             IF CLT-MEDIA-FRETE(WRK-IDX-CLIENTE) GREATER ZERO
               COMPUTE CLT-QUEDA-FRETE(WRK-IDX-CLIENTE) ROUNDED =
                     ( CLT-MEDIA-FRETE(WRK-IDX-CLIENTE)
                     - CLT-FRETE(WRK-IDX-CLIENTE, 1) ) * 100
                     / CLT-MEDIA-FRETE(WRK-IDX-CLIENTE)
                 ON SIZE ERROR
                   MOVE 999 TO CLT-QUEDA-FRETE(WRK-IDX-CLIENTE)
               END-COMPUTE
               COMPUTE CLT-PERDA(WRK-IDX-CLIENTE) =
                       CLT-MEDIA-FRETE(WRK-IDX-CLIENTE)
                     - CLT-FRETE(WRK-IDX-CLIENTE, 1)
             END-IF
             IF CLT-MEDIA-QTD(WRK-IDX-CLIENTE) GREATER ZERO
               OR CLT-MEDIA-FRETE(WRK-IDX-CLIENTE) GREATER ZERO
               IF CLT-QUEDA-QTD(WRK-IDX-CLIENTE) GREATER WRK-PERC-QUEDA
                 OR CLT-QUEDA-FRETE(WRK-IDX-CLIENTE)
                      GREATER WRK-PERC-QUEDA
                 MOVE "Q" TO CLT-MOTIVO(WRK-IDX-CLIENTE)
               END-IF
               IF CLT-ULT-DATA(WRK-IDX-CLIENTE)
                    NOT GREATER WRK-DATA-CORTE
                 IF CLT-MOTIVO(WRK-IDX-CLIENTE) EQUAL "Q"
                   MOVE "A" TO CLT-MOTIVO(WRK-IDX-CLIENTE)
                 ELSE
                   MOVE "S" TO CLT-MOTIVO(WRK-IDX-CLIENTE)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       0007-CARREGA-NOMES SECTION.

           OPEN INPUT CLIENTES
           IF WRK-STATUS-CLIENTES EQUAL "35"
             DISPLAY "CLIENTES INEXISTENTE, RELATORIO SEM NOMES"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ CLIENTES
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF CLI-CODIGO-REG NUMERIC
                     MOVE CLI-CODIGO-REG TO WRK-CLIENTE-PAGADOR
                     PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                               UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
                       IF CLT-CLIENTE(WRK-IDX-CLIENTE)
                            EQUAL WRK-CLIENTE-PAGADOR
                         MOVE CLI-NOME-REG
                           TO CLT-NOME(WRK-IDX-CLIENTE)
                         MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLIENTES
           END-IF.

       0008-CARREGA-CONTATOS SECTION.

           OPEN INPUT CLIENTES-CONTATO
           IF WRK-STATUS-CONTATO EQUAL "35"
             DISPLAY "CLIENTES-CONTATO INEXISTENTE, RELATORIO SEM "
                     "VENDEDOR"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ CLIENTES-CONTATO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF CCON-CLIENTE-REG NUMERIC
                     MOVE CCON-CLIENTE-REG TO WRK-CLIENTE-PAGADOR
                     PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                               UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
                       IF CLT-CLIENTE(WRK-IDX-CLIENTE)
                            EQUAL WRK-CLIENTE-PAGADOR
                         MOVE CCON-VENDEDOR-REG
                           TO CLT-VENDEDOR(WRK-IDX-CLIENTE)
                         MOVE CCON-TELEFONE-REG
                           TO CLT-TELEFONE(WRK-IDX-CLIENTE)
                         MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLIENTES-CONTATO
           END-IF.

       0010-CABECALHO SECTION.

           MOVE WRK-PERC-QUEDA TO WRK-PERC-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CLIENTES EM QUEDA DE VOLUME - COMPETENCIA "
                    DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  " CONTRA A MEDIA DE " DELIMITED BY SIZE
                  MES-CHAVE(4)    DELIMITED BY SIZE
                  " A "           DELIMITED BY SIZE
                  MES-CHAVE(2)    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CRITERIO: QUEDA ACIMA DE" DELIMITED BY SIZE
                  WRK-PERC-ED     DELIMITED BY SIZE
                  "% OU SEM EMBARQUE DESDE " DELIMITED BY SIZE
                  WRK-DATA-CORTE  DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WRK-DIAS-SEM    DELIMITED BY SIZE
                  " DIAS)" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL
           MOVE SPACE TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL.

       0011-SELECIONA SECTION.

           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                     UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
             IF CLT-LISTADO(WRK-IDX-CLIENTE)
               MOVE CLT-FILIAL(WRK-IDX-CLIENTE) TO SORT-FILIAL
               MOVE CLT-PERDA(WRK-IDX-CLIENTE)  TO SORT-PERDA
               MOVE WRK-IDX-CLIENTE             TO SORT-IDX
               RELEASE REG-SORT
             END-IF
           END-PERFORM.

       0012-IMPRIME SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0013-IMPRIME-CLIENTE
             END-RETURN
           END-PERFORM.

       0013-IMPRIME-CLIENTE SECTION.

           IF SORT-FILIAL NOT EQUAL WRK-FILIAL-ATUAL
             OR WRK-TEM-GRUPO EQUAL "N"
             IF WRK-TEM-GRUPO EQUAL "S"
               PERFORM 0014-FECHA-FILIAL
             END-IF
             MOVE "S"         TO WRK-TEM-GRUPO
             MOVE SORT-FILIAL TO WRK-FILIAL-ATUAL
             MOVE ZERO        TO WRK-QTD-FILIAL
                                 WRK-PERDA-FILIAL
             MOVE SPACE TO WRK-LINHA-REL
             STRING "FILIAL " DELIMITED BY SIZE
                    WRK-FILIAL-ATUAL DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-QUEDA-REL
             WRITE REG-QUEDA-REL
           END-IF

           MOVE SORT-IDX TO WRK-IDX-CLIENTE
           ADD 1 TO WRK-QTD-FILIAL
           ADD 1 TO WRK-QTD-LISTADOS
           IF CLT-PERDA(WRK-IDX-CLIENTE) GREATER ZERO
             ADD CLT-PERDA(WRK-IDX-CLIENTE) TO WRK-PERDA-FILIAL
           END-IF

           MOVE CLT-QTD(WRK-IDX-CLIENTE, 1)     TO WRK-QTD-MES-ED
           MOVE CLT-MEDIA-QTD(WRK-IDX-CLIENTE)  TO WRK-MEDIA-QTD-ED
           MOVE CLT-FRETE(WRK-IDX-CLIENTE, 1)   TO WRK-FRETE-ED
           MOVE CLT-MEDIA-FRETE(WRK-IDX-CLIENTE) TO WRK-MEDIA-ED
           MOVE CLT-QUEDA-QTD(WRK-IDX-CLIENTE)  TO WRK-PERC-QTD-ED
           MOVE CLT-QUEDA-FRETE(WRK-IDX-CLIENTE) TO WRK-PERC-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  "                  DELIMITED BY SIZE
                  CLT-CLIENTE(WRK-IDX-CLIENTE) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  CLT-NOME(WRK-IDX-CLIENTE)    DELIMITED BY SIZE
                  " EMB "               DELIMITED BY SIZE
                  WRK-QTD-MES-ED        DELIMITED BY SIZE
                  " MEDIA"              DELIMITED BY SIZE
                  WRK-MEDIA-QTD-ED      DELIMITED BY SIZE
                  WRK-PERC-QTD-ED       DELIMITED BY SIZE
                  "% FRETE"             DELIMITED BY SIZE
                  WRK-FRETE-ED          DELIMITED BY SIZE
                  " MEDIA"              DELIMITED BY SIZE
                  WRK-MEDIA-ED          DELIMITED BY SIZE
                  WRK-PERC-ED           DELIMITED BY SIZE
                  "%"                   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL

           EVALUATE CLT-MOTIVO(WRK-IDX-CLIENTE)
             WHEN "Q"
               MOVE "QUEDA ACIMA DO PERCENTUAL" TO WRK-TEXTO-MOTIVO
             WHEN "S"
               MOVE "SEM EMBARQUE NO PERIODO" TO WRK-TEXTO-MOTIVO
             WHEN OTHER
               MOVE "QUEDA E SEM EMBARQUE NO PERIODO"
                 TO WRK-TEXTO-MOTIVO
           END-EVALUATE
           MOVE SPACE TO WRK-LINHA-REL
           STRING "        " DELIMITED BY SIZE
                  WRK-TEXTO-MOTIVO     DELIMITED BY "  "
                  " - ULTIMO EMBARQUE " DELIMITED BY SIZE
                  CLT-ULT-DATA(WRK-IDX-CLIENTE) DELIMITED BY SIZE
                  " - VENDEDOR "       DELIMITED BY SIZE
                  CLT-VENDEDOR(WRK-IDX-CLIENTE) DELIMITED BY SIZE
                  " FONE "             DELIMITED BY SIZE
                  CLT-TELEFONE(WRK-IDX-CLIENTE) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL.

       0014-FECHA-FILIAL SECTION.

           MOVE WRK-QTD-FILIAL   TO WRK-QTD-ED
           MOVE WRK-PERDA-FILIAL TO WRK-PERDA-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  CLIENTES DA FILIAL " DELIMITED BY SIZE
                  WRK-FILIAL-ATUAL DELIMITED BY SIZE
                  ": "             DELIMITED BY SIZE
                  WRK-QTD-ED       DELIMITED BY SIZE
                  " - FRETE MENSAL PERDIDO SOBRE A MEDIA: "
                                   DELIMITED BY SIZE
                  WRK-PERDA-ED     DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL
           MOVE SPACE TO REG-QUEDA-REL
           WRITE REG-QUEDA-REL.

       0020-ALERTA-MAIORES SECTION.

      *    AS CINCO MAIORES PERDAS DE FRETE ENTRE OS LISTADOS.
           PERFORM 5 TIMES
             MOVE ZERO TO WRK-IDX-MAIOR
             PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                       UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
               IF CLT-LISTADO(WRK-IDX-CLIENTE)
                 AND CLT-NO-ALERTA(WRK-IDX-CLIENTE) EQUAL "N"
                 IF WRK-IDX-MAIOR EQUAL ZERO
                   MOVE WRK-IDX-CLIENTE TO WRK-IDX-MAIOR
                 ELSE
                   IF CLT-PERDA(WRK-IDX-CLIENTE)
                        GREATER CLT-PERDA(WRK-IDX-MAIOR)
                     MOVE WRK-IDX-CLIENTE TO WRK-IDX-MAIOR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WRK-IDX-MAIOR GREATER ZERO
               MOVE "S" TO CLT-NO-ALERTA(WRK-IDX-MAIOR)
               PERFORM 0021-GRAVA-ALERTA
             END-IF
           END-PERFORM.

       0021-GRAVA-ALERTA SECTION.

           MOVE CLT-QUEDA-FRETE(WRK-IDX-MAIOR) TO WRK-PERC-ED
           MOVE ZERO TO WRK-PERDA-ED
           IF CLT-PERDA(WRK-IDX-MAIOR) GREATER ZERO
             MOVE CLT-PERDA(WRK-IDX-MAIOR) TO WRK-PERDA-ED
           END-IF
           MOVE SPACE TO WRK-ALERTA-MSG
           STRING "CLIENTE "       DELIMITED BY SIZE
                  CLT-CLIENTE(WRK-IDX-MAIOR) DELIMITED BY SIZE
                  " FILIAL "       DELIMITED BY SIZE
                  CLT-FILIAL(WRK-IDX-MAIOR)  DELIMITED BY SIZE
                  " QUEDA"         DELIMITED BY SIZE
                  WRK-PERC-ED      DELIMITED BY SIZE
                  "% PERDA "       DELIMITED BY SIZE
                  WRK-PERDA-ED     DELIMITED BY SIZE
             INTO WRK-ALERTA-MSG
           END-STRING

           MOVE "QUEDA-VOLUME"   TO ALR-JOB
           MOVE WRK-DATA-SISTEMA TO ALR-DATA
           MOVE WRK-HORA-SISTEMA TO ALR-HORA
           MOVE "A"              TO ALR-SEVERIDADE
           MOVE WRK-ALERTA-MSG   TO ALR-MENSAGEM

           OPEN EXTEND ALERTAS
           IF WRK-STATUS-ALERTAS EQUAL "35"
             OPEN OUTPUT ALERTAS
           END-IF
           WRITE REG-ALERTA
           CLOSE ALERTAS
           ADD 1 TO WRK-QTD-ALERTAS.

       0022-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "QUEDA-VOLUME"    TO RPED-JOB
           MOVE "QUEDA-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM QUEDA-VOLUME.
