      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: AVERBACAO MENSAL DE SEGURO PARA A SEGURADORA, QUE
      *==            ERA DATILOGRAFADA A PARTIR DO MANIFESTO. LE O
      *==            EMBARQUE-HISTORICO (EMBARQUES DO MES, COMPETENCIA
      *==            PELA DATA DE PROCESSAMENTO) E GERA O ARQUIVO
      *==            AVERBACAO-SEGURO
      *==            (UM REGISTRO POR EMBARQUE COM APOLICE, CHAVE DO
      *==            EMBARQUE, CLIENTE, VALOR DECLARADO DA MERCADORIA,
      *==            SEGURO COBRADO, ZONA, DATA PROMETIDA DE ENTREGA E
      *==            SEGURO-PARAMETROS.
      *== DATA: 02/09/2026
      *== OBS:
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  OS EMBARQUES DO MES SAO LIDOS NO
      *==                 EMBARQUE-HISTORICO, COM START NO PRIMEIRO DIA
      *==                 DA COMPETENCIA, NO LUGAR DAS GERACOES DE
      *==                 FRETE-SAIDA.
      *== 15/10/2026 FA  EMISSAO DO AVERBACAO-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARQUE-HISTORICO ASSIGN TO "EMBARQUE-HISTORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEMB-CHAVE
               ALTERNATE RECORD KEY IS HEMB-CHAVE-TRANSP
               ALTERNATE RECORD KEY IS HEMB-CHAVE-CLIENTE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT SEGURO-PARAMETROS ASSIGN TO "SEGURO-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT AVERBACAO-RELATORIO
               ASSIGN TO "AVERBACAO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARQUE-HISTORICO.
       01  REG-EMBARQUE-HIST.
           COPY EMBARQUE-HIST.

       FD  SEGURO-PARAMETROS.
       01  REG-SEGURO-PARAMETRO.
       FD  AVERBACAO-RELATORIO.
       01  REG-AVERBACAO-REL       PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB           PIC 9(04)        VALUE ZERO.
       77  WRK-STATUS-HISTORICO PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-FIM-HISTORICO PIC X(01)           VALUE "N".
           88 FIM-DO-HISTORICO                   VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-APOLICE      PIC X(15)            VALUE
           "SEM-APOLICE".
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-INICIO  PIC 9(08)            VALUE ZERO.
       77  WRK-COMPET-EMB   PIC 9(06)            VALUE ZERO.
      *====================== TOTAIS =====================================
       77  WRK-QTD-EMBARQUES PIC 9(07)           VALUE ZERO.
                     WRK-COMPETENCIA-NUM
           END-IF

           COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA-NUM * 100 + 1

           PERFORM 0005-CARREGA-APOLICE

           OPEN OUTPUT AVERBACAO-SEGURO
           MOVE WRK-LINHA-REL TO REG-AVERBACAO-REL
           WRITE REG-AVERBACAO-REL

           OPEN INPUT EMBARQUE-HISTORICO
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             DISPLAY "EMBARQUE-HISTORICO INDISPONIVEL, STATUS "
                     WRK-STATUS-HISTORICO ", NADA A AVERBAR"
           ELSE
      *      A CHAVE PRIMARIA COMECA PELA DATA DE PROCESSAMENTO: O
      *      START POSICIONA NO PRIMEIRO DIA DA COMPETENCIA E A LEITURA
      *      PARA NO PRIMEIRO EMBARQUE DO MES SEGUINTE.
             MOVE WRK-DATA-INICIO TO HEMB-DATA
             MOVE ZERO            TO HEMB-SEQ
             START EMBARQUE-HISTORICO KEY NOT LESS HEMB-CHAVE
             IF WRK-STATUS-HISTORICO NOT EQUAL "00"
               MOVE "S" TO WRK-FIM-HISTORICO
             ELSE
               PERFORM 0001-RECEBE
             END-IF
             PERFORM UNTIL FIM-DO-HISTORICO
               PERFORM 0002-AVERBA-EMBARQUE
               PERFORM 0001-RECEBE
             END-PERFORM
             CLOSE EMBARQUE-HISTORICO
           END-IF

           PERFORM 0003-TOTAIS-FINAIS
           CLOSE AVERBACAO-SEGURO
           CLOSE AVERBACAO-RELATORIO
           PERFORM 0006-REGISTRA-RELATORIO

           GOBACK.

       0001-RECEBE SECTION.

           READ EMBARQUE-HISTORICO NEXT RECORD
             AT END
               MOVE "S" TO WRK-FIM-HISTORICO
             NOT AT END
               COMPUTE WRK-COMPET-EMB = HEMB-DATA / 100
               IF WRK-COMPET-EMB GREATER WRK-COMPETENCIA-NUM
                 MOVE "S" TO WRK-FIM-HISTORICO
               END-IF
           END-READ.

       0002-AVERBA-EMBARQUE SECTION.

           MOVE WRK-APOLICE          TO AVB-APOLICE
           MOVE HEMB-DATA            TO AVB-DATA-EMBARQUE
           MOVE HEMB-SEQ             TO AVB-SEQ
           MOVE HEMB-CLIENTE         TO AVB-CLIENTE
           MOVE HEMB-VALOR-ORIGINAL  TO AVB-VALOR-MERCADORIA
           MOVE HEMB-SEGURO          TO AVB-SEGURO
           MOVE HEMB-ZONA            TO AVB-ZONA
           MOVE HEMB-DATA-ENTREGA    TO AVB-DATA-ENTREGA
           MOVE HEMB-TIPO            TO AVB-TIPO
           WRITE REG-AVERBACAO

      *    ESTORNO ABATE DO TOTAL AVERBADO, COMO O FATURAMENTO ABATE
      *    DA FATURA.
           IF HEMB-ESTORNO
             ADD 1 TO WRK-QTD-ESTORNOS
             SUBTRACT HEMB-VALOR-ORIGINAL FROM WRK-TOT-MERCADORIA
             SUBTRACT HEMB-SEGURO FROM WRK-TOT-SEGURO
           ELSE
             ADD 1 TO WRK-QTD-EMBARQUES
             ADD HEMB-VALOR-ORIGINAL TO WRK-TOT-MERCADORIA
             ADD HEMB-SEGURO         TO WRK-TOT-SEGURO
           END-IF.

       0003-TOTAIS-FINAIS SECTION.
                     "NUMERO DE APOLICE"
           END-IF.

       0006-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "AVERBA-SEGUR"        TO RPED-JOB
           MOVE "AVERBACAO-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM AVERBA-SEGURO.
