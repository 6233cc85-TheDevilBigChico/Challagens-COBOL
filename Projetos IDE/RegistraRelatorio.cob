       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-RELATORIO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: REPOSITORIO DE RELATORIOS. OS RELATORIOS DOS JOBS
      *==            ERAM REGRAVADOS A CADA EXECUCAO E A EMISSAO
      *==            ANTERIOR SE PERDIA. O JOB QUE FECHA UM RELATORIO
      *==            GRAVA O PEDIDO EM RELATORIO-PEDIDO (JOB, NOME DO
      *==            ARQUIVO DO RELATORIO, COMPETENCIA E FILIAL) E CHAMA
      *==            ESTE PROGRAMA, QUE COPIA O TEXTO DO RELATORIO PARA
      *==            RELATORIOS-ARQUIVO, LINHA A LINHA COM A CHAVE DA
      *==            EMISSAO, E INCLUI A ENTRADA EM RELATORIOS-INDICE
      *==            COM DATA/HORA, PAGINAS (60 LINHAS POR PAGINA) E
      *==            LINHAS. O CONSULTA-RELATORIOS PESQUISA O INDICE E
      *==            REIMPRIME O TEXTO GUARDADO.
      *== DATA: 15/10/2026
      *== OBS: O PRAZO DE GUARDA E O DA TABELA RETENCAO-PARAMETROS DO
      *==      RETENCAO-LOGS: RELATORIOS-INDICE E RELATORIOS-ARQUIVO
      *==      ENTRAM NA TABELA COM A DATA NA POSICAO 1 E O MESMO
      *==      NUMERO DE DIAS. LINHA DE RELATORIO COM MAIS DE 200
      *==      POSICOES E GUARDADA TRUNCADA.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDIDO.
           SELECT RELATORIO-EMITIDO
               ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMITIDO.
           SELECT RELATORIOS-ARQUIVO ASSIGN TO "RELATORIOS-ARQUIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT RELATORIOS-INDICE ASSIGN TO "RELATORIOS-INDICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INDICE.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       FD  RELATORIO-EMITIDO.
       01  REG-RELATORIO-EMITIDO   PIC X(256).

       FD  RELATORIOS-ARQUIVO.
       01  REG-RELATORIO-ARQUIVO.
           COPY REL-ARQUIVO.

       FD  RELATORIOS-INDICE.
       01  REG-RELATORIO-INDICE.
           COPY REL-INDICE.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-PEDIDO  PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-EMITIDO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-ARQUIVO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-INDICE  PIC X(02)         VALUE SPACE.
       77  WRK-NOME-RELATORIO PIC X(20)         VALUE SPACE.
       77  WRK-TEM-PEDIDO     PIC X(01)         VALUE "N".
           88 HA-PEDIDO                         VALUE "S".
       77  WRK-FIM-EMITIDO    PIC X(01)         VALUE "N".
       77  WRK-FIM-INDICE     PIC X(01)         VALUE "N".
      *====================== CHAVE DA EMISSAO ===========================
       77  WRK-DATA-SISTEMA   PIC 9(08)         VALUE ZERO.
       77  WRK-HORA-SISTEMA   PIC 9(08)         VALUE ZERO.
       77  WRK-JOB            PIC X(12)         VALUE SPACE.
       77  WRK-COMPETENCIA    PIC 9(06)         VALUE ZERO.
       77  WRK-FILIAL         PIC X(05)         VALUE SPACE.
      *====================== CONTAGEM ===================================
       77  WRK-LINHAS-PAGINA  PIC 9(03)         VALUE 60.
       77  WRK-QTD-LINHAS     PIC 9(07)         VALUE ZERO.
       77  WRK-QTD-PAGINAS    PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-ED         PIC ZZZZZZ9.
       77  WRK-PAG-ED         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

      *    O PROGRAMA E CHAMADO VARIAS VEZES NA MESMA EXECUCAO (UMA
      *    POR FILIAL NO MANIFESTO-FILIAL E NO ROMANEIO-DIARIO); TUDO
      *    E ZERADO AQUI.
           MOVE "N"   TO WRK-TEM-PEDIDO
           MOVE "N"   TO WRK-FIM-EMITIDO
           MOVE ZERO  TO WRK-QTD-LINHAS
           MOVE ZERO  TO WRK-QTD-PAGINAS
           MOVE SPACE TO WRK-NOME-RELATORIO

           PERFORM 0001-LE-PEDIDO

           IF HA-PEDIDO
             PERFORM 0002-ARQUIVA-TEXTO
           END-IF

           IF HA-PEDIDO
             PERFORM 0003-GRAVA-INDICE
           END-IF

           GOBACK.

       0001-LE-PEDIDO SECTION.

           OPEN INPUT RELATORIO-PEDIDO
           IF WRK-STATUS-PEDIDO EQUAL "35"
             DISPLAY "RELATORIO-PEDIDO INEXISTENTE, RELATORIO NAO "
                     "REGISTRADO NO REPOSITORIO"
           ELSE
             READ RELATORIO-PEDIDO
               AT END
                 DISPLAY "RELATORIO-PEDIDO VAZIO, RELATORIO NAO "
                         "REGISTRADO NO REPOSITORIO"
               NOT AT END
                 IF RPED-RELATORIO EQUAL SPACE
                   DISPLAY "RELATORIO-PEDIDO SEM NOME DE RELATORIO"
                 ELSE
                   MOVE "S"            TO WRK-TEM-PEDIDO
                   MOVE RPED-RELATORIO TO WRK-NOME-RELATORIO
                   MOVE RPED-JOB       TO WRK-JOB
                   MOVE RPED-FILIAL    TO WRK-FILIAL
                   IF RPED-COMPETENCIA NUMERIC
                     MOVE RPED-COMPETENCIA TO WRK-COMPETENCIA
                   ELSE
                     MOVE ZERO TO WRK-COMPETENCIA
                   END-IF
                 END-IF
             END-READ
             CLOSE RELATORIO-PEDIDO
           END-IF.

       0002-ARQUIVA-TEXTO SECTION.

           OPEN INPUT RELATORIO-EMITIDO
           IF WRK-STATUS-EMITIDO EQUAL "35"
             DISPLAY WRK-NOME-RELATORIO " INEXISTENTE, NADA A "
                     "REGISTRAR NO REPOSITORIO"
             MOVE "N" TO WRK-TEM-PEDIDO
           ELSE
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
             ACCEPT WRK-HORA-SISTEMA FROM TIME
             PERFORM 0004-GARANTE-CHAVE
             OPEN EXTEND RELATORIOS-ARQUIVO
             IF WRK-STATUS-ARQUIVO EQUAL "35"
               OPEN OUTPUT RELATORIOS-ARQUIVO
             END-IF
             PERFORM UNTIL WRK-FIM-EMITIDO EQUAL "S"
               READ RELATORIO-EMITIDO
                 AT END
                   MOVE "S" TO WRK-FIM-EMITIDO
                 NOT AT END
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE WRK-DATA-SISTEMA   TO RARQ-DATA
                   MOVE WRK-HORA-SISTEMA   TO RARQ-HORA
                   MOVE WRK-JOB            TO RARQ-JOB
                   MOVE WRK-NOME-RELATORIO TO RARQ-RELATORIO
                   MOVE WRK-QTD-LINHAS     TO RARQ-LINHA
                   MOVE REG-RELATORIO-EMITIDO TO RARQ-TEXTO
                   WRITE REG-RELATORIO-ARQUIVO
               END-READ
             END-PERFORM
             CLOSE RELATORIOS-ARQUIVO
             CLOSE RELATORIO-EMITIDO
           END-IF.

       0003-GRAVA-INDICE SECTION.

      *    PAGINA CHEIA A CADA 60 LINHAS; A ULTIMA, INCOMPLETA, CONTA.
           DIVIDE WRK-QTD-LINHAS BY WRK-LINHAS-PAGINA
             GIVING WRK-QTD-PAGINAS
           IF WRK-QTD-PAGINAS * WRK-LINHAS-PAGINA LESS WRK-QTD-LINHAS
             ADD 1 TO WRK-QTD-PAGINAS
           END-IF

           MOVE WRK-DATA-SISTEMA   TO RIX-DATA
           MOVE WRK-HORA-SISTEMA   TO RIX-HORA
           MOVE WRK-JOB            TO RIX-JOB
           MOVE WRK-NOME-RELATORIO TO RIX-RELATORIO
           MOVE WRK-COMPETENCIA    TO RIX-COMPETENCIA
           MOVE WRK-FILIAL         TO RIX-FILIAL
           MOVE WRK-QTD-PAGINAS    TO RIX-PAGINAS
           MOVE WRK-QTD-LINHAS     TO RIX-LINHAS

           OPEN EXTEND RELATORIOS-INDICE
           IF WRK-STATUS-INDICE EQUAL "35"
             OPEN OUTPUT RELATORIOS-INDICE
           END-IF
           WRITE REG-RELATORIO-INDICE
           CLOSE RELATORIOS-INDICE

           MOVE WRK-QTD-LINHAS  TO WRK-QTD-ED
           MOVE WRK-QTD-PAGINAS TO WRK-PAG-ED
           DISPLAY WRK-NOME-RELATORIO " REGISTRADO NO REPOSITORIO: "
                   WRK-QTD-ED " LINHAS, " WRK-PAG-ED " PAGINAS".

       0004-GARANTE-CHAVE SECTION.

      *    DUAS EMISSOES DO MESMO RELATORIO PELO MESMO JOB NO MESMO
      *    CENTESIMO DE SEGUNDO TERIAM A MESMA CHAVE E O TEXTO DE UMA
      *    SE MISTURARIA AO DA OUTRA NA REIMPRESSAO; A HORA DA NOVA
      *    EMISSAO PASSA PARA DEPOIS DA ULTIMA JA INDEXADA.
           MOVE "N" TO WRK-FIM-INDICE
           OPEN INPUT RELATORIOS-INDICE
           IF WRK-STATUS-INDICE EQUAL "35"
             MOVE "S" TO WRK-FIM-INDICE
           END-IF
           PERFORM UNTIL WRK-FIM-INDICE EQUAL "S"
             READ RELATORIOS-INDICE
               AT END
                 MOVE "S" TO WRK-FIM-INDICE
               NOT AT END
                 IF RIX-DATA EQUAL WRK-DATA-SISTEMA
                   AND RIX-JOB EQUAL WRK-JOB
                   AND RIX-RELATORIO EQUAL WRK-NOME-RELATORIO
                   AND RIX-HORA NOT LESS WRK-HORA-SISTEMA
                   COMPUTE WRK-HORA-SISTEMA = RIX-HORA + 1
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-INDICE NOT EQUAL "35"
             CLOSE RELATORIOS-INDICE
           END-IF.

       END PROGRAM REGISTRA-RELATORIO.
