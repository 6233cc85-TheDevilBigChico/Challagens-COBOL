      *==            RETURN-CODE 8.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FOLHA DE MAIS DE UMA EMPRESA (CNPJ): CADA
      *==                 EMPRESA TEM REMESSA PROPRIA, ENTAO A EMPRESA E
      *==                 INFORMADA NA LARGADA (BRANCO = 01) E O JOB
      *==                 CONCILIA BANCO-REMESSA-cc COM BANCO-RETORNO-cc
      *==                 E GERA BANCO-REMESSA-REENVIO-cc.
      *== 15/10/2026 FA  EMISSAO DO RETORNO-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO-REMESSA ASSIGN TO DYNAMIC WRK-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.
           SELECT BANCO-RETORNO ASSIGN TO DYNAMIC WRK-NOME-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.
           SELECT BANCO-REMESSA-REENVIO
               ASSIGN TO DYNAMIC WRK-NOME-REENVIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETORNO-RELATORIO ASSIGN TO "RETORNO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-RELATORIO.
       01  REG-RETORNO-REL         PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-REMESSA PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RETORNO PIC X(02)          VALUE SPACE.
       77  WRK-FIM-REMESSA  PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
      *====================== EMPRESA ====================================
       77  WRK-EMPRESA-ENTRADA PIC X(02)         VALUE SPACE.
       77  WRK-EMPRESA      PIC 9(02)            VALUE 1.
       77  WRK-NOME-REMESSA PIC X(30)            VALUE SPACE.
       77  WRK-NOME-RETORNO PIC X(30)            VALUE SPACE.
       77  WRK-NOME-REENVIO PIC X(30)            VALUE SPACE.
      *====================== RETORNOS DO BANCO ==========================
       77  WRK-QTD-RETORNOS PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-RETORNO  PIC 9(04)            VALUE ZERO.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "EMPRESA (BRANCO = 01) "
             ACCEPT WRK-EMPRESA-ENTRADA
           IF WRK-EMPRESA-ENTRADA NUMERIC
             AND WRK-EMPRESA-ENTRADA NOT EQUAL "00"
             MOVE WRK-EMPRESA-ENTRADA TO WRK-EMPRESA
           END-IF
           STRING "BANCO-REMESSA-" DELIMITED BY SIZE
                  WRK-EMPRESA DELIMITED BY SIZE
             INTO WRK-NOME-REMESSA
           END-STRING
           STRING "BANCO-RETORNO-" DELIMITED BY SIZE
                  WRK-EMPRESA DELIMITED BY SIZE
             INTO WRK-NOME-RETORNO
           END-STRING
           STRING "BANCO-REMESSA-REENVIO-" DELIMITED BY SIZE
                  WRK-EMPRESA DELIMITED BY SIZE
             INTO WRK-NOME-REENVIO
           END-STRING

           PERFORM 0005-CARREGA-RETORNOS

           OPEN OUTPUT RETORNO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROCESSAMENTO DO RETORNO BANCARIO DA FOLHA - "
                    DELIMITED BY SIZE
                  "EMPRESA " DELIMITED BY SIZE
                  WRK-EMPRESA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RETORNO-REL
           WRITE REG-RETORNO-REL

           OPEN INPUT BANCO-REMESSA
           IF WRK-STATUS-REMESSA EQUAL "35"
             DISPLAY "BANCO-REMESSA DA EMPRESA " WRK-EMPRESA
                     " INEXISTENTE, NADA A CONCILIAR"
           ELSE
             OPEN OUTPUT BANCO-REMESSA-REENVIO
             PERFORM 0001-RECEBE
           PERFORM 0003-LISTA-SEM-REMESSA
           PERFORM 0004-TOTAIS-FINAIS
           CLOSE RETORNO-RELATORIO
           PERFORM 0007-REGISTRA-RELATORIO

           IF WRK-QTD-ENVIADOS NOT EQUAL
              WRK-QTD-ACEITOS + WRK-QTD-REJEITADOS
             END-PERFORM
             CLOSE BANCO-RETORNO
           ELSE
             DISPLAY "BANCO-RETORNO DA EMPRESA " WRK-EMPRESA
                     " INEXISTENTE, NADA A PROCESSAR"
           END-IF.

       0007-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "RETORNO-BANC"      TO RPED-JOB
           MOVE "RETORNO-RELATORIO" TO RPED-RELATORIO
      *    SEM HEADER DE REMESSA, VALE A COMPETENCIA DO DIA.
           IF WRK-COMPETENCIA GREATER ZERO
             MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           ELSE
             COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           END-IF
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM RETORNO-BANCO.
