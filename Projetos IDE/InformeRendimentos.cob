      *==            TOTAIS MENSAIS DO FOLHA-RELATORIO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FOLHA DE MAIS DE UMA EMPRESA (CNPJ): A EMPRESA
      *==                 E INFORMADA NA LARGADA (BRANCO = TODAS) E O
      *==                 INFORME SAI AGRUPADO POR EMPRESA, COM NOME E
      *==                 CNPJ DE EMPRESA-PARAMETROS NO CABECALHO E O
      *==                 RESUMO PROPRIO DE CADA UMA. O EMPREGADO QUE
      *==                 MUDOU DE EMPRESA NO ANO TEM UM INFORME EM
      *==                 CADA. CONTRACHEQUE SEM EMPRESA E DA EMPRESA
      *==                 01.
      *== 15/10/2026 FA  EMISSAO DO INFORME-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-FOLHA.
           SELECT INFORME-RELATORIO ASSIGN TO "INFORME-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPRESA-PARAMETROS ASSIGN TO "EMPRESA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.

       DATA DIVISION.
       FILE SECTION.
           05 FOLHA-FALTAS         PIC 9(06)V99.
           05 FOLHA-QTD-DEP        PIC 9(02).
           05 FOLHA-OUTROS-DESC    PIC 9(06)V99.
           05 FOLHA-EMPRESA        PIC 9(02).

       FD  INFORME-RELATORIO.
       01  REG-INFORME             PIC X(132).

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETRO.
           COPY EMPRESA-PARAM.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-FOLHA PIC X(02)            VALUE SPACE.
       77  WRK-FIM-FOLHA    PIC X(01)            VALUE "N".
           88 FIM-DA-FOLHA                       VALUE "S".
       01  TAB-EMPREGADOS.
           05 EMP-ITEM OCCURS 500 TIMES
                        INDEXED BY IDX-EMP.
              10 EMP-EMPRESA     PIC 9(02).
              10 EMP-CODIGO      PIC 9(04).
              10 EMP-NOME        PIC X(15).
              10 EMP-BRUTO       PIC 9(09)V99.
              10 EMP-INSS        PIC 9(09)V99.
              10 EMP-IRRF        PIC 9(09)V99.
              10 EMP-LIQUIDO     PIC 9(09)V99.
      *====================== EMPRESAS ===================================
       77  WRK-STATUS-EMPRESA PIC X(02)          VALUE SPACE.
       77  WRK-FIM-EMPRESAS PIC X(01)            VALUE "N".
       77  WRK-EMPRESA-ENTRADA PIC X(02)         VALUE SPACE.
      *    EMPRESA INFORMADA NA LARGADA; ZERO = TODAS.
       77  WRK-EMPRESA-SELECAO PIC 9(02)         VALUE ZERO.
       77  WRK-EMPRESA-COD  PIC 9(02)            VALUE ZERO.
       77  WRK-QTD-EMPRESAS PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPRESA  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPR-BUSCA PIC 9(02)          VALUE ZERO.
       77  WRK-POS-EMPRESA  PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-EMPRESA PIC X(01)           VALUE "N".
       01  TAB-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 20 TIMES
                            INDEXED BY IDX-EMPRESA.
              10 EMPRESA-CODIGO   PIC 9(02).
              10 EMPRESA-NOME     PIC X(30).
              10 EMPRESA-CNPJ     PIC 9(14).
              10 EMPRESA-QTD      PIC 9(03).
              10 EMPRESA-BRUTO    PIC 9(11)V99.
              10 EMPRESA-INSS     PIC 9(11)V99.
              10 EMPRESA-IRRF     PIC 9(11)V99.
              10 EMPRESA-LIQUIDO  PIC 9(11)V99.
      *====================== RESUMO DAS EMPRESAS ========================
       77  WRK-TOT-BRUTO    PIC 9(11)V99         VALUE ZERO.
       77  WRK-TOT-INSS     PIC 9(11)V99         VALUE ZERO.
       77  WRK-TOT-IRRF     PIC 9(11)V99         VALUE ZERO.
             DISPLAY "ANO INVALIDO, ASSUMINDO " WRK-ANO-NUM
           END-IF

           DISPLAY "EMPRESA (BRANCO = TODAS) "
             ACCEPT WRK-EMPRESA-ENTRADA
           IF WRK-EMPRESA-ENTRADA NUMERIC
             AND WRK-EMPRESA-ENTRADA NOT EQUAL "00"
             MOVE WRK-EMPRESA-ENTRADA TO WRK-EMPRESA-SELECAO
           END-IF

           PERFORM 0005-CARREGA-EMPRESAS

           OPEN INPUT FOLHA-PAGAMENTO
           IF WRK-STATUS-FOLHA EQUAL "35"
             DISPLAY "FOLHA-PAGAMENTO INEXISTENTE, NADA A INFORMAR"
           OPEN OUTPUT INFORME-RELATORIO
           PERFORM 0003-IMPRIME
           CLOSE INFORME-RELATORIO
           PERFORM 0009-REGISTRA-RELATORIO

           GOBACK.


       0002-ACUMULA SECTION.

      *    CONTRACHEQUE ANTERIOR AO CODIGO DE EMPRESA VALE EMPRESA 01.
           IF FOLHA-EMPRESA NUMERIC
             AND FOLHA-EMPRESA GREATER ZERO
             MOVE FOLHA-EMPRESA TO WRK-EMPRESA-COD
           ELSE
             MOVE 1 TO WRK-EMPRESA-COD
           END-IF
           COMPUTE WRK-ANO-COMPET = FOLHA-COMPETENCIA / 100
           IF WRK-ANO-COMPET EQUAL WRK-ANO-NUM
             AND (WRK-EMPRESA-SELECAO EQUAL ZERO
                  OR WRK-EMPRESA-SELECAO EQUAL WRK-EMPRESA-COD)
             PERFORM 0006-BUSCA-EMPRESA
             IF WRK-ACHOU-EMPRESA EQUAL "N"
               PERFORM 0007-INCLUI-EMPRESA
             END-IF
             MOVE "N" TO WRK-ACHOU-EMP
             PERFORM VARYING WRK-IDX-EMP FROM 1 BY 1
                       UNTIL WRK-IDX-EMP > WRK-QTD-EMP
               IF EMP-CODIGO(WRK-IDX-EMP) EQUAL FOLHA-CODIGO
                 AND EMP-EMPRESA(WRK-IDX-EMP) EQUAL WRK-EMPRESA-COD
                 PERFORM 0004-SOMA-EMPREGADO
                 MOVE "S" TO WRK-ACHOU-EMP
                 MOVE WRK-QTD-EMP TO WRK-IDX-EMP
               ELSE
                 ADD 1 TO WRK-QTD-EMP
                 MOVE WRK-QTD-EMP TO WRK-IDX-EMP
                 MOVE WRK-EMPRESA-COD TO EMP-EMPRESA(WRK-IDX-EMP)
                 IF WRK-ACHOU-EMPRESA EQUAL "S"
                   ADD 1 TO EMPRESA-QTD(WRK-POS-EMPRESA)
                 END-IF
                 MOVE FOLHA-CODIGO TO EMP-CODIGO(WRK-IDX-EMP)
                 MOVE FOLHA-NOME   TO EMP-NOME(WRK-IDX-EMP)
                 MOVE ZERO TO EMP-BRUTO(WRK-IDX-EMP)
           ADD FOLHA-INSS    TO EMP-INSS(WRK-IDX-EMP)
           ADD FOLHA-IRRF    TO EMP-IRRF(WRK-IDX-EMP)
           ADD FOLHA-LIQUIDO TO EMP-LIQUIDO(WRK-IDX-EMP)
           IF WRK-ACHOU-EMPRESA EQUAL "S"
             ADD FOLHA-BRUTO   TO EMPRESA-BRUTO(WRK-POS-EMPRESA)
             ADD FOLHA-INSS    TO EMPRESA-INSS(WRK-POS-EMPRESA)
             ADD FOLHA-IRRF    TO EMPRESA-IRRF(WRK-POS-EMPRESA)
             ADD FOLHA-LIQUIDO TO EMPRESA-LIQUIDO(WRK-POS-EMPRESA)
           END-IF
           ADD FOLHA-BRUTO   TO WRK-TOT-BRUTO
           ADD FOLHA-INSS    TO WRK-TOT-INSS
           ADD FOLHA-IRRF    TO WRK-TOT-IRRF
       0003-IMPRIME SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-EMPRESA-SELECAO EQUAL ZERO
             STRING "INFORME DE RENDIMENTOS - ANO " DELIMITED BY SIZE
                    WRK-ANO-NUM DELIMITED BY SIZE
                    " - TODAS AS EMPRESAS" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "INFORME DE RENDIMENTOS - ANO " DELIMITED BY SIZE
                    WRK-ANO-NUM DELIMITED BY SIZE
                    " - EMPRESA " DELIMITED BY SIZE
                    WRK-EMPRESA-SELECAO DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-INFORME
           WRITE REG-INFORME

           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                     UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
             IF EMPRESA-QTD(WRK-IDX-EMPRESA) GREATER ZERO
               PERFORM 0008-IMPRIME-EMPRESA
             END-IF
           END-PERFORM

      *    COM MAIS DE UMA EMPRESA, O TOTAL GERAL FECHA COM A SOMA DOS
      *    TOTAIS MENSAIS DO FOLHA-RELATORIO DE TODAS AS EMPRESAS.
           IF WRK-EMPRESA-SELECAO EQUAL ZERO
             MOVE WRK-TOT-BRUTO   TO WRK-BRUTO-ED
             MOVE WRK-TOT-INSS    TO WRK-INSS-ED
             MOVE WRK-TOT-IRRF    TO WRK-IRRF-ED
             MOVE WRK-TOT-LIQUIDO TO WRK-LIQUIDO-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "TODAS AS EMPRESAS NO ANO - BRUTO: "
                      DELIMITED BY SIZE
                    WRK-BRUTO-ED DELIMITED BY SIZE
                    " INSS: "    DELIMITED BY SIZE
                    WRK-INSS-ED  DELIMITED BY SIZE
                    " IRRF: "    DELIMITED BY SIZE
                    WRK-IRRF-ED  DELIMITED BY SIZE
                    " LIQUIDO: " DELIMITED BY SIZE
                    WRK-LIQUIDO-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       0008-IMPRIME-EMPRESA SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPRESA " DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EMPRESA-NOME(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  EMPRESA-CNPJ(WRK-IDX-EMPRESA) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-INFORME
           WRITE REG-INFORME

           PERFORM VARYING WRK-IDX-EMP FROM 1 BY 1
                     UNTIL WRK-IDX-EMP > WRK-QTD-EMP
             IF EMP-EMPRESA(WRK-IDX-EMP)
                  EQUAL EMPRESA-CODIGO(WRK-IDX-EMPRESA)
               MOVE EMP-BRUTO(WRK-IDX-EMP)   TO WRK-BRUTO-ED
               MOVE EMP-INSS(WRK-IDX-EMP)    TO WRK-INSS-ED
               MOVE EMP-IRRF(WRK-IDX-EMP)    TO WRK-IRRF-ED
               MOVE EMP-LIQUIDO(WRK-IDX-EMP) TO WRK-LIQUIDO-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "EMPREGADO " DELIMITED BY SIZE
                      EMP-CODIGO(WRK-IDX-EMP) DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      EMP-NOME(WRK-IDX-EMP) DELIMITED BY SIZE
                      " BRUTO: "  DELIMITED BY SIZE
                      WRK-BRUTO-ED DELIMITED BY SIZE
                      " INSS: "   DELIMITED BY SIZE
                      WRK-INSS-ED DELIMITED BY SIZE
                      " IRRF: "   DELIMITED BY SIZE
                      WRK-IRRF-ED DELIMITED BY SIZE
                      " LIQUIDO: " DELIMITED BY SIZE
                      WRK-LIQUIDO-ED DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-INFORME
               WRITE REG-INFORME
             END-IF
           END-PERFORM

      *    O RESUMO DA EMPRESA FECHA COM A SOMA DOS TOTAIS MENSAIS DA
      *    EMPRESA NO FOLHA-RELATORIO, POIS SAI DOS MESMOS
      *    CONTRACHEQUES.
           MOVE EMPRESA-BRUTO(WRK-IDX-EMPRESA)   TO WRK-BRUTO-ED
           MOVE EMPRESA-INSS(WRK-IDX-EMPRESA)    TO WRK-INSS-ED
           MOVE EMPRESA-IRRF(WRK-IDX-EMPRESA)    TO WRK-IRRF-ED
           MOVE EMPRESA-LIQUIDO(WRK-IDX-EMPRESA) TO WRK-LIQUIDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPRESA NO ANO - BRUTO: " DELIMITED BY SIZE
                  WRK-BRUTO-ED DELIMITED BY SIZE
           MOVE WRK-LINHA-REL TO REG-INFORME
           WRITE REG-INFORME.

       0005-CARREGA-EMPRESAS SECTION.

      *    UM REGISTRO POR EMPRESA; REGISTRO ANTIGO, SEM CODIGO, E A
      *    EMPRESA 01. CODIGO REPETIDO FICA COM O PRIMEIRO REGISTRO.
           OPEN INPUT EMPRESA-PARAMETROS
           IF WRK-STATUS-EMPRESA NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-EMPRESAS EQUAL "S"
               READ EMPRESA-PARAMETROS
                 AT END
                   MOVE "S" TO WRK-FIM-EMPRESAS
                 NOT AT END
                   IF EMPR-CODIGO-REG NUMERIC
                     AND EMPR-CODIGO-REG GREATER ZERO
                     MOVE EMPR-CODIGO-REG TO WRK-EMPRESA-COD
                   ELSE
                     MOVE 1 TO WRK-EMPRESA-COD
                   END-IF
                   PERFORM 0006-BUSCA-EMPRESA
                   IF WRK-ACHOU-EMPRESA EQUAL "N"
                     PERFORM 0007-INCLUI-EMPRESA
                     IF WRK-ACHOU-EMPRESA EQUAL "S"
                       MOVE EMPR-NOME-REG
                         TO EMPRESA-NOME(WRK-POS-EMPRESA)
                       IF EMPR-CNPJ-REG NUMERIC
                         MOVE EMPR-CNPJ-REG
                           TO EMPRESA-CNPJ(WRK-POS-EMPRESA)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPRESA-PARAMETROS
           END-IF.

       0006-BUSCA-EMPRESA SECTION.

           MOVE "N" TO WRK-ACHOU-EMPRESA
           PERFORM VARYING WRK-IDX-EMPR-BUSCA FROM 1 BY 1
                     UNTIL WRK-IDX-EMPR-BUSCA > WRK-QTD-EMPRESAS
             IF EMPRESA-CODIGO(WRK-IDX-EMPR-BUSCA)
                  EQUAL WRK-EMPRESA-COD
               MOVE "S" TO WRK-ACHOU-EMPRESA
               MOVE WRK-IDX-EMPR-BUSCA TO WRK-POS-EMPRESA
               MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPR-BUSCA
             END-IF
           END-PERFORM.

       0007-INCLUI-EMPRESA SECTION.

      *    EMPRESA SEM REGISTRO EM EMPRESA-PARAMETROS ENTRA SEM NOME E
      *    SEM CNPJ; DEVOLVE A POSICAO EM WRK-POS-EMPRESA.
           MOVE "N" TO WRK-ACHOU-EMPRESA
           IF WRK-QTD-EMPRESAS NOT LESS 20
             DISPLAY "TAB-EMPRESAS CHEIA, EMPRESA " WRK-EMPRESA-COD
                     " FORA DO INFORME"
           ELSE
             ADD 1 TO WRK-QTD-EMPRESAS
             MOVE WRK-QTD-EMPRESAS TO WRK-POS-EMPRESA
             INITIALIZE EMPRESA-ITEM(WRK-POS-EMPRESA)
             MOVE WRK-EMPRESA-COD
               TO EMPRESA-CODIGO(WRK-POS-EMPRESA)
             MOVE "EMPRESA NAO PARAMETRIZADA"
               TO EMPRESA-NOME(WRK-POS-EMPRESA)
             MOVE "S" TO WRK-ACHOU-EMPRESA
           END-IF.

       0009-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "INFORME-REND"      TO RPED-JOB
           MOVE "INFORME-RELATORIO" TO RPED-RELATORIO
      *    O ANO-CALENDARIO VAI NA COMPETENCIA COM O MES ZERADO.
           COMPUTE RPED-COMPETENCIA = WRK-ANO-NUM * 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM INFORME-RENDIMENTOS.
