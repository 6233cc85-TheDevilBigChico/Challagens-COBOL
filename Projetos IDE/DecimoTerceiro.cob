      *== DATA: 02/09/2026
      *== OBS: SEM INSS-FAIXAS O INSS VOLTA AOS 9%, SEM IRRF-FAIXAS O
      *==      IRRF NAO E RETIDO, COMO NA FOLHA-MENSAL.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  13o DE MAIS DE UMA EMPRESA (CNPJ): A EMPRESA E
      *==                 INFORMADA NA LARGADA, DEPOIS DA PARCELA
      *==                 (BRANCO = TODAS), E CADA EMPRESA RODA NUMA
      *==                 PASSADA PROPRIA PELO MESTRE, COM REMESSA
      *==                 PROPRIA EM BANCO-REMESSA-13-cc E TOTAIS
      *==                 PROPRIOS NO RELATORIO. O CONTRACHEQUE GANHA O
      *==                 CODIGO DA EMPRESA; O 13o DE UMA EMPRESA SO
      *==                 MANTEM OS CONTRACHEQUES DAS OUTRAS EM
      *==                 DECIMO-PAGAMENTO. EMPRESA INFORMADA QUE NAO
      *==                 EXISTE RECUSA O LOTE COM RETURN-CODE 8.
      *== 15/10/2026 FA  EMISSAO DO DECIMO-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT DECIMO-PAGAMENTO ASSIGN TO "DECIMO-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DECIMO.
           SELECT DECIMO-RELATORIO ASSIGN TO "DECIMO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANCO-REMESSA-13 ASSIGN TO DYNAMIC WRK-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERACOES-RESUMO ASSIGN TO "OPERACOES-RESUMO"
               ORGANIZATION IS LINE SEQUENTIAL
           05 DEC-IRRF             PIC 9(06)V99.
           05 DEC-ADIANTAMENTO     PIC 9(06)V99.
           05 DEC-LIQUIDO          PIC 9(06)V99.
           05 DEC-EMPRESA          PIC 9(02).

       FD  DECIMO-RELATORIO.
       01  REG-DECIMO-RELATORIO    PIC X(80).

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETRO.
           COPY EMPRESA-PARAM.

       FD  INSS-FAIXAS.
       01  REG-INSS-FAIXA.
       01  REG-IRRF-FAIXA.
           COPY DESC-FAIXA REPLACING LEADING ==FAIXA== BY ==IRRFF==.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RESUMO PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-JOBSTAT PIC X(02)         VALUE SPACE.
      *====================== JOB-STATUS =================================
       77  WRK-JSTAT-TIPO   PIC X(01)           VALUE "I".
       77  WRK-JSTAT-QTD    PIC 9(07)           VALUE ZERO.
      *====================== EMPRESAS / REMESSA BANCARIA ================
       77  WRK-FIM-EMPRESAS PIC X(01)           VALUE "N".
       77  WRK-EMPRESA-ENTRADA PIC X(02)        VALUE SPACE.
      *    EMPRESA INFORMADA NA LARGADA; ZERO = TODAS.
       77  WRK-EMPRESA-SELECAO PIC 9(02)        VALUE ZERO.
       77  WRK-EMPRESA-COD  PIC 9(02)           VALUE ZERO.
       77  WRK-QTD-EMPRESAS PIC 9(02)           VALUE ZERO.
       77  WRK-IDX-EMPRESA  PIC 9(02)           VALUE ZERO.
       77  WRK-IDX-EMPR-BUSCA PIC 9(02)         VALUE ZERO.
       77  WRK-POS-EMPRESA  PIC 9(02)           VALUE ZERO.
       77  WRK-ACHOU-EMPRESA PIC X(01)          VALUE "N".
       77  WRK-NOME-REMESSA PIC X(20)           VALUE SPACE.
       01  TAB-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 20 TIMES
                            INDEXED BY IDX-EMPRESA.
              10 EMPRESA-CODIGO   PIC 9(02).
              10 EMPRESA-NOME     PIC X(30).
              10 EMPRESA-BANCO    PIC 9(03).
              10 EMPRESA-AGENCIA  PIC 9(05).
              10 EMPRESA-CONTA    PIC 9(10).
              10 EMPRESA-CNPJ     PIC 9(14).
              10 EMPRESA-QTD      PIC 9(05).
              10 EMPRESA-BRUTO    PIC 9(09)V99.
              10 EMPRESA-INSS     PIC 9(09)V99.
              10 EMPRESA-IRRF     PIC 9(09)V99.
              10 EMPRESA-LIQUIDO  PIC 9(09)V99.
      *    CONTRACHEQUES DAS OUTRAS EMPRESAS, GUARDADOS NO 13o DE UMA
      *    EMPRESA SO.
       77  WRK-STATUS-DECIMO PIC X(02)          VALUE SPACE.
       77  WRK-FIM-OUTRAS   PIC X(01)           VALUE "N".
       77  WRK-QTD-DEC-OUTRAS PIC 9(04)         VALUE ZERO.
       77  WRK-IDX-OUTRAS   PIC 9(04)           VALUE ZERO.
       01  TAB-DEC-OUTRAS.
           05 DEC-OUTRAS-LINHA PIC X(72) OCCURS 9999 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
             DISPLAY "PARCELA INVALIDA, ASSUMINDO " WRK-PARCELA
           END-IF

           DISPLAY "EMPRESA (BRANCO = TODAS) "
             ACCEPT WRK-EMPRESA-ENTRADA
           IF WRK-EMPRESA-ENTRADA NUMERIC
             AND WRK-EMPRESA-ENTRADA NOT EQUAL "00"
             MOVE WRK-EMPRESA-ENTRADA TO WRK-EMPRESA-SELECAO
           END-IF

           MOVE "I"  TO WRK-JSTAT-TIPO
           MOVE ZERO TO WRK-JSTAT-QTD
           PERFORM 0013-GRAVA-JOB-STATUS
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, 13o NAO GERADO"
           ELSE
             PERFORM 0010-CARREGA-EMPRESAS
             PERFORM 0014-MAPEIA-EMPRESAS
             CLOSE EMPLOYEE-MASTER
             MOVE "S" TO WRK-ACHOU-EMPRESA
             IF WRK-EMPRESA-SELECAO NOT EQUAL ZERO
               MOVE WRK-EMPRESA-SELECAO TO WRK-EMPRESA-COD
               PERFORM 0015-BUSCA-EMPRESA
             END-IF
           END-IF

           IF WRK-STATUS-MASTER NOT EQUAL "35"
             AND WRK-ACHOU-EMPRESA EQUAL "N"
             DISPLAY "EMPRESA " WRK-EMPRESA-SELECAO
                     " NAO CADASTRADA EM EMPRESA-PARAMETROS, 13o "
                     "NAO GERADO"
             MOVE 8 TO RETURN-CODE
           END-IF

           IF WRK-STATUS-MASTER NOT EQUAL "35"
             AND WRK-ACHOU-EMPRESA EQUAL "S"
             PERFORM 0018-GUARDA-OUTRAS-EMPRESAS
             OPEN OUTPUT DECIMO-PAGAMENTO
             OPEN OUTPUT DECIMO-RELATORIO
             PERFORM VARYING WRK-IDX-OUTRAS FROM 1 BY 1
                       UNTIL WRK-IDX-OUTRAS > WRK-QTD-DEC-OUTRAS
               MOVE DEC-OUTRAS-LINHA(WRK-IDX-OUTRAS)
                 TO REG-DECIMO-PAGAMENTO
               WRITE REG-DECIMO-PAGAMENTO
             END-PERFORM

             PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                       UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               IF WRK-EMPRESA-SELECAO EQUAL ZERO
                 OR WRK-EMPRESA-SELECAO
                    EQUAL EMPRESA-CODIGO(WRK-IDX-EMPRESA)
                 PERFORM 0019-DECIMO-EMPRESA
               END-IF
             END-PERFORM

             PERFORM 0003-TOTAIS-FINAIS

             CLOSE DECIMO-PAGAMENTO
             CLOSE DECIMO-RELATORIO
             PERFORM 0021-REGISTRA-RELATORIO

             OPEN EXTEND OPERACOES-RESUMO
             IF WRK-STATUS-RESUMO EQUAL "35"
           ADD WRK-VALOR-INSS TO WRK-TOTAL-INSS
           ADD WRK-VALOR-IRRF TO WRK-TOTAL-IRRF
           ADD WRK-LIQUIDO    TO WRK-TOTAL-LIQUIDO
           ADD 1              TO EMPRESA-QTD(WRK-IDX-EMPRESA)
           ADD WRK-BRUTO      TO EMPRESA-BRUTO(WRK-IDX-EMPRESA)
           ADD WRK-VALOR-INSS TO EMPRESA-INSS(WRK-IDX-EMPRESA)
           ADD WRK-VALOR-IRRF TO EMPRESA-IRRF(WRK-IDX-EMPRESA)
           ADD WRK-LIQUIDO    TO EMPRESA-LIQUIDO(WRK-IDX-EMPRESA)

           MOVE WRK-COMPETENCIA    TO DEC-COMPETENCIA
           MOVE WRK-PARCELA        TO DEC-PARCELA
           MOVE WRK-VALOR-IRRF     TO DEC-IRRF
           MOVE WRK-ADIANTAMENTO   TO DEC-ADIANTAMENTO
           MOVE WRK-LIQUIDO        TO DEC-LIQUIDO
           MOVE EMPRESA-CODIGO(WRK-IDX-EMPRESA) TO DEC-EMPRESA
           WRITE REG-DECIMO-PAGAMENTO

           MOVE "D"            TO REM-D-REGISTRO
             END-IF
           END-IF.

       0010-CARREGA-EMPRESAS SECTION.

      *    UM REGISTRO POR EMPRESA; REGISTRO ANTIGO, SEM CODIGO, E A
      *    EMPRESA 01. CODIGO REPETIDO FICA COM O PRIMEIRO REGISTRO.
           MOVE ZERO TO WRK-QTD-EMPRESAS
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
                   PERFORM 0015-BUSCA-EMPRESA
                   IF WRK-ACHOU-EMPRESA EQUAL "S"
                     DISPLAY "EMPRESA " WRK-EMPRESA-COD
                             " REPETIDA EM EMPRESA-PARAMETROS, "
                             "VALE O PRIMEIRO REGISTRO"
                   ELSE
                     PERFORM 0016-INCLUI-EMPRESA
                     IF WRK-ACHOU-EMPRESA EQUAL "S"
                       MOVE EMPR-NOME-REG
                         TO EMPRESA-NOME(WRK-POS-EMPRESA)
                       IF EMPR-BANCO-REG NUMERIC
                         MOVE EMPR-BANCO-REG
                           TO EMPRESA-BANCO(WRK-POS-EMPRESA)
                       END-IF
                       IF EMPR-AGENCIA-REG NUMERIC
                         MOVE EMPR-AGENCIA-REG
                           TO EMPRESA-AGENCIA(WRK-POS-EMPRESA)
                       END-IF
                       IF EMPR-CONTA-REG NUMERIC
                         MOVE EMPR-CONTA-REG
                           TO EMPRESA-CONTA(WRK-POS-EMPRESA)
                       END-IF
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

           MOVE "H"                 TO REM-H-REGISTRO
           MOVE WRK-DATA-SISTEMA    TO REM-H-DATA
           MOVE WRK-COMPETENCIA     TO REM-H-COMPETENCIA
           MOVE EMPRESA-NOME(WRK-IDX-EMPRESA)    TO REM-H-EMPRESA
           MOVE EMPRESA-BANCO(WRK-IDX-EMPRESA)   TO REM-H-BANCO
           MOVE EMPRESA-AGENCIA(WRK-IDX-EMPRESA) TO REM-H-AGENCIA
           MOVE EMPRESA-CONTA(WRK-IDX-EMPRESA)   TO REM-H-CONTA
           WRITE REG-REMESSA-HDR.

       0012-GRAVA-REMESSA-TRAILER SECTION.

           MOVE "T"                TO REM-T-REGISTRO
           MOVE EMPRESA-QTD(WRK-IDX-EMPRESA)     TO REM-T-QTD
           MOVE EMPRESA-LIQUIDO(WRK-IDX-EMPRESA) TO REM-T-TOTAL
           WRITE REG-REMESSA-TRL.

       0014-MAPEIA-EMPRESAS SECTION.

      *    PASSADA PREVIA PELO MESTRE: EMPRESA QUE SO EXISTE NO MESTRE
      *    ENTRA NA TABELA SEM DADOS BANCARIOS, COM AVISO.
           MOVE "N" TO WRK-FIM-MASTER
           PERFORM 0001-RECEBE
           PERFORM UNTIL FIM-DO-MASTER
             PERFORM 0017-EMPRESA-DO-EMPREGADO
             PERFORM 0015-BUSCA-EMPRESA
             IF WRK-ACHOU-EMPRESA EQUAL "N"
               PERFORM 0016-INCLUI-EMPRESA
               IF WRK-ACHOU-EMPRESA EQUAL "S"
                 IF WRK-EMPRESA-SELECAO EQUAL ZERO
                   OR WRK-EMPRESA-SELECAO EQUAL WRK-EMPRESA-COD
                   DISPLAY "EMPRESA " WRK-EMPRESA-COD
                           " DO MESTRE SEM REGISTRO EM "
                           "EMPRESA-PARAMETROS, REMESSA SEM DADOS "
                           "BANCARIOS"
                   MOVE 4 TO RETURN-CODE
                 END-IF
               ELSE
                 DISPLAY "TAB-EMPRESAS CHEIA, EMPREGADO "
                         EMP-CODIGO-REG " FORA DO 13o"
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
             PERFORM 0001-RECEBE
           END-PERFORM.

       0015-BUSCA-EMPRESA SECTION.

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

       0016-INCLUI-EMPRESA SECTION.

      *    INCLUI WRK-EMPRESA-COD ZERADA E SEM DADOS BANCARIOS;
      *    DEVOLVE A POSICAO EM WRK-POS-EMPRESA.
           MOVE "N" TO WRK-ACHOU-EMPRESA
           IF WRK-QTD-EMPRESAS NOT LESS 20
             DISPLAY "TAB-EMPRESAS CHEIA, EMPRESA " WRK-EMPRESA-COD
                     " IGNORADA"
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

       0017-EMPRESA-DO-EMPREGADO SECTION.

      *    EMPREGADO ANTERIOR AO CODIGO DE EMPRESA VALE EMPRESA 01.
           IF EMP-EMPRESA-REG NUMERIC
             AND EMP-EMPRESA-REG GREATER ZERO
             MOVE EMP-EMPRESA-REG TO WRK-EMPRESA-COD
           ELSE
             MOVE 1 TO WRK-EMPRESA-COD
           END-IF.

       0018-GUARDA-OUTRAS-EMPRESAS SECTION.

      *    NO 13o DE UMA EMPRESA SO, OS CONTRACHEQUES DAS OUTRAS
      *    CONTINUAM EM DECIMO-PAGAMENTO PARA O EMITE-HOLERITE E A
      *    PROVISAO-FOLHA. CONTRACHEQUE SEM EMPRESA E DA EMPRESA 01.
           MOVE ZERO TO WRK-QTD-DEC-OUTRAS
           IF WRK-EMPRESA-SELECAO NOT EQUAL ZERO
             OPEN INPUT DECIMO-PAGAMENTO
             IF WRK-STATUS-DECIMO NOT EQUAL "35"
               MOVE "N" TO WRK-FIM-OUTRAS
               PERFORM UNTIL WRK-FIM-OUTRAS EQUAL "S"
                 READ DECIMO-PAGAMENTO
                   AT END
                     MOVE "S" TO WRK-FIM-OUTRAS
                   NOT AT END
                     IF DEC-EMPRESA NUMERIC
                       AND DEC-EMPRESA GREATER ZERO
                       MOVE DEC-EMPRESA TO WRK-EMPRESA-COD
                     ELSE
                       MOVE 1 TO WRK-EMPRESA-COD
                       MOVE 1 TO DEC-EMPRESA
                     END-IF
                     IF WRK-EMPRESA-COD NOT EQUAL WRK-EMPRESA-SELECAO
                       IF WRK-QTD-DEC-OUTRAS NOT LESS 9999
                         DISPLAY "TAB-DEC-OUTRAS CHEIA, 13o DO "
                                 "EMPREGADO " DEC-CODIGO " PERDIDO"
                         MOVE 4 TO RETURN-CODE
                       ELSE
                         ADD 1 TO WRK-QTD-DEC-OUTRAS
                         MOVE REG-DECIMO-PAGAMENTO
                           TO DEC-OUTRAS-LINHA(WRK-QTD-DEC-OUTRAS)
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DECIMO-PAGAMENTO
             END-IF
           END-IF.

       0019-DECIMO-EMPRESA SECTION.

      *    UMA PASSADA PELO MESTRE POR EMPRESA: SO OS EMPREGADOS DELA
      *    ENTRAM NA REMESSA BANCO-REMESSA-13-cc E NOS TOTAIS DELA.
           MOVE SPACE TO WRK-NOME-REMESSA
           STRING "BANCO-REMESSA-13-" DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
             INTO WRK-NOME-REMESSA
           END-STRING

           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPRESA " DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EMPRESA-NOME(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  EMPRESA-CNPJ(WRK-IDX-EMPRESA) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-DECIMO-RELATORIO
           WRITE REG-DECIMO-RELATORIO

           OPEN OUTPUT BANCO-REMESSA-13
           PERFORM 0011-GRAVA-REMESSA-HEADER

           OPEN INPUT EMPLOYEE-MASTER
           MOVE "N" TO WRK-FIM-MASTER
           PERFORM 0001-RECEBE
           PERFORM UNTIL FIM-DO-MASTER
             PERFORM 0017-EMPRESA-DO-EMPREGADO
      *      DESLIGADO RECEBE O 13o PROPORCIONAL NA RESCISAO
      *      (RESCISAO-CALC), NAO NESTE LOTE.
             IF WRK-EMPRESA-COD EQUAL EMPRESA-CODIGO(WRK-IDX-EMPRESA)
               AND EMP-SITUACAO-REG NOT EQUAL "D"
               PERFORM 0002-CALCULA-EMPREGADO
             END-IF
             PERFORM 0001-RECEBE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM 0012-GRAVA-REMESSA-TRAILER
           CLOSE BANCO-REMESSA-13
           PERFORM 0020-TOTAIS-EMPRESA.

       0020-TOTAIS-EMPRESA SECTION.

           MOVE EMPRESA-QTD(WRK-IDX-EMPRESA) TO WRK-QTD-ED
           MOVE EMPRESA-BRUTO(WRK-IDX-EMPRESA) TO WRK-BRUTO-ED
           MOVE EMPRESA-LIQUIDO(WRK-IDX-EMPRESA) TO WRK-LIQUIDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAIS DA EMPRESA " DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " EMPREGADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  " BRUTO: "      DELIMITED BY SIZE
                  WRK-BRUTO-ED    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-DECIMO-RELATORIO
           WRITE REG-DECIMO-RELATORIO

           MOVE EMPRESA-INSS(WRK-IDX-EMPRESA) TO WRK-INSS-ED
           MOVE EMPRESA-IRRF(WRK-IDX-EMPRESA) TO WRK-IRRF-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  INSS: "      DELIMITED BY SIZE
                  WRK-INSS-ED     DELIMITED BY SIZE
                  " IRRF: "       DELIMITED BY SIZE
                  WRK-IRRF-ED     DELIMITED BY SIZE
                  " LIQUIDO: "    DELIMITED BY SIZE
                  WRK-LIQUIDO-ED  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-DECIMO-RELATORIO
           WRITE REG-DECIMO-RELATORIO

           MOVE SPACE TO WRK-LINHA-REL
           STRING "  REMESSA: "   DELIMITED BY SIZE
                  WRK-NOME-REMESSA DELIMITED BY SPACE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-DECIMO-RELATORIO
           WRITE REG-DECIMO-RELATORIO.

       0005-CARREGA-INSS-FAIXAS SECTION.

           OPEN INPUT INSS-FAIXAS
       0003-TOTAIS-FINAIS SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-EMPRESA-SELECAO EQUAL ZERO
             STRING "13o SALARIO - PARCELA " DELIMITED BY SIZE
                    WRK-PARCELA DELIMITED BY SIZE
                    " COMPETENCIA " DELIMITED BY SIZE
                    WRK-COMPETENCIA DELIMITED BY SIZE
                    " - TODAS AS EMPRESAS" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "13o SALARIO - PARCELA " DELIMITED BY SIZE
                    WRK-PARCELA DELIMITED BY SIZE
                    " COMPETENCIA " DELIMITED BY SIZE
                    WRK-COMPETENCIA DELIMITED BY SIZE
                    " - EMPRESA " DELIMITED BY SIZE
                    WRK-EMPRESA-SELECAO DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-DECIMO-RELATORIO
           WRITE REG-DECIMO-RELATORIO

           WRITE REG-JOB-STATUS
           CLOSE JOB-STATUS.

       0021-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "DECIMO-TERC"      TO RPED-JOB
           MOVE "DECIMO-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM DECIMO-TERCEIRO.
