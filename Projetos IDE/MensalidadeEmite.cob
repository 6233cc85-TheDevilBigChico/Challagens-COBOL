       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALIDADE-EMITE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: EMISSAO MENSAL DAS MENSALIDADES ESCOLARES, EM VEZ
      *==            DA PLANILHA DA SECRETARIA. CADA ALUNO ATIVO DO
      *==            ALUNOS-CADASTRO (CONCLUINTE FICA FORA) E COBRADO
      *==            PELO PRECO DE MENSALIDADE-PRECOS PARA O NIVEL E A
      *==            TURMA DELE (SEM LINHA DA TURMA, VALE A LINHA DO
      *==            NIVEL COM TURMA EM BRANCO), MENOS O DESCONTO DE
      *==            MENSALIDADE-DESCONTOS EM VIGOR NA COMPETENCIA:
      *==            BOLSA (B) OU IRMAOS (I); COM OS DOIS, VALE O MAIOR
      *==            PERCENTUAL, E O DESCONTO DE IRMAOS SO VALE QUANDO O
      *==            RESPONSAVEL TEM MAIS DE UM ALUNO ATIVO. OS ALUNOS
      *==            DO MESMO RESPONSAVEL (ALUNO-RESPONSAVEL-REG) SAEM
      *==            NUMA SO COBRANCA, NUMERADA EM SEQUENCIA E GRAVADA
      *==            NO ACUMULADO MENSALIDADE-COBRANCAS (O MESMO DO
      *==            MENSALIDADE-RECEBER), COM OS ITENS POR ALUNO EM
      *==            MENSALIDADE-ITENS E O DEMONSTRATIVO DE CADA
      *==            COBRANCA EM MENSALIDADE-REL.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, UMA LINHA POR PARAMETRO: COMPETENCIA AAAAMM
      *==      (BRANCO = MES CORRENTE) E DIA DO VENCIMENTO (BRANCO =
      *==      DIA 10; DIA MAIOR QUE O MES VAI PARA O ULTIMO DIA).
      *== OBS: RESPONSAVEL JA COBRADO NA COMPETENCIA NAO E COBRADO DE
      *==      NOVO (RERODAR NAO DUPLICA). ALUNO SEM PRECO PARA O
      *==      NIVEL/TURMA, ALUNO SEM RESPONSAVEL (COBRADO NO NOME DO
      *==      PROPRIO ALUNO) E DESCONTO DE IRMAOS SEM IRMAO ATIVO SAEM
      *==      NO RELATORIO E DAO RETURN-CODE 4. SEM ALUNOS-CADASTRO OU
      *==      SEM MENSALIDADE-PRECOS NADA E EMITIDO (RETURN-CODE 12).
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O DEMONSTRATIVO PASSA DE MENSALIDADE-RELATORIO
      *==                 PARA MENSALIDADE-REL (O REPOSITORIO DE
      *==                 RELATORIOS GUARDA NOMES DE ATE 20 POSICOES) E
      *==                 A EMISSAO E REGISTRADA NO REPOSITORIO
      *==                 (REGISTRA-RELATORIO) PARA PESQUISA E
      *==                 REIMPRESSAO PELO CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT MENSALIDADE-PRECOS ASSIGN TO "MENSALIDADE-PRECOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRECOS.
           SELECT MENSALIDADE-DESCONTOS
               ASSIGN TO "MENSALIDADE-DESCONTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCONTOS.
           SELECT MENSALIDADE-COBRANCAS
               ASSIGN TO "MENSALIDADE-COBRANCAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COBRANCAS.
           SELECT MENSALIDADE-ITENS ASSIGN TO "MENSALIDADE-ITENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ITENS.
           SELECT MENSALIDADE-REL
               ASSIGN TO "MENSALIDADE-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-CADASTRO.
       01  REG-ALUNO-CADASTRO.
           COPY ALUNO-CAD.

       FD  MENSALIDADE-PRECOS.
       01  REG-MENSALIDADE-PRECO.
           05 PRECO-NIVEL-REG      PIC X(08).
           05 PRECO-TURMA-REG      PIC X(05).
           05 PRECO-VALOR-REG      PIC 9(07)V99.

       FD  MENSALIDADE-DESCONTOS.
       01  REG-MENSALIDADE-DESCONTO.
           05 DESC-MATRICULA-REG   PIC X(10).
           05 DESC-TIPO-REG        PIC X(01).
              88 DESC-BOLSA                 VALUE "B".
              88 DESC-IRMAOS                VALUE "I".
           05 DESC-PERC-REG        PIC 9(03)V99.
           05 DESC-INICIO-REG      PIC 9(06).
           05 DESC-FIM-REG         PIC 9(06).

       FD  MENSALIDADE-COBRANCAS.
       01  REG-MENSALIDADE-COBRANCA.
           COPY MENSAL-COB.

       FD  MENSALIDADE-ITENS.
       01  REG-MENSALIDADE-ITEM.
           05 ITEM-NUMERO          PIC 9(07).
           05 ITEM-MATRICULA       PIC X(10).
           05 ITEM-NOME            PIC X(25).
           05 ITEM-NIVEL           PIC X(08).
           05 ITEM-TURMA           PIC X(05).
           05 ITEM-PRECO           PIC 9(07)V99.
           05 ITEM-TIPO-DESCONTO   PIC X(01).
           05 ITEM-PERC-DESCONTO   PIC 9(03)V99.
           05 ITEM-DESCONTO        PIC 9(07)V99.
           05 ITEM-VALOR           PIC 9(07)V99.

       FD  MENSALIDADE-REL.
       01  REG-MENSALIDADE-REL     PIC X(132).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-RESPONSAVEL     PIC X(25).
           05 SORT-NOME            PIC X(25).
           05 SORT-MATRICULA       PIC X(10).
           05 SORT-IDX-ALUNO       PIC 9(04).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)         VALUE ZERO.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-PRECOS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-DESCONTOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-COBRANCAS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-ITENS PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-RETORNO      PIC 9(02)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-DIA-VENC-X   PIC X(02)            VALUE SPACE.
       77  WRK-DIA-VENC     PIC 9(02)            VALUE 10.
       01  WRK-VENCIMENTO-GRP.
           05 VENC-ANO      PIC 9(04)            VALUE ZERO.
           05 VENC-MES      PIC 9(02)            VALUE ZERO.
           05 VENC-DIA      PIC 9(02)            VALUE ZERO.
       01  WRK-VENCIMENTO REDEFINES WRK-VENCIMENTO-GRP PIC 9(08).
       77  WRK-DIAS-NO-MES  PIC 9(02)            VALUE ZERO.
       77  WRK-DIV-TMP      PIC 9(05)            VALUE ZERO.
       77  WRK-RESTO-4      PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-100    PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-400    PIC 9(04)            VALUE ZERO.
       01  WRK-DIAS-MES-LIT PIC X(24)            VALUE
           "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.
      *====================== PRECOS ====================================
       77  WRK-QTD-PRECOS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-PRECO    PIC 9(03)            VALUE ZERO.
       01  TAB-PRECOS.
           05 PRC-ITEM OCCURS 100 TIMES
                        INDEXED BY IDX-PRC.
              10 PRC-NIVEL        PIC X(08).
              10 PRC-TURMA        PIC X(05).
              10 PRC-VALOR        PIC 9(07)V99.
      *====================== DESCONTOS EM VIGOR =========================
       77  WRK-QTD-DESCONTOS PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-DESCONTO PIC 9(04)            VALUE ZERO.
       01  TAB-DESCONTOS.
           05 DSC-ITEM OCCURS 1000 TIMES
                        INDEXED BY IDX-DSC.
              10 DSC-MATRICULA    PIC X(10).
              10 DSC-TIPO         PIC X(01).
              10 DSC-PERC         PIC 9(03)V99.
      *====================== ALUNOS COBRADOS ============================
       77  WRK-QTD-ALUNOS   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-ALUNO    PIC 9(04)            VALUE ZERO.
       01  TAB-ALUNOS.
           05 ALUNO-ITEM OCCURS 1000 TIMES
                          INDEXED BY IDX-ALUNO.
              10 ALU-MATRICULA   PIC X(10).
              10 ALU-NOME        PIC X(25).
              10 ALU-NIVEL       PIC X(08).
              10 ALU-TURMA       PIC X(05).
              10 ALU-RESPONSAVEL PIC X(25).
              10 ALU-CONTATO     PIC X(15).
              10 ALU-PRECO       PIC 9(07)V99.
              10 ALU-IDX-RESP    PIC 9(04).
      *====================== RESPONSAVEIS ===============================
       77  WRK-QTD-RESP     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-RESP     PIC 9(04)            VALUE ZERO.
       77  WRK-POS-RESP     PIC 9(04)            VALUE ZERO.
       01  TAB-RESPONSAVEIS.
           05 RSP-ITEM OCCURS 1000 TIMES
                        INDEXED BY IDX-RSP.
              10 RSP-NOME        PIC X(25).
              10 RSP-CONTATO     PIC X(15).
              10 RSP-QTD-ALUNOS  PIC 9(02).
              10 RSP-JA-COBRADO  PIC X(01).
      *====================== COBRANCAS JA EMITIDAS ======================
       77  WRK-ULTIMO-NUMERO PIC 9(07)           VALUE ZERO.
      *====================== COBRANCA EM MONTAGEM =======================
       77  WRK-RESP-ATUAL   PIC X(25)            VALUE SPACE.
       77  WRK-TEM-COBRANCA PIC X(01)            VALUE "N".
       77  WRK-COB-QTD      PIC 9(02)            VALUE ZERO.
       77  WRK-COB-BRUTO    PIC 9(07)V99         VALUE ZERO.
       77  WRK-COB-DESCONTO PIC 9(07)V99         VALUE ZERO.
       77  WRK-PERC-BOLSA   PIC 9(03)V99         VALUE ZERO.
       77  WRK-PERC-IRMAOS  PIC 9(03)V99         VALUE ZERO.
       77  WRK-PERC         PIC 9(03)V99         VALUE ZERO.
       77  WRK-TIPO         PIC X(01)            VALUE SPACE.
       77  WRK-DESCONTO     PIC 9(07)V99         VALUE ZERO.
      *====================== TOTAIS =====================================
       77  WRK-QTD-COBRANCAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-SEM-PRECO PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-JA-COBRADOS PIC 9(05)         VALUE ZERO.
       77  WRK-QTD-SEM-RESP PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-IRMAO-SO PIC 9(05)            VALUE ZERO.
       77  WRK-TOT-BRUTO    PIC 9(09)V99         VALUE ZERO.
       77  WRK-TOT-DESCONTO PIC 9(09)V99         VALUE ZERO.
       77  WRK-TOT-VALOR    PIC 9(09)V99         VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-PERC-ED      PIC ZZ9,99.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-VALOR-ED2    COPY CURRENCY-ED.
       77  WRK-VALOR-ED3    COPY CURRENCY-ED.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0001-RECEBE-PARAMETROS

           PERFORM 0002-CARREGA-PRECOS
           IF WRK-QTD-PRECOS EQUAL ZERO
             DISPLAY "MENSALIDADE-PRECOS INEXISTENTE OU VAZIO, NADA "
                     "EMITIDO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0003-CARREGA-DESCONTOS
           PERFORM 0004-CARREGA-COBRANCAS

           OPEN OUTPUT MENSALIDADE-REL
           MOVE SPACE TO WRK-LINHA-REL
           STRING "MENSALIDADES DA COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  " - VENCIMENTO " DELIMITED BY SIZE
                  WRK-VENCIMENTO DELIMITED BY SIZE
                  " - EMISSAO " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0016-GRAVA-LINHA

           PERFORM 0005-CARREGA-ALUNOS
           IF WRK-QTD-ALUNOS EQUAL ZERO
             DISPLAY "ALUNOS-CADASTRO INEXISTENTE OU SEM ALUNO A "
                     "COBRAR, NADA EMITIDO"
             MOVE "NENHUM ALUNO A COBRAR" TO WRK-LINHA-REL
             PERFORM 0016-GRAVA-LINHA
             CLOSE MENSALIDADE-REL
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 0006-MARCA-JA-COBRADOS

           OPEN EXTEND MENSALIDADE-COBRANCAS
           IF WRK-STATUS-COBRANCAS EQUAL "35"
             OPEN OUTPUT MENSALIDADE-COBRANCAS
           END-IF
           OPEN EXTEND MENSALIDADE-ITENS
           IF WRK-STATUS-ITENS EQUAL "35"
             OPEN OUTPUT MENSALIDADE-ITENS
           END-IF
           SORT WRK-SORT
               ASCENDING KEY SORT-RESPONSAVEL SORT-NOME
               INPUT PROCEDURE 0010-SELECIONA
               OUTPUT PROCEDURE 0011-EMITE-COBRANCAS
           IF WRK-TEM-COBRANCA EQUAL "S"
             PERFORM 0014-FECHA-COBRANCA
           END-IF
           CLOSE MENSALIDADE-COBRANCAS
           CLOSE MENSALIDADE-ITENS

           PERFORM 0017-TOTAIS
           CLOSE MENSALIDADE-REL
           PERFORM 0018-REGISTRA-RELATORIO

           IF WRK-QTD-SEM-PRECO GREATER ZERO
             OR WRK-QTD-SEM-RESP GREATER ZERO
             OR WRK-QTD-IRMAO-SO GREATER ZERO
             MOVE 4 TO WRK-RETORNO
           END-IF
           MOVE WRK-RETORNO TO RETURN-CODE

           GOBACK.

       0001-RECEBE-PARAMETROS SECTION.

           DISPLAY "COMPETENCIA DAS MENSALIDADES (AAAAMM) "
             ACCEPT WRK-COMPETENCIA-X
           DISPLAY "DIA DO VENCIMENTO (BRANCO = 10) "
             ACCEPT WRK-DIA-VENC-X

           IF WRK-COMPETENCIA-X NUMERIC
             MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA
           END-IF
           COMPUTE VENC-ANO = WRK-COMPETENCIA / 100
           COMPUTE VENC-MES = WRK-COMPETENCIA - (VENC-ANO * 100)
           IF VENC-ANO LESS 2000
             OR VENC-MES LESS 1 OR VENC-MES GREATER 12
             COMPUTE WRK-COMPETENCIA = WRK-DATA-SISTEMA / 100
             COMPUTE VENC-ANO = WRK-COMPETENCIA / 100
             COMPUTE VENC-MES = WRK-COMPETENCIA - (VENC-ANO * 100)
             IF WRK-COMPETENCIA-X NOT EQUAL SPACE
               DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                       WRK-COMPETENCIA
             END-IF
           END-IF

           IF WRK-DIA-VENC-X NUMERIC
             MOVE WRK-DIA-VENC-X TO WRK-DIA-VENC
           ELSE
             IF WRK-DIA-VENC-X NOT EQUAL SPACE
               DISPLAY "DIA DO VENCIMENTO INVALIDO, ASSUMINDO 10"
             END-IF
             MOVE 10 TO WRK-DIA-VENC
           END-IF
           IF WRK-DIA-VENC EQUAL ZERO
             MOVE 10 TO WRK-DIA-VENC
           END-IF

      *    DIA ALEM DO FIM DO MES VAI PARA O ULTIMO DIA DO MES.
           MOVE DIAS-MES(VENC-MES) TO WRK-DIAS-NO-MES
           IF VENC-MES EQUAL 2
             DIVIDE VENC-ANO BY 4   GIVING WRK-DIV-TMP
                                    REMAINDER WRK-RESTO-4
             DIVIDE VENC-ANO BY 100 GIVING WRK-DIV-TMP
                                    REMAINDER WRK-RESTO-100
             DIVIDE VENC-ANO BY 400 GIVING WRK-DIV-TMP
                                    REMAINDER WRK-RESTO-400
             IF WRK-RESTO-4 EQUAL 0
               AND (WRK-RESTO-100 NOT EQUAL 0
                    OR WRK-RESTO-400 EQUAL 0)
               MOVE 29 TO WRK-DIAS-NO-MES
             END-IF
           END-IF
           IF WRK-DIA-VENC GREATER WRK-DIAS-NO-MES
             MOVE WRK-DIAS-NO-MES TO VENC-DIA
           ELSE
             MOVE WRK-DIA-VENC TO VENC-DIA
           END-IF.

       0002-CARREGA-PRECOS SECTION.

           OPEN INPUT MENSALIDADE-PRECOS
           IF WRK-STATUS-PRECOS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ MENSALIDADE-PRECOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF PRECO-VALOR-REG NOT NUMERIC
                     DISPLAY "PRECO COM VALOR INVALIDO IGNORADO: "
                             REG-MENSALIDADE-PRECO
                   ELSE
                     IF WRK-QTD-PRECOS NOT LESS 100
                       DISPLAY "TAB-PRECOS CHEIA, PRECOS RESTANTES "
                               "IGNORADOS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-PRECOS
                       MOVE PRECO-NIVEL-REG
                         TO PRC-NIVEL(WRK-QTD-PRECOS)
                       MOVE PRECO-TURMA-REG
                         TO PRC-TURMA(WRK-QTD-PRECOS)
                       MOVE PRECO-VALOR-REG
                         TO PRC-VALOR(WRK-QTD-PRECOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MENSALIDADE-PRECOS
           END-IF.

       0003-CARREGA-DESCONTOS SECTION.

      *    SO OS DESCONTOS EM VIGOR NA COMPETENCIA (FIM ZERO = SEM
      *    DATA DE TERMINO).
           OPEN INPUT MENSALIDADE-DESCONTOS
           IF WRK-STATUS-DESCONTOS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ MENSALIDADE-DESCONTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   EVALUATE TRUE
                     WHEN NOT DESC-BOLSA AND NOT DESC-IRMAOS
                       DISPLAY "DESCONTO COM TIPO INVALIDO IGNORADO: "
                               REG-MENSALIDADE-DESCONTO
                     WHEN DESC-PERC-REG NOT NUMERIC
                       OR DESC-PERC-REG GREATER 100
                       DISPLAY "DESCONTO COM PERCENTUAL INVALIDO "
                               "IGNORADO: " REG-MENSALIDADE-DESCONTO
                     WHEN DESC-INICIO-REG NOT NUMERIC
                       OR DESC-FIM-REG NOT NUMERIC
                       DISPLAY "DESCONTO COM VIGENCIA INVALIDA "
                               "IGNORADO: " REG-MENSALIDADE-DESCONTO
                     WHEN DESC-INICIO-REG GREATER WRK-COMPETENCIA
                       CONTINUE
                     WHEN DESC-FIM-REG NOT EQUAL ZERO
                       AND DESC-FIM-REG LESS WRK-COMPETENCIA
                       CONTINUE
                     WHEN WRK-QTD-DESCONTOS NOT LESS 1000
                       DISPLAY "TAB-DESCONTOS CHEIA, DESCONTO "
                               "IGNORADO: " REG-MENSALIDADE-DESCONTO
                       MOVE 4 TO WRK-RETORNO
                     WHEN OTHER
                       ADD 1 TO WRK-QTD-DESCONTOS
                       MOVE DESC-MATRICULA-REG
                         TO DSC-MATRICULA(WRK-QTD-DESCONTOS)
                       MOVE DESC-TIPO-REG
                         TO DSC-TIPO(WRK-QTD-DESCONTOS)
                       MOVE DESC-PERC-REG
                         TO DSC-PERC(WRK-QTD-DESCONTOS)
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE MENSALIDADE-DESCONTOS
           END-IF.

       0004-CARREGA-COBRANCAS SECTION.

      *    SO O ULTIMO NUMERO; OS RESPONSAVEIS JA COBRADOS NA
      *    COMPETENCIA SAO MARCADOS EM 0006, COM A TABELA MONTADA.
           OPEN INPUT MENSALIDADE-COBRANCAS
           IF WRK-STATUS-COBRANCAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ MENSALIDADE-COBRANCAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF MEN-NUMERO-REG NUMERIC
                     AND MEN-NUMERO-REG GREATER WRK-ULTIMO-NUMERO
                     MOVE MEN-NUMERO-REG TO WRK-ULTIMO-NUMERO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MENSALIDADE-COBRANCAS
           END-IF.

       0005-CARREGA-ALUNOS SECTION.

           OPEN INPUT ALUNOS-CADASTRO
           IF WRK-STATUS-CADASTRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ALUNOS-CADASTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF NOT ALUNO-CONCLUINTE
                     PERFORM 0007-GUARDA-ALUNO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
           END-IF.

       0006-MARCA-JA-COBRADOS SECTION.

           OPEN INPUT MENSALIDADE-COBRANCAS
           IF WRK-STATUS-COBRANCAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ MENSALIDADE-COBRANCAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF MEN-COMPETENCIA-REG EQUAL WRK-COMPETENCIA
                     PERFORM VARYING WRK-IDX-RESP FROM 1 BY 1
                               UNTIL WRK-IDX-RESP > WRK-QTD-RESP
                       IF RSP-NOME(WRK-IDX-RESP)
                            EQUAL MEN-RESPONSAVEL-REG
                         MOVE "S" TO RSP-JA-COBRADO(WRK-IDX-RESP)
                         MOVE WRK-QTD-RESP TO WRK-IDX-RESP
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MENSALIDADE-COBRANCAS
           END-IF.

       0007-GUARDA-ALUNO SECTION.

           IF WRK-QTD-ALUNOS NOT LESS 1000
             DISPLAY "TAB-ALUNOS CHEIA, ALUNO NAO COBRADO: "
                     ALUNO-MATRICULA-REG
             MOVE 4 TO WRK-RETORNO
           ELSE
      *      PRECO DA TURMA; SEM ELE, O DO NIVEL (TURMA EM BRANCO).
             MOVE ZERO TO WRK-IDX-PRECO
             PERFORM VARYING IDX-PRC FROM 1 BY 1
                       UNTIL IDX-PRC > WRK-QTD-PRECOS
               IF PRC-NIVEL(IDX-PRC) EQUAL ALUNO-NIVEL-REG
                 IF PRC-TURMA(IDX-PRC) EQUAL ALUNO-TURMA-REG
                   SET WRK-IDX-PRECO TO IDX-PRC
                   SET IDX-PRC TO WRK-QTD-PRECOS
                 ELSE
                   IF PRC-TURMA(IDX-PRC) EQUAL SPACE
                     SET WRK-IDX-PRECO TO IDX-PRC
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WRK-IDX-PRECO EQUAL ZERO
               ADD 1 TO WRK-QTD-SEM-PRECO
               MOVE SPACE TO WRK-LINHA-REL
               STRING "ALUNO " DELIMITED BY SIZE
                      ALUNO-MATRICULA-REG DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALUNO-NOME-REG DELIMITED BY SIZE
                      " NAO COBRADO: SEM PRECO PARA NIVEL "
                        DELIMITED BY SIZE
                      ALUNO-NIVEL-REG DELIMITED BY SIZE
                      " TURMA " DELIMITED BY SIZE
                      ALUNO-TURMA-REG DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0016-GRAVA-LINHA
             ELSE
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE ALUNO-MATRICULA-REG
                 TO ALU-MATRICULA(WRK-QTD-ALUNOS)
               MOVE ALUNO-NOME-REG  TO ALU-NOME(WRK-QTD-ALUNOS)
               MOVE ALUNO-NIVEL-REG TO ALU-NIVEL(WRK-QTD-ALUNOS)
               MOVE ALUNO-TURMA-REG TO ALU-TURMA(WRK-QTD-ALUNOS)
               MOVE ALUNO-CONTATO-REG
                 TO ALU-CONTATO(WRK-QTD-ALUNOS)
               MOVE PRC-VALOR(WRK-IDX-PRECO)
                 TO ALU-PRECO(WRK-QTD-ALUNOS)
      *        SEM RESPONSAVEL, A COBRANCA SAI NO NOME DO ALUNO.
               IF ALUNO-RESPONSAVEL-REG EQUAL SPACE
                 ADD 1 TO WRK-QTD-SEM-RESP
                 MOVE ALUNO-NOME-REG
                   TO ALU-RESPONSAVEL(WRK-QTD-ALUNOS)
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "ALUNO " DELIMITED BY SIZE
                        ALUNO-MATRICULA-REG DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        ALUNO-NOME-REG DELIMITED BY SIZE
                        " SEM RESPONSAVEL: COBRADO NO NOME DO ALUNO"
                          DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0016-GRAVA-LINHA
               ELSE
                 MOVE ALUNO-RESPONSAVEL-REG
                   TO ALU-RESPONSAVEL(WRK-QTD-ALUNOS)
               END-IF
               PERFORM 0008-GUARDA-RESPONSAVEL
             END-IF
           END-IF.

       0008-GUARDA-RESPONSAVEL SECTION.

           MOVE ZERO TO WRK-POS-RESP
           PERFORM VARYING WRK-IDX-RESP FROM 1 BY 1
                     UNTIL WRK-IDX-RESP > WRK-QTD-RESP
             IF RSP-NOME(WRK-IDX-RESP)
                  EQUAL ALU-RESPONSAVEL(WRK-QTD-ALUNOS)
               MOVE WRK-IDX-RESP TO WRK-POS-RESP
               MOVE WRK-QTD-RESP TO WRK-IDX-RESP
             END-IF
           END-PERFORM
           IF WRK-POS-RESP EQUAL ZERO
             ADD 1 TO WRK-QTD-RESP
             MOVE WRK-QTD-RESP TO WRK-POS-RESP
             MOVE ALU-RESPONSAVEL(WRK-QTD-ALUNOS)
               TO RSP-NOME(WRK-POS-RESP)
             MOVE SPACE TO RSP-CONTATO(WRK-POS-RESP)
             MOVE ZERO TO RSP-QTD-ALUNOS(WRK-POS-RESP)
             MOVE "N" TO RSP-JA-COBRADO(WRK-POS-RESP)
           END-IF
           ADD 1 TO RSP-QTD-ALUNOS(WRK-POS-RESP)
           IF RSP-CONTATO(WRK-POS-RESP) EQUAL SPACE
             MOVE ALU-CONTATO(WRK-QTD-ALUNOS)
               TO RSP-CONTATO(WRK-POS-RESP)
           END-IF
           MOVE WRK-POS-RESP TO ALU-IDX-RESP(WRK-QTD-ALUNOS).

       0009-CALCULA-DESCONTO SECTION.

      *    MAIOR PERCENTUAL ENTRE BOLSA E IRMAOS; IRMAOS SO COM OUTRO
      *    ALUNO ATIVO DO MESMO RESPONSAVEL.
           MOVE ZERO TO WRK-PERC-BOLSA
           MOVE ZERO TO WRK-PERC-IRMAOS
           PERFORM VARYING WRK-IDX-DESCONTO FROM 1 BY 1
                     UNTIL WRK-IDX-DESCONTO > WRK-QTD-DESCONTOS
             IF DSC-MATRICULA(WRK-IDX-DESCONTO)
                  EQUAL ALU-MATRICULA(WRK-IDX-ALUNO)
               IF DSC-TIPO(WRK-IDX-DESCONTO) EQUAL "B"
                 IF DSC-PERC(WRK-IDX-DESCONTO) GREATER WRK-PERC-BOLSA
                   MOVE DSC-PERC(WRK-IDX-DESCONTO) TO WRK-PERC-BOLSA
                 END-IF
               ELSE
                 IF DSC-PERC(WRK-IDX-DESCONTO)
                      GREATER WRK-PERC-IRMAOS
                   MOVE DSC-PERC(WRK-IDX-DESCONTO) TO WRK-PERC-IRMAOS
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           MOVE ALU-IDX-RESP(WRK-IDX-ALUNO) TO WRK-IDX-RESP
           IF WRK-PERC-IRMAOS GREATER ZERO
             AND RSP-QTD-ALUNOS(WRK-IDX-RESP) LESS 2
             ADD 1 TO WRK-QTD-IRMAO-SO
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  ALUNO " DELIMITED BY SIZE
                    ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                    " COM DESCONTO DE IRMAOS SEM IRMAO ATIVO, "
                      DELIMITED BY SIZE
                    "DESCONTO NAO APLICADO" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0016-GRAVA-LINHA
             MOVE ZERO TO WRK-PERC-IRMAOS
           END-IF

           MOVE SPACE TO WRK-TIPO
           MOVE ZERO TO WRK-PERC
           IF WRK-PERC-BOLSA GREATER ZERO
             MOVE "B" TO WRK-TIPO
             MOVE WRK-PERC-BOLSA TO WRK-PERC
           END-IF
           IF WRK-PERC-IRMAOS GREATER WRK-PERC
             MOVE "I" TO WRK-TIPO
             MOVE WRK-PERC-IRMAOS TO WRK-PERC
           END-IF
           COMPUTE WRK-DESCONTO ROUNDED =
               ALU-PRECO(WRK-IDX-ALUNO) * WRK-PERC / 100.

       0010-SELECIONA SECTION.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             MOVE ALU-IDX-RESP(WRK-IDX-ALUNO) TO WRK-IDX-RESP
             IF RSP-JA-COBRADO(WRK-IDX-RESP) EQUAL "S"
               ADD 1 TO WRK-QTD-JA-COBRADOS
             ELSE
               MOVE ALU-RESPONSAVEL(WRK-IDX-ALUNO) TO SORT-RESPONSAVEL
               MOVE ALU-NOME(WRK-IDX-ALUNO)        TO SORT-NOME
               MOVE ALU-MATRICULA(WRK-IDX-ALUNO)   TO SORT-MATRICULA
               MOVE WRK-IDX-ALUNO                  TO SORT-IDX-ALUNO
               RELEASE REG-SORT
             END-IF
           END-PERFORM.

       0011-EMITE-COBRANCAS SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0012-TRATA-ALUNO
             END-RETURN
           END-PERFORM.

       0012-TRATA-ALUNO SECTION.

           IF WRK-TEM-COBRANCA EQUAL "N"
             OR SORT-RESPONSAVEL NOT EQUAL WRK-RESP-ATUAL
             IF WRK-TEM-COBRANCA EQUAL "S"
               PERFORM 0014-FECHA-COBRANCA
             END-IF
             PERFORM 0013-ABRE-COBRANCA
           END-IF

           MOVE SORT-IDX-ALUNO TO WRK-IDX-ALUNO
           PERFORM 0009-CALCULA-DESCONTO
           ADD 1 TO WRK-COB-QTD
           ADD ALU-PRECO(WRK-IDX-ALUNO) TO WRK-COB-BRUTO
           ADD WRK-DESCONTO TO WRK-COB-DESCONTO

           MOVE WRK-ULTIMO-NUMERO            TO ITEM-NUMERO
           MOVE ALU-MATRICULA(WRK-IDX-ALUNO) TO ITEM-MATRICULA
           MOVE ALU-NOME(WRK-IDX-ALUNO)      TO ITEM-NOME
           MOVE ALU-NIVEL(WRK-IDX-ALUNO)     TO ITEM-NIVEL
           MOVE ALU-TURMA(WRK-IDX-ALUNO)     TO ITEM-TURMA
           MOVE ALU-PRECO(WRK-IDX-ALUNO)     TO ITEM-PRECO
           MOVE WRK-TIPO                     TO ITEM-TIPO-DESCONTO
           MOVE WRK-PERC                     TO ITEM-PERC-DESCONTO
           MOVE WRK-DESCONTO                 TO ITEM-DESCONTO
           COMPUTE ITEM-VALOR = ALU-PRECO(WRK-IDX-ALUNO) - WRK-DESCONTO
           WRITE REG-MENSALIDADE-ITEM

           MOVE ITEM-PRECO    TO WRK-VALOR-ED
           MOVE ITEM-DESCONTO TO WRK-VALOR-ED2
           MOVE ITEM-VALOR    TO WRK-VALOR-ED3
           MOVE WRK-PERC      TO WRK-PERC-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  ITEM-MATRICULA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-NIVEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-TURMA DELIMITED BY SIZE
                  " PRECO " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " DESC " DELIMITED BY SIZE
                  WRK-TIPO DELIMITED BY SIZE
                  WRK-PERC-ED DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  WRK-VALOR-ED2 DELIMITED BY SIZE
                  " A PAGAR " DELIMITED BY SIZE
                  WRK-VALOR-ED3 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA.

       0013-ABRE-COBRANCA SECTION.

           MOVE "S" TO WRK-TEM-COBRANCA
           MOVE SORT-RESPONSAVEL TO WRK-RESP-ATUAL
           MOVE ZERO TO WRK-COB-QTD
           MOVE ZERO TO WRK-COB-BRUTO
           MOVE ZERO TO WRK-COB-DESCONTO
           ADD 1 TO WRK-ULTIMO-NUMERO
           MOVE ALU-IDX-RESP(SORT-IDX-ALUNO) TO WRK-IDX-RESP
           MOVE SPACE TO WRK-LINHA-REL
           STRING "COBRANCA " DELIMITED BY SIZE
                  WRK-ULTIMO-NUMERO DELIMITED BY SIZE
                  " - RESPONSAVEL " DELIMITED BY SIZE
                  WRK-RESP-ATUAL DELIMITED BY SIZE
                  " CONTATO " DELIMITED BY SIZE
                  RSP-CONTATO(WRK-IDX-RESP) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA.

       0014-FECHA-COBRANCA SECTION.

           MOVE WRK-ULTIMO-NUMERO    TO MEN-NUMERO-REG
           MOVE WRK-COMPETENCIA      TO MEN-COMPETENCIA-REG
           MOVE WRK-RESP-ATUAL       TO MEN-RESPONSAVEL-REG
           MOVE RSP-CONTATO(WRK-IDX-RESP) TO MEN-CONTATO-REG
           MOVE WRK-COB-QTD          TO MEN-QTD-ALUNOS-REG
           MOVE WRK-COB-BRUTO        TO MEN-BRUTO-REG
           MOVE WRK-COB-DESCONTO     TO MEN-DESCONTO-REG
           COMPUTE MEN-VALOR-REG = WRK-COB-BRUTO - WRK-COB-DESCONTO
           MOVE WRK-VENCIMENTO       TO MEN-VENCIMENTO-REG
           MOVE WRK-DATA-SISTEMA     TO MEN-EMISSAO-REG
           WRITE REG-MENSALIDADE-COBRANCA

           ADD 1 TO WRK-QTD-COBRANCAS
           ADD WRK-COB-BRUTO    TO WRK-TOT-BRUTO
           ADD WRK-COB-DESCONTO TO WRK-TOT-DESCONTO
           ADD MEN-VALOR-REG    TO WRK-TOT-VALOR

           MOVE WRK-COB-BRUTO    TO WRK-VALOR-ED
           MOVE WRK-COB-DESCONTO TO WRK-VALOR-ED2
           MOVE MEN-VALOR-REG    TO WRK-VALOR-ED3
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TOTAL BRUTO " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " DESCONTOS " DELIMITED BY SIZE
                  WRK-VALOR-ED2 DELIMITED BY SIZE
                  " A PAGAR " DELIMITED BY SIZE
                  WRK-VALOR-ED3 DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WRK-VENCIMENTO DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0016-GRAVA-LINHA.

       0016-GRAVA-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-MENSALIDADE-REL
           WRITE REG-MENSALIDADE-REL.

       0017-TOTAIS SECTION.

           MOVE WRK-QTD-COBRANCAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "COBRANCAS EMITIDAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-TOT-BRUTO    TO WRK-VALOR-ED
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR-ED2
           MOVE WRK-TOT-VALOR    TO WRK-VALOR-ED3
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL BRUTO " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " DESCONTOS " DELIMITED BY SIZE
                  WRK-VALOR-ED2 DELIMITED BY SIZE
                  " A RECEBER " DELIMITED BY SIZE
                  WRK-VALOR-ED3 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-QTD-JA-COBRADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ALUNOS DE RESPONSAVEL JA COBRADO NA COMPETENCIA: "
                    DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           MOVE WRK-QTD-SEM-PRECO TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ALUNOS SEM PRECO (NAO COBRADOS): " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0016-GRAVA-LINHA
           DISPLAY "MENSALIDADES EMITIDAS: " WRK-QTD-COBRANCAS
                   " COBRANCAS, VER MENSALIDADE-REL".

       0018-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "MENSALIDADE"           TO RPED-JOB
           MOVE "MENSALIDADE-REL" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM MENSALIDADE-EMITE.
