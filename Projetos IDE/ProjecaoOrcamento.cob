       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECAO-ORCAMENTO.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: PROJECAO ORCAMENTARIA DA FOLHA PARA O ANO SEGUINTE,
      *==            QUE ERA FEITA COPIANDO O EMPLOYEE-MASTER PARA UMA
      *==            PLANILHA. PARTE DO SALARIO ATUAL DOS EMPREGADOS
      *==            ATIVOS, SOMADO POR DEPARTAMENTO, APLICA OS
      *==            REAJUSTES PLANEJADOS (PERCENTUAL E MES, POR
      *==            DEPARTAMENTO OU GERAL) E AS ADMISSOES E
      *==            DESLIGAMENTOS PREVISTOS DO CENARIO EM
      *==            ORCAMENTO-CENARIOS (LEIAUTE ORCAMENTO-CEN) E
      *==            PROJETA MES A MES: SALARIO BRUTO, 13o SALARIO
      *==            (1/12 DO BRUTO), TERCO DE FERIAS (1/36 DO BRUTO),
      *==            INSS PATRONAL E FGTS (ALIQUOTAS DE
      *==            FOLHA-PARAMETROS, PADRAO 20% E 8%, SOBRE BRUTO +
      *==            13o + TERCO) E O
      *==            CUSTO TOTAL. O RELATORIO ORCAMENTO-RELATORIO TRAZ
      *==            OS MESES E O ANO POR DEPARTAMENTO E NO TOTAL DA
      *==            EMPRESA; COM UM SEGUNDO CENARIO, O EFETIVO E O
      *==            CUSTO DELE SAEM LADO A LADO, COM A DIFERENCA.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, O ANO AAAA (BRANCO = ANO SEGUINTE), O CENARIO
      *==      A (BRANCO = BASE) E O CENARIO B (BRANCO = SEM
      *==      COMPARACAO). ADMITIDOS RECEBEM SO OS REAJUSTES DE MESES
      *==      POSTERIORES A ADMISSAO; DESLIGADOS SAEM DO CUSTO A PARTIR
      *==      DO MES INFORMADO. VALORES DO RELATORIO EM REAIS
      *==      INTEIROS; NA LINHA DO ANO O EFETIVO E O DE DEZEMBRO.
      *==      LINHA DE CENARIO INVALIDA E IGNORADA E O JOB TERMINA COM
      *==      RETURN-CODE 4.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO ORCAMENTO-RELATORIO REGISTRADA NO
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
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT FOLHA-PARAMETROS ASSIGN TO "FOLHA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPARAM.
           SELECT ORCAMENTO-CENARIOS ASSIGN TO "ORCAMENTO-CENARIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CENARIO.
           SELECT ORCAMENTO-RELATORIO
               ASSIGN TO "ORCAMENTO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  FOLHA-PARAMETROS.
       01  REG-FOLHA-PARAMETRO.
           05 FPARAM-VALOR-DEP-REG PIC 9(04)V99.
           05 FPARAM-IDADE-DEP-REG PIC 9(02).
           05 FPARAM-PATRONAL-REG  PIC 9V9999.
           05 FPARAM-PISO-REG      PIC 9V9999.
           05 FPARAM-BH-CREDITO-REG PIC 9(03)V9.
           05 FPARAM-BH-DEBITO-REG PIC 9(03)V9.
           05 FPARAM-BH-PRAZO-REG  PIC 9(02).
           05 FPARAM-BH-JORNADA-REG PIC 9(02)V9.
           05 FPARAM-FGTS-REG      PIC 9V9999.

       FD  ORCAMENTO-CENARIOS.
       01  REG-ORCAMENTO-CENARIO.
           COPY ORCAMENTO-CEN.

       FD  ORCAMENTO-RELATORIO.
       01  REG-ORCAMENTO-RELATORIO PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-FPARAM PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-CENARIO PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-TRACO        PIC X(132)           VALUE ALL "-".
       77  WRK-RETORNO      PIC 9(02)            VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS DA PROJECAO =====================
       77  WRK-ANO-X        PIC X(04)            VALUE SPACE.
       77  WRK-ANO          PIC 9(04)            VALUE ZERO.
       01  WRK-CENARIOS.
           05 WRK-CENARIO   PIC X(08) OCCURS 2 TIMES.
       77  WRK-QTD-CENARIOS PIC 9(01)            VALUE 1.
       77  WRK-IDX-CENARIO  PIC 9(01)            VALUE ZERO.
       77  WRK-TAXA-PATRONAL PIC 9V9999          VALUE 0,2000.
       77  WRK-TAXA-FGTS    PIC 9V9999           VALUE 0,0800.
       77  WRK-PATRONAL-ED  PIC ZZ9,99.
       77  WRK-FGTS-ED      PIC ZZ9,99.
      *====================== LINHAS DOS CENARIOS ========================
       77  WRK-QTD-LINHAS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-LINHA    PIC 9(03)            VALUE ZERO.
       01  WRK-LINHAS-CENARIO.
           05 WRK-LINHAS-DO-CENARIO PIC 9(03) OCCURS 2 TIMES.
       01  TAB-LINHAS.
           05 LIN-ITEM OCCURS 500 TIMES
                        INDEXED BY IDX-LIN.
              10 LIN-CENARIO      PIC 9(01).
              10 LIN-TIPO         PIC X(01).
              10 LIN-DEPARTAMENTO PIC X(04).
              10 LIN-MES          PIC 9(02).
              10 LIN-PERCENTUAL   PIC 9(03)V99.
              10 LIN-QUANTIDADE   PIC 9(03).
              10 LIN-SALARIO      PIC 9(06)V99.
      *====================== FATOR DE REAJUSTE ==========================
      *    PRODUTO DOS REAJUSTES DO CENARIO E DEPARTAMENTO COM MES
      *    MAIOR QUE WRK-FATOR-DE E ATE WRK-FATOR-ATE.
       77  WRK-FATOR        PIC 9(03)V9(06)      VALUE ZERO.
       77  WRK-FATOR-DEPTO  PIC X(04)            VALUE SPACE.
       77  WRK-FATOR-DE     PIC 9(02)            VALUE ZERO.
       77  WRK-FATOR-ATE    PIC 9(02)            VALUE ZERO.
      *====================== PROJECAO POR DEPARTAMENTO ==================
      *    A ULTIMA POSICAO E O TOTAL DA EMPRESA.
       77  WRK-QTD-DEPTOS   PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-DEPTO    PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-DEPTO  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-TOTAL    PIC 9(02)            VALUE 51.
       77  WRK-DEPTO-BUSCA  PIC X(04)            VALUE SPACE.
       77  WRK-DEPTOS-CHEIA PIC X(01)            VALUE "N".
       77  WRK-IDX-MES      PIC 9(02)            VALUE ZERO.
       77  WRK-SALARIO-SAIDA PIC 9(06)V99        VALUE ZERO.
       01  TAB-PROJECAO.
           05 PROJ-DEPTO OCCURS 51 TIMES
                          INDEXED BY IDX-PROJ.
              10 PROJ-CODIGO      PIC X(04).
              10 PROJ-SOMA-SALARIOS PIC 9(11)V99.
              10 PROJ-QTD-ATIVOS  PIC 9(05).
              10 PROJ-CENARIO OCCURS 2 TIMES.
                 15 PROJ-MES OCCURS 12 TIMES.
                    20 PROJ-EFETIVO   PIC S9(05).
                    20 PROJ-BRUTO     PIC S9(11)V99.
                    20 PROJ-DECIMO    PIC 9(11)V99.
                    20 PROJ-TERCO     PIC 9(11)V99.
                    20 PROJ-PATRONAL  PIC 9(11)V99.
                    20 PROJ-FGTS      PIC 9(11)V99.
                    20 PROJ-CUSTO     PIC 9(11)V99.
       77  WRK-BASE-ENCARGOS PIC 9(11)V99        VALUE ZERO.
      *====================== TOTAIS DO ANO ==============================
       01  WRK-TOTAIS-ANO.
           05 WRK-ANO-CENARIO OCCURS 2 TIMES.
              10 ANO-BRUTO      PIC 9(13)V99.
              10 ANO-DECIMO     PIC 9(13)V99.
              10 ANO-TERCO      PIC 9(13)V99.
              10 ANO-PATRONAL   PIC 9(13)V99.
              10 ANO-FGTS       PIC 9(13)V99.
              10 ANO-CUSTO      PIC 9(13)V99.
       77  WRK-DIFERENCA    PIC S9(13)V99        VALUE ZERO.
      *====================== EDICAO =====================================
       01  WRK-LINHA-PROJ.
           05 LP-MES            PIC X(07).
           05 FILLER            PIC X(01).
           05 LP-EFETIVO        PIC ZZ.ZZ9.
           05 FILLER            PIC X(01).
           05 LP-BRUTO          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(01).
           05 LP-DECIMO         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(01).
           05 LP-TERCO          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(01).
           05 LP-PATRONAL       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(01).
           05 LP-FGTS           PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(01).
           05 LP-CUSTO          PIC Z.ZZZ.ZZZ.ZZ9.
           05 LP-PARTE-B.
              10 FILLER         PIC X(03).
              10 LP-EFETIVO-B   PIC ZZ.ZZ9.
              10 FILLER         PIC X(01).
              10 LP-CUSTO-B     PIC Z.ZZZ.ZZZ.ZZ9.
              10 FILLER         PIC X(01).
              10 LP-DIFERENCA   PIC --.---.---.--9.
           05 FILLER            PIC X(06).

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "ANO A PROJETAR (AAAA) "
             ACCEPT WRK-ANO-X
           IF WRK-ANO-X NUMERIC
             MOVE WRK-ANO-X TO WRK-ANO
           ELSE
             COMPUTE WRK-ANO = WRK-DATA-SISTEMA / 10000 + 1
             DISPLAY "ANO INVALIDO, ASSUMINDO " WRK-ANO
           END-IF
           DISPLAY "CENARIO A (BRANCO = BASE) "
             ACCEPT WRK-CENARIO(1)
           IF WRK-CENARIO(1) EQUAL SPACE
             MOVE "BASE" TO WRK-CENARIO(1)
           END-IF
           DISPLAY "CENARIO B PARA COMPARAR (BRANCO = NENHUM) "
             ACCEPT WRK-CENARIO(2)
           IF WRK-CENARIO(2) NOT EQUAL SPACE
             MOVE 2 TO WRK-QTD-CENARIOS
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, PROJECAO NAO GERADA"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0001-CARREGA-PARAMETROS
           PERFORM 0002-CARREGA-CENARIOS

           MOVE SPACE TO PROJ-CODIGO(WRK-IDX-TOTAL)
           MOVE WRK-IDX-TOTAL TO WRK-IDX-DEPTO
           PERFORM 0011-ZERA-DEPTO

           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ EMPLOYEE-MASTER
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF EMP-SITUACAO-REG NOT EQUAL "D"
                   MOVE EMP-DEPARTAMENTO-REG TO WRK-DEPTO-BUSCA
                   PERFORM 0010-LOCALIZA-DEPTO
                   ADD EMP-SALARIO-REG
                     TO PROJ-SOMA-SALARIOS(WRK-ACHOU-DEPTO)
                   ADD 1 TO PROJ-QTD-ATIVOS(WRK-ACHOU-DEPTO)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM 0003-PROJETA-ATIVOS
           PERFORM 0004-PROJETA-MOVIMENTOS
           PERFORM 0005-CALCULA-ENCARGOS

           OPEN OUTPUT ORCAMENTO-RELATORIO
           PERFORM 0006-CABECALHO
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             PERFORM 0007-IMPRIME-DEPTO
           END-PERFORM
           MOVE WRK-IDX-TOTAL TO WRK-IDX-DEPTO
           PERFORM 0007-IMPRIME-DEPTO
           CLOSE ORCAMENTO-RELATORIO
           PERFORM 0013-REGISTRA-RELATORIO

           DISPLAY "PROJECAO ORCAMENTARIA GERADA - ANO " WRK-ANO
           MOVE WRK-RETORNO TO RETURN-CODE

           GOBACK.

       0001-CARREGA-PARAMETROS SECTION.

           OPEN INPUT FOLHA-PARAMETROS
           IF WRK-STATUS-FPARAM NOT EQUAL "35"
             READ FOLHA-PARAMETROS
               NOT AT END
                 IF FPARAM-PATRONAL-REG NUMERIC
                   AND FPARAM-PATRONAL-REG GREATER ZERO
                   MOVE FPARAM-PATRONAL-REG TO WRK-TAXA-PATRONAL
                 END-IF
                 IF FPARAM-FGTS-REG NUMERIC
                   AND FPARAM-FGTS-REG GREATER ZERO
                   MOVE FPARAM-FGTS-REG TO WRK-TAXA-FGTS
                 END-IF
             END-READ
             CLOSE FOLHA-PARAMETROS
           END-IF.

       0002-CARREGA-CENARIOS SECTION.

      *    SO AS LINHAS DOS CENARIOS PEDIDOS; LINHA COM TIPO, MES OU
      *    VALORES INVALIDOS E IGNORADA COM AVISO.
           MOVE ZERO TO WRK-LINHAS-DO-CENARIO(1)
           MOVE ZERO TO WRK-LINHAS-DO-CENARIO(2)
           OPEN INPUT ORCAMENTO-CENARIOS
           IF WRK-STATUS-CENARIO EQUAL "35"
             DISPLAY "ORCAMENTO-CENARIOS INEXISTENTE: PROJECAO SEM "
                     "REAJUSTES NEM MOVIMENTOS"
             MOVE 4 TO WRK-RETORNO
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ORCAMENTO-CENARIOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   MOVE ZERO TO WRK-IDX-CENARIO
                   IF CEN-CENARIO EQUAL WRK-CENARIO(1)
                     MOVE 1 TO WRK-IDX-CENARIO
                   END-IF
                   IF CEN-CENARIO EQUAL WRK-CENARIO(2)
                     AND WRK-QTD-CENARIOS EQUAL 2
                     MOVE 2 TO WRK-IDX-CENARIO
                   END-IF
                   IF WRK-IDX-CENARIO GREATER ZERO
                     PERFORM 0008-GUARDA-LINHA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ORCAMENTO-CENARIOS
           END-IF
           PERFORM VARYING WRK-IDX-CENARIO FROM 1 BY 1
                     UNTIL WRK-IDX-CENARIO > WRK-QTD-CENARIOS
             IF WRK-LINHAS-DO-CENARIO(WRK-IDX-CENARIO) EQUAL ZERO
               DISPLAY "CENARIO " WRK-CENARIO(WRK-IDX-CENARIO)
                       " SEM LINHAS VALIDAS: PROJETADO SEM REAJUSTES "
                       "NEM MOVIMENTOS"
               MOVE 4 TO WRK-RETORNO
             END-IF
           END-PERFORM.

       0008-GUARDA-LINHA SECTION.

           IF (NOT CEN-REAJUSTE AND NOT CEN-ADMISSAO
                                AND NOT CEN-DESLIGAMENTO)
             OR CEN-MES NOT NUMERIC
             OR CEN-MES LESS 1
             OR CEN-MES GREATER 12
             OR (CEN-REAJUSTE AND CEN-PERCENTUAL NOT NUMERIC)
             OR (NOT CEN-REAJUSTE AND CEN-QUANTIDADE NOT NUMERIC)
             OR (NOT CEN-REAJUSTE AND CEN-SALARIO NOT NUMERIC)
             OR (CEN-ADMISSAO AND CEN-SALARIO EQUAL ZERO)
             DISPLAY "LINHA DE CENARIO INVALIDA, IGNORADA: "
                     REG-ORCAMENTO-CENARIO
             MOVE 4 TO WRK-RETORNO
           ELSE
             IF WRK-QTD-LINHAS NOT LESS 500
               DISPLAY "TAB-LINHAS CHEIA, LINHA IGNORADA: "
                       REG-ORCAMENTO-CENARIO
               MOVE 4 TO WRK-RETORNO
             ELSE
               ADD 1 TO WRK-QTD-LINHAS
               ADD 1 TO WRK-LINHAS-DO-CENARIO(WRK-IDX-CENARIO)
               MOVE WRK-IDX-CENARIO  TO LIN-CENARIO(WRK-QTD-LINHAS)
               MOVE CEN-TIPO         TO LIN-TIPO(WRK-QTD-LINHAS)
               MOVE CEN-DEPARTAMENTO
                 TO LIN-DEPARTAMENTO(WRK-QTD-LINHAS)
               MOVE CEN-MES          TO LIN-MES(WRK-QTD-LINHAS)
               MOVE ZERO TO LIN-PERCENTUAL(WRK-QTD-LINHAS)
               MOVE ZERO TO LIN-QUANTIDADE(WRK-QTD-LINHAS)
               MOVE ZERO TO LIN-SALARIO(WRK-QTD-LINHAS)
               IF CEN-REAJUSTE
                 MOVE CEN-PERCENTUAL
                   TO LIN-PERCENTUAL(WRK-QTD-LINHAS)
               ELSE
                 MOVE CEN-QUANTIDADE
                   TO LIN-QUANTIDADE(WRK-QTD-LINHAS)
                 MOVE CEN-SALARIO TO LIN-SALARIO(WRK-QTD-LINHAS)
               END-IF
             END-IF
           END-IF.

       0003-PROJETA-ATIVOS SECTION.

      *    O REAJUSTE E PROPORCIONAL, ENTAO BASTA PROJETAR A SOMA DOS
      *    SALARIOS ATUAIS DO DEPARTAMENTO.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             PERFORM VARYING WRK-IDX-CENARIO FROM 1 BY 1
                       UNTIL WRK-IDX-CENARIO > WRK-QTD-CENARIOS
               PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                         UNTIL WRK-IDX-MES > 12
                 MOVE PROJ-CODIGO(WRK-IDX-DEPTO) TO WRK-FATOR-DEPTO
                 MOVE ZERO        TO WRK-FATOR-DE
                 MOVE WRK-IDX-MES TO WRK-FATOR-ATE
                 PERFORM 0009-CALCULA-FATOR
                 COMPUTE PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                                    WRK-IDX-MES) ROUNDED =
                     PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                                WRK-IDX-MES)
                     + PROJ-SOMA-SALARIOS(WRK-IDX-DEPTO) * WRK-FATOR
                 ADD PROJ-QTD-ATIVOS(WRK-IDX-DEPTO)
                   TO PROJ-EFETIVO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                                   WRK-IDX-MES)
               END-PERFORM
             END-PERFORM
           END-PERFORM.

       0004-PROJETA-MOVIMENTOS SECTION.

      *    ADMISSAO SOMA DO MES DELA EM DIANTE, COM OS REAJUSTES
      *    POSTERIORES; DESLIGAMENTO TIRA DO MES DELE EM DIANTE O
      *    SALARIO JA REAJUSTADO.
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                     UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
             IF LIN-TIPO(WRK-IDX-LINHA) NOT EQUAL "R"
               MOVE LIN-DEPARTAMENTO(WRK-IDX-LINHA) TO WRK-DEPTO-BUSCA
               PERFORM 0010-LOCALIZA-DEPTO
               MOVE LIN-CENARIO(WRK-IDX-LINHA) TO WRK-IDX-CENARIO
               MOVE LIN-SALARIO(WRK-IDX-LINHA) TO WRK-SALARIO-SAIDA
               IF LIN-TIPO(WRK-IDX-LINHA) EQUAL "D"
                 AND WRK-SALARIO-SAIDA EQUAL ZERO
                 AND PROJ-QTD-ATIVOS(WRK-ACHOU-DEPTO) GREATER ZERO
                 COMPUTE WRK-SALARIO-SAIDA ROUNDED =
                     PROJ-SOMA-SALARIOS(WRK-ACHOU-DEPTO)
                     / PROJ-QTD-ATIVOS(WRK-ACHOU-DEPTO)
               END-IF
               PERFORM VARYING WRK-IDX-MES
                         FROM LIN-MES(WRK-IDX-LINHA) BY 1
                         UNTIL WRK-IDX-MES > 12
                 MOVE LIN-DEPARTAMENTO(WRK-IDX-LINHA)
                   TO WRK-FATOR-DEPTO
                 MOVE WRK-IDX-MES TO WRK-FATOR-ATE
                 IF LIN-TIPO(WRK-IDX-LINHA) EQUAL "A"
                   MOVE LIN-MES(WRK-IDX-LINHA) TO WRK-FATOR-DE
                   PERFORM 0009-CALCULA-FATOR
                   COMPUTE PROJ-BRUTO(WRK-ACHOU-DEPTO, WRK-IDX-CENARIO,
                                      WRK-IDX-MES) ROUNDED =
                       PROJ-BRUTO(WRK-ACHOU-DEPTO, WRK-IDX-CENARIO,
                                  WRK-IDX-MES)
                       + LIN-QUANTIDADE(WRK-IDX-LINHA)
                         * WRK-SALARIO-SAIDA * WRK-FATOR
                   ADD LIN-QUANTIDADE(WRK-IDX-LINHA)
                     TO PROJ-EFETIVO(WRK-ACHOU-DEPTO, WRK-IDX-CENARIO,
                                     WRK-IDX-MES)
                 ELSE
                   MOVE ZERO TO WRK-FATOR-DE
                   PERFORM 0009-CALCULA-FATOR
                   COMPUTE PROJ-BRUTO(WRK-ACHOU-DEPTO, WRK-IDX-CENARIO,
                                      WRK-IDX-MES) ROUNDED =
                       PROJ-BRUTO(WRK-ACHOU-DEPTO, WRK-IDX-CENARIO,
                                  WRK-IDX-MES)
                       - LIN-QUANTIDADE(WRK-IDX-LINHA)
                         * WRK-SALARIO-SAIDA * WRK-FATOR
                   SUBTRACT LIN-QUANTIDADE(WRK-IDX-LINHA)
                     FROM PROJ-EFETIVO(WRK-ACHOU-DEPTO,
                                       WRK-IDX-CENARIO, WRK-IDX-MES)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       0009-CALCULA-FATOR SECTION.

      *    REAJUSTE GERAL (DEPARTAMENTO EM BRANCO) VALE PARA TODOS E
      *    SE ACUMULA COM O DO PROPRIO DEPARTAMENTO.
           MOVE 1 TO WRK-FATOR
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                     UNTIL IDX-LIN > WRK-QTD-LINHAS
             IF LIN-TIPO(IDX-LIN) EQUAL "R"
               AND LIN-CENARIO(IDX-LIN) EQUAL WRK-IDX-CENARIO
               AND (LIN-DEPARTAMENTO(IDX-LIN) EQUAL SPACE
                 OR LIN-DEPARTAMENTO(IDX-LIN) EQUAL WRK-FATOR-DEPTO)
               AND LIN-MES(IDX-LIN) GREATER WRK-FATOR-DE
               AND LIN-MES(IDX-LIN) NOT GREATER WRK-FATOR-ATE
               COMPUTE WRK-FATOR ROUNDED =
                   WRK-FATOR * (1 + LIN-PERCENTUAL(IDX-LIN) / 100)
             END-IF
           END-PERFORM.

       0005-CALCULA-ENCARGOS SECTION.

      *    13o E TERCO DE FERIAS PELA COMPETENCIA (1/12 E 1/36 DO
      *    BRUTO); PATRONAL E FGTS SOBRE BRUTO + 13o + TERCO. DEPOIS
      *    DOS DESLIGAMENTOS NENHUM VALOR FICA NEGATIVO.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             PERFORM VARYING WRK-IDX-CENARIO FROM 1 BY 1
                       UNTIL WRK-IDX-CENARIO > WRK-QTD-CENARIOS
               PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                         UNTIL WRK-IDX-MES > 12
                 PERFORM 0012-ENCARGOS-MES
               END-PERFORM
             END-PERFORM
           END-PERFORM.

       0012-ENCARGOS-MES SECTION.

           IF PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
                LESS ZERO
             MOVE ZERO
               TO PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                             WRK-IDX-MES)
           END-IF
           IF PROJ-EFETIVO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
                LESS ZERO
             MOVE ZERO
               TO PROJ-EFETIVO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                               WRK-IDX-MES)
           END-IF
           COMPUTE PROJ-DECIMO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                               WRK-IDX-MES) ROUNDED =
               PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
               / 12
           COMPUTE PROJ-TERCO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                              WRK-IDX-MES) ROUNDED =
               PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
               / 36
           COMPUTE WRK-BASE-ENCARGOS =
               PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
               + PROJ-DECIMO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                             WRK-IDX-MES)
               + PROJ-TERCO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                            WRK-IDX-MES)
           COMPUTE PROJ-PATRONAL(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                                 WRK-IDX-MES) ROUNDED =
               WRK-BASE-ENCARGOS * WRK-TAXA-PATRONAL
           COMPUTE PROJ-FGTS(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                             WRK-IDX-MES) ROUNDED =
               WRK-BASE-ENCARGOS * WRK-TAXA-FGTS
           COMPUTE PROJ-CUSTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                              WRK-IDX-MES) =
               WRK-BASE-ENCARGOS
               + PROJ-PATRONAL(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                               WRK-IDX-MES)
               + PROJ-FGTS(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                           WRK-IDX-MES)

      *    TOTAL DA EMPRESA.
           ADD PROJ-EFETIVO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                            WRK-IDX-MES)
             TO PROJ-EFETIVO(WRK-IDX-TOTAL, WRK-IDX-CENARIO,
                             WRK-IDX-MES)
           ADD PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
             TO PROJ-BRUTO(WRK-IDX-TOTAL, WRK-IDX-CENARIO,
                           WRK-IDX-MES)
           ADD PROJ-DECIMO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
             TO PROJ-DECIMO(WRK-IDX-TOTAL, WRK-IDX-CENARIO,
                            WRK-IDX-MES)
           ADD PROJ-TERCO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
             TO PROJ-TERCO(WRK-IDX-TOTAL, WRK-IDX-CENARIO,
                           WRK-IDX-MES)
           ADD PROJ-PATRONAL(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                             WRK-IDX-MES)
             TO PROJ-PATRONAL(WRK-IDX-TOTAL, WRK-IDX-CENARIO,
                              WRK-IDX-MES)
           ADD PROJ-FGTS(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
             TO PROJ-FGTS(WRK-IDX-TOTAL, WRK-IDX-CENARIO,
                          WRK-IDX-MES)
           ADD PROJ-CUSTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO, WRK-IDX-MES)
             TO PROJ-CUSTO(WRK-IDX-TOTAL, WRK-IDX-CENARIO,
                           WRK-IDX-MES).

       0010-LOCALIZA-DEPTO SECTION.

      *    DEVOLVE EM WRK-ACHOU-DEPTO A POSICAO DO DEPARTAMENTO,
      *    INCLUINDO-O SE PRECISO. TABELA CHEIA SOMA NA ULTIMA
      *    POSICAO DE DEPARTAMENTO, COM AVISO.
           MOVE ZERO TO WRK-ACHOU-DEPTO
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             IF PROJ-CODIGO(WRK-IDX-DEPTO) EQUAL WRK-DEPTO-BUSCA
               MOVE WRK-IDX-DEPTO TO WRK-ACHOU-DEPTO
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
             END-IF
           END-PERFORM
           IF WRK-ACHOU-DEPTO EQUAL ZERO
             IF WRK-QTD-DEPTOS NOT LESS 50
               IF WRK-DEPTOS-CHEIA EQUAL "N"
                 DISPLAY "TAB-PROJECAO CHEIA, DEPARTAMENTOS RESTANTES "
                         "SOMADOS EM " PROJ-CODIGO(50)
                 MOVE "S" TO WRK-DEPTOS-CHEIA
                 MOVE 4 TO WRK-RETORNO
               END-IF
               MOVE 50 TO WRK-ACHOU-DEPTO
             ELSE
               ADD 1 TO WRK-QTD-DEPTOS
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
               PERFORM 0011-ZERA-DEPTO
               MOVE WRK-DEPTO-BUSCA TO PROJ-CODIGO(WRK-IDX-DEPTO)
               MOVE WRK-IDX-DEPTO TO WRK-ACHOU-DEPTO
             END-IF
           END-IF.

       0011-ZERA-DEPTO SECTION.

           MOVE ZERO TO PROJ-SOMA-SALARIOS(WRK-IDX-DEPTO)
           MOVE ZERO TO PROJ-QTD-ATIVOS(WRK-IDX-DEPTO)
           PERFORM VARYING WRK-IDX-CENARIO FROM 1 BY 1
                     UNTIL WRK-IDX-CENARIO > 2
             PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES > 12
               MOVE ZERO TO PROJ-EFETIVO(WRK-IDX-DEPTO,
                                         WRK-IDX-CENARIO, WRK-IDX-MES)
               MOVE ZERO TO PROJ-BRUTO(WRK-IDX-DEPTO,
                                       WRK-IDX-CENARIO, WRK-IDX-MES)
               MOVE ZERO TO PROJ-DECIMO(WRK-IDX-DEPTO,
                                        WRK-IDX-CENARIO, WRK-IDX-MES)
               MOVE ZERO TO PROJ-TERCO(WRK-IDX-DEPTO,
                                       WRK-IDX-CENARIO, WRK-IDX-MES)
               MOVE ZERO TO PROJ-PATRONAL(WRK-IDX-DEPTO,
                                          WRK-IDX-CENARIO, WRK-IDX-MES)
               MOVE ZERO TO PROJ-FGTS(WRK-IDX-DEPTO,
                                      WRK-IDX-CENARIO, WRK-IDX-MES)
               MOVE ZERO TO PROJ-CUSTO(WRK-IDX-DEPTO,
                                       WRK-IDX-CENARIO, WRK-IDX-MES)
             END-PERFORM
           END-PERFORM.

       0006-CABECALHO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROJECAO ORCAMENTARIA DA FOLHA - ANO " DELIMITED BY
                    SIZE
                  WRK-ANO          DELIMITED BY SIZE
                  " - CENARIO "    DELIMITED BY SIZE
                  WRK-CENARIO(1)   DELIMITED BY SPACE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO
           IF WRK-QTD-CENARIOS EQUAL 2
             MOVE SPACE TO WRK-LINHA-REL
             STRING "COMPARADO COM O CENARIO " DELIMITED BY SIZE
                    WRK-CENARIO(2) DELIMITED BY SPACE
                    " (COLUNAS B; DIFERENCA = B - A)" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ORCAMENTO-RELATORIO
             WRITE REG-ORCAMENTO-RELATORIO
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           COMPUTE WRK-PATRONAL-ED = WRK-TAXA-PATRONAL * 100
           COMPUTE WRK-FGTS-ED     = WRK-TAXA-FGTS * 100
           STRING "ALIQUOTAS: PATRONAL " DELIMITED BY SIZE
                  WRK-PATRONAL-ED      DELIMITED BY SIZE
                  "% FGTS "            DELIMITED BY SIZE
                  WRK-FGTS-ED          DELIMITED BY SIZE
                  "% (SOBRE BRUTO + 13o + TERCO DE FERIAS)"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO.

       0007-IMPRIME-DEPTO SECTION.

           MOVE SPACE TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-IDX-DEPTO EQUAL WRK-IDX-TOTAL
             MOVE "TOTAL DA EMPRESA" TO WRK-LINHA-REL
           ELSE
             STRING "DEPARTAMENTO " DELIMITED BY SIZE
                    PROJ-CODIGO(WRK-IDX-DEPTO) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO
           MOVE WRK-TRACO TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "MES    EFETIVO       BRUTO 13o SALARIO"
                    DELIMITED BY SIZE
                  "  1/3 FERIAS    PATRONAL        FGTS"
                    DELIMITED BY SIZE
                  "   CUSTO TOTAL" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           IF WRK-QTD-CENARIOS EQUAL 2
             MOVE "   EFET B CUSTO TOTAL B      DIFERENCA"
               TO WRK-LINHA-REL(89:38)
           END-IF
           MOVE WRK-LINHA-REL TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO

           MOVE ZERO TO WRK-TOTAIS-ANO
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                     UNTIL WRK-IDX-MES > 12
             MOVE SPACE TO WRK-LINHA-PROJ
             STRING WRK-IDX-MES "/" WRK-ANO DELIMITED BY SIZE
               INTO LP-MES
             END-STRING
             MOVE 1 TO WRK-IDX-CENARIO
             MOVE PROJ-EFETIVO(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
               TO LP-EFETIVO
             COMPUTE LP-BRUTO ROUNDED =
                 PROJ-BRUTO(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
             COMPUTE LP-DECIMO ROUNDED =
                 PROJ-DECIMO(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
             COMPUTE LP-TERCO ROUNDED =
                 PROJ-TERCO(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
             COMPUTE LP-PATRONAL ROUNDED =
                 PROJ-PATRONAL(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
             COMPUTE LP-FGTS ROUNDED =
                 PROJ-FGTS(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
             COMPUTE LP-CUSTO ROUNDED =
                 PROJ-CUSTO(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
             PERFORM VARYING WRK-IDX-CENARIO FROM 1 BY 1
                       UNTIL WRK-IDX-CENARIO > WRK-QTD-CENARIOS
               ADD PROJ-BRUTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                              WRK-IDX-MES)
                 TO ANO-BRUTO(WRK-IDX-CENARIO)
               ADD PROJ-DECIMO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                               WRK-IDX-MES)
                 TO ANO-DECIMO(WRK-IDX-CENARIO)
               ADD PROJ-TERCO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                              WRK-IDX-MES)
                 TO ANO-TERCO(WRK-IDX-CENARIO)
               ADD PROJ-PATRONAL(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                                 WRK-IDX-MES)
                 TO ANO-PATRONAL(WRK-IDX-CENARIO)
               ADD PROJ-FGTS(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                             WRK-IDX-MES)
                 TO ANO-FGTS(WRK-IDX-CENARIO)
               ADD PROJ-CUSTO(WRK-IDX-DEPTO, WRK-IDX-CENARIO,
                              WRK-IDX-MES)
                 TO ANO-CUSTO(WRK-IDX-CENARIO)
             END-PERFORM
             IF WRK-QTD-CENARIOS EQUAL 2
               MOVE PROJ-EFETIVO(WRK-IDX-DEPTO, 2, WRK-IDX-MES)
                 TO LP-EFETIVO-B
               COMPUTE LP-CUSTO-B ROUNDED =
                   PROJ-CUSTO(WRK-IDX-DEPTO, 2, WRK-IDX-MES)
               COMPUTE WRK-DIFERENCA =
                   PROJ-CUSTO(WRK-IDX-DEPTO, 2, WRK-IDX-MES)
                   - PROJ-CUSTO(WRK-IDX-DEPTO, 1, WRK-IDX-MES)
               COMPUTE LP-DIFERENCA ROUNDED = WRK-DIFERENCA
             ELSE
               MOVE SPACE TO LP-PARTE-B
             END-IF
             MOVE WRK-LINHA-PROJ TO REG-ORCAMENTO-RELATORIO
             WRITE REG-ORCAMENTO-RELATORIO
           END-PERFORM

      *    LINHA DO ANO: EFETIVO DE DEZEMBRO E VALORES SOMADOS.
           MOVE WRK-TRACO TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO
           MOVE SPACE TO WRK-LINHA-PROJ
           MOVE "ANO"   TO LP-MES
           MOVE PROJ-EFETIVO(WRK-IDX-DEPTO, 1, 12) TO LP-EFETIVO
           COMPUTE LP-BRUTO ROUNDED    = ANO-BRUTO(1)
           COMPUTE LP-DECIMO ROUNDED   = ANO-DECIMO(1)
           COMPUTE LP-TERCO ROUNDED    = ANO-TERCO(1)
           COMPUTE LP-PATRONAL ROUNDED = ANO-PATRONAL(1)
           COMPUTE LP-FGTS ROUNDED     = ANO-FGTS(1)
           COMPUTE LP-CUSTO ROUNDED    = ANO-CUSTO(1)
           IF WRK-QTD-CENARIOS EQUAL 2
             MOVE PROJ-EFETIVO(WRK-IDX-DEPTO, 2, 12) TO LP-EFETIVO-B
             COMPUTE LP-CUSTO-B ROUNDED = ANO-CUSTO(2)
             COMPUTE WRK-DIFERENCA = ANO-CUSTO(2) - ANO-CUSTO(1)
             COMPUTE LP-DIFERENCA ROUNDED = WRK-DIFERENCA
           ELSE
             MOVE SPACE TO LP-PARTE-B
           END-IF
           MOVE WRK-LINHA-PROJ TO REG-ORCAMENTO-RELATORIO
           WRITE REG-ORCAMENTO-RELATORIO.

       0013-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "PROJ-ORCAMEN"        TO RPED-JOB
           MOVE "ORCAMENTO-RELATORIO" TO RPED-RELATORIO
      *    O ANO PROJETADO VAI NA COMPETENCIA COM O MES ZERADO.
           COMPUTE RPED-COMPETENCIA = WRK-ANO * 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM PROJECAO-ORCAMENTO.
