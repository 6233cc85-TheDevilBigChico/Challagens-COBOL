       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRO-PESSOAL.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: QUADRO DE PESSOAL E ROTATIVIDADE MENSAL POR
      *==            DEPARTAMENTO, QUE ERA CONTADO A MAO NO
      *==            EMPLOYEE-MASTER. PARA A COMPETENCIA INFORMADA
      *==            APURA, POR DEPARTAMENTO E NO TOTAL DA EMPRESA:
      *==            EFETIVO INICIAL, ADMISSOES (EMP-ADMISSAO-REG NO
      *==            MES), DESLIGAMENTOS (SITUACAO D COM
      *==            EMP-DESLIGAMENTO-REG NO MES), TRANSFERENCIAS DE
      *==            ENTRADA E SAIDA ENTRE DEPARTAMENTOS (ALTERACOES DE
      *==            DEPARTAMENTO NA TRILHA EMPLOYEE-AUDITORIA), EFETIVO
      *==            FINAL, ROTATIVIDADE E TEMPO MEDIO DE CASA. O
      *==            DEPARTAMENTO DE CADA EMPREGADO NO INICIO E NO FIM
      *==            DO MES E REFEITO DESFAZENDO AS TRANSFERENCIAS
      *==            POSTERIORES DA TRILHA, ENTAO O MES PODE SER
      *==            EMITIDO DEPOIS. O RESULTADO VAI PARA
      *==            QUADRO-RELATORIO E PARA O ARQUIVO DE TENDENCIA
      *==            QUADRO-TENDENCIA (ULTIMOS 12 MESES), QUE ALIMENTA
      *==            O QUADRO DE TENDENCIA DO RELATORIO SEM RECALCULO.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A COMPETENCIA AAAAMM (BRANCO = MES CORRENTE).
      *==      ROTATIVIDADE = ((ADMISSOES + DESLIGAMENTOS) / 2) /
      *==      EFETIVO MEDIO ((INICIAL + FINAL) / 2) X 100. TEMPO
      *==      MEDIO DE CASA EM MESES, DOS ATIVOS NO FIM DO MES.
      *==      EMPREGADO EXCLUIDO DO MESTRE NAO ENTRA NA CONTA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  RATEIO DE CENTROS DE CUSTO: NOVA COLUNA EFETIVO
      *==                 RATEADO, COM OS ATIVOS NO FIM DO MES DIVIDIDOS
      *==                 PELOS PERCENTUAIS DO RATEIO VIGENTE
      *==                 (RATEIO-VALIDADO); SEM RATEIO, O EMPREGADO
      *==                 VALE 1 NO DEPARTAMENTO DELE. AS DEMAIS COLUNAS
      *==                 CONTINUAM CONTANDO PESSOAS NO DEPARTAMENTO DO
      *==                 CADASTRO. QUADRO-TENDENCIA GANHA O CAMPO NO
      *==                 FIM DO REGISTRO.
      *== 15/10/2026 FA  EMISSAO DO QUADRO-RELATORIO REGISTRADA NO
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
           SELECT EMPLOYEE-AUDITORIA ASSIGN TO "EMPLOYEE-AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMP-AUD.
           SELECT QUADRO-TENDENCIA ASSIGN TO "QUADRO-TENDENCIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TEND.
           SELECT QUADRO-TENDENCIA-NOVA
               ASSIGN TO "QUADRO-TENDENCIA-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUADRO-RELATORIO ASSIGN TO "QUADRO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATEIO-VALIDADO ASSIGN TO "RATEIO-VALIDADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  EMPLOYEE-AUDITORIA.
       01  REG-EMPLOYEE-AUDITORIA.
           COPY EMP-AUDIT.

       FD  QUADRO-TENDENCIA.
       01  REG-QUADRO-TENDENCIA.
           COPY QUADRO-TEND.

       FD  QUADRO-TENDENCIA-NOVA.
       01  REG-QUADRO-NOVA         PIC X(56).

       FD  QUADRO-RELATORIO.
       01  REG-QUADRO-RELATORIO    PIC X(132).

       FD  RATEIO-VALIDADO.
       01  REG-RATEIO-VALIDADO.
           COPY RATEIO-CC.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-EMP-AUD PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-TEND  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-RATEIO PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-TRACO        PIC X(132)           VALUE ALL "-".
       77  WRK-RETORNO      PIC 9(02)            VALUE ZERO.
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-COMP-ANO     PIC 9(04)            VALUE ZERO.
       77  WRK-COMP-MES     PIC 9(02)            VALUE ZERO.
       77  WRK-CORTE-TEND   PIC 9(06)            VALUE ZERO.
       77  WRK-FIM-COMPETENCIA PIC 9(08)         VALUE ZERO.
      *====================== TRANSFERENCIAS DA TRILHA ===================
      *    SO AS ALTERACOES DE DEPARTAMENTO DO INICIO DA COMPETENCIA
      *    EM DIANTE, NA ORDEM DA TRILHA.
       01  WRK-IMG-ANTES.
           COPY EMP-MASTER REPLACING LEADING ==EMP== BY ==ANT==.
       01  WRK-IMG-DEPOIS.
           COPY EMP-MASTER REPLACING LEADING ==EMP== BY ==DPS==.
       77  WRK-AUD-COMPET   PIC 9(06)            VALUE ZERO.
       77  WRK-QTD-TRANSF   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-TRANSF   PIC 9(04)            VALUE ZERO.
       01  TAB-TRANSF.
           05 TRF-ITEM OCCURS 2000 TIMES
                        INDEXED BY IDX-TRF.
              10 TRF-CODIGO      PIC 9(04).
              10 TRF-COMPETENCIA PIC 9(06).
              10 TRF-DEPTO-ANTES PIC X(04).
              10 TRF-DEPTO-DEPOIS PIC X(04).
      *====================== SITUACAO DO EMPREGADO ======================
       77  WRK-DEPTO-INICIO PIC X(04)            VALUE SPACE.
       77  WRK-DEPTO-FIM    PIC X(04)            VALUE SPACE.
       77  WRK-ACHOU-POSTERIOR PIC X(01)         VALUE "N".
       77  WRK-ACHOU-NO-MES PIC X(01)            VALUE "N".
       77  WRK-ADM-COMPET   PIC 9(06)            VALUE ZERO.
       77  WRK-DESL-COMPET  PIC 9(06)            VALUE ZERO.
       77  WRK-ATIVO-INICIO PIC X(01)            VALUE "N".
       77  WRK-ATIVO-FIM    PIC X(01)            VALUE "N".
       77  WRK-ADM-ANO      PIC 9(04)            VALUE ZERO.
       77  WRK-ADM-MES      PIC 9(02)            VALUE ZERO.
       77  WRK-MESES-CASA   PIC S9(05)           VALUE ZERO.
       77  WRK-DEPTO-BUSCA  PIC X(04)            VALUE SPACE.
      *====================== RATEIO DE CENTROS DE CUSTO =================
       77  WRK-QTD-RATEIO   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-RATEIO   PIC 9(04)            VALUE ZERO.
       77  WRK-VIGENCIA-RATEIO PIC 9(08)         VALUE ZERO.
       01  TAB-RATEIO.
           05 RATT-ITEM OCCURS 5000 TIMES
                         INDEXED BY IDX-RATT.
              10 RATT-CODIGO      PIC 9(04).
              10 RATT-VIGENCIA    PIC 9(08).
              10 RATT-CENTRO      PIC X(04).
              10 RATT-PERCENTUAL  PIC 9(03)V99.
       77  WRK-QTD-CENTROS  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-CENTRO   PIC 9(02)            VALUE ZERO.
       77  WRK-FRACAO       PIC 9V99             VALUE ZERO.
       77  WRK-FRACAO-RATEADA PIC 9V99           VALUE ZERO.
       01  TAB-CENTROS.
           05 CENT-ITEM OCCURS 10 TIMES
                         INDEXED BY IDX-CENT.
              10 CENT-CODIGO      PIC X(04).
              10 CENT-PERCENTUAL  PIC 9(03)V99.
      *====================== ACUMULADO POR DEPARTAMENTO =================
      *    A ULTIMA POSICAO E O TOTAL DA EMPRESA.
       77  WRK-QTD-DEPTOS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-DEPTO    PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-DEPTO  PIC 9(03)            VALUE ZERO.
       77  WRK-DEPTOS-CHEIA PIC X(01)            VALUE "N".
       01  TAB-DEPTOS.
           05 DEPT-ITEM OCCURS 51 TIMES
                         INDEXED BY IDX-DEPT.
              10 DEPT-CODIGO      PIC X(04).
              10 DEPT-INICIAL     PIC 9(05).
              10 DEPT-ADMISSOES   PIC 9(05).
              10 DEPT-DESLIGAMENTOS PIC 9(05).
              10 DEPT-TRANSF-ENTRADA PIC 9(05).
              10 DEPT-TRANSF-SAIDA PIC 9(05).
              10 DEPT-FINAL       PIC 9(05).
              10 DEPT-SOMA-MESES  PIC 9(09).
              10 DEPT-ROTATIVIDADE PIC 9(03)V99.
              10 DEPT-TEMPO-MEDIO PIC 9(03)V9.
              10 DEPT-EFETIVO-RATEADO PIC 9(05)V99.
       77  WRK-IDX-TOTAL    PIC 9(03)            VALUE 51.
       77  WRK-EFETIVO-MEDIO PIC 9(05)V9         VALUE ZERO.
      *====================== EDICAO =====================================
       01  WRK-LINHA-QUADRO.
           05 LQ-DEPTO          PIC X(06).
           05 FILLER            PIC X(02).
           05 LQ-INICIAL        PIC ZZ.ZZ9.
           05 FILLER            PIC X(05).
           05 LQ-ADMISSOES      PIC ZZ.ZZ9.
           05 FILLER            PIC X(09).
           05 LQ-DESLIGAMENTOS  PIC ZZ.ZZ9.
           05 FILLER            PIC X(06).
           05 LQ-TRANSF-ENTRADA PIC ZZ.ZZ9.
           05 FILLER            PIC X(06).
           05 LQ-TRANSF-SAIDA   PIC ZZ.ZZ9.
           05 FILLER            PIC X(03).
           05 LQ-FINAL          PIC ZZ.ZZ9.
           05 FILLER            PIC X(08).
           05 LQ-ROTATIVIDADE   PIC ZZ9,99.
           05 FILLER            PIC X(12).
           05 LQ-TEMPO-MEDIO    PIC ZZ9,9.
           05 FILLER            PIC X(16).
           05 LQ-EFETIVO-RATEADO PIC ZZ.ZZ9,99.
           05 FILLER            PIC X(03).
       01  WRK-LINHA-TEND.
           05 LT-COMPETENCIA    PIC 9(06).
           05 FILLER            PIC X(05).
           05 LT-INICIAL        PIC ZZ.ZZ9.
           05 FILLER            PIC X(05).
           05 LT-ADMISSOES      PIC ZZ.ZZ9.
           05 FILLER            PIC X(09).
           05 LT-DESLIGAMENTOS  PIC ZZ.ZZ9.
           05 FILLER            PIC X(03).
           05 LT-FINAL          PIC ZZ.ZZ9.
           05 FILLER            PIC X(08).
           05 LT-ROTATIVIDADE   PIC ZZ9,99.
           05 FILLER            PIC X(12).
           05 LT-TEMPO-MEDIO    PIC ZZ9,9.
           05 FILLER            PIC X(49).
       77  WRK-QTD-TEND     PIC 9(03)            VALUE ZERO.
       77  WRK-NOVOS-GRAVADOS PIC X(01)          VALUE "N".

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA DO QUADRO (AAAAMM) "
             ACCEPT WRK-COMPETENCIA-X
           IF WRK-COMPETENCIA-X NUMERIC
             MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA
           ELSE
             COMPUTE WRK-COMPETENCIA = WRK-DATA-SISTEMA / 100
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA
           END-IF
           DIVIDE WRK-COMPETENCIA BY 100
             GIVING WRK-COMP-ANO REMAINDER WRK-COMP-MES
      *    TENDENCIA DE 12 MESES: DA COMPETENCIA DE UM ANO ATRAS (EM
      *    DIANTE, EXCLUSIVE) ATE A COMPETENCIA.
           COMPUTE WRK-CORTE-TEND = WRK-COMPETENCIA - 100
           COMPUTE WRK-FIM-COMPETENCIA = WRK-COMPETENCIA * 100 + 31

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, QUADRO NAO EMITIDO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0001-CARREGA-TRANSFERENCIAS
           PERFORM 0012-CARREGA-RATEIO

           MOVE SPACE TO DEPT-CODIGO(WRK-IDX-TOTAL)
           MOVE WRK-IDX-TOTAL TO WRK-IDX-DEPTO
           PERFORM 0009-ZERA-DEPTO

           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ EMPLOYEE-MASTER
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 PERFORM 0002-APURA-EMPREGADO
             END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM 0005-CALCULA-INDICES
           PERFORM 0006-GRAVA-TENDENCIA

           OPEN OUTPUT QUADRO-RELATORIO
           PERFORM 0007-IMPRIME-QUADRO
           PERFORM 0008-IMPRIME-TENDENCIA
           CLOSE QUADRO-RELATORIO
           PERFORM 0014-REGISTRA-RELATORIO

           DISPLAY "QUADRO DE PESSOAL EMITIDO - COMPETENCIA "
                   WRK-COMPETENCIA
           MOVE WRK-RETORNO TO RETURN-CODE

           GOBACK.

       0001-CARREGA-TRANSFERENCIAS SECTION.

      *    TRANSFERENCIA E TODA IMAGEM ANTES/DEPOIS DO MESMO EMPREGADO
      *    COM DEPARTAMENTO DIFERENTE (INCLUSAO NAO TEM IMAGEM ANTES,
      *    EXCLUSAO NAO TEM IMAGEM DEPOIS).
           OPEN INPUT EMPLOYEE-AUDITORIA
           IF WRK-STATUS-EMP-AUD EQUAL "35"
             DISPLAY "EMPLOYEE-AUDITORIA INEXISTENTE, QUADRO SEM "
                     "TRANSFERENCIAS"
             MOVE 4 TO WRK-RETORNO
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPLOYEE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   COMPUTE WRK-AUD-COMPET = EAUD-DATA / 100
                   MOVE EAUD-ANTES  TO WRK-IMG-ANTES
                   MOVE EAUD-DEPOIS TO WRK-IMG-DEPOIS
                   IF WRK-AUD-COMPET NOT LESS WRK-COMPETENCIA
                     AND EAUD-ANTES NOT EQUAL SPACE
                     AND EAUD-DEPOIS NOT EQUAL SPACE
                     AND ANT-CODIGO-REG EQUAL DPS-CODIGO-REG
                     AND ANT-DEPARTAMENTO-REG
                         NOT EQUAL DPS-DEPARTAMENTO-REG
                     IF WRK-QTD-TRANSF NOT LESS 2000
                       DISPLAY "TAB-TRANSF CHEIA, TRANSFERENCIAS "
                               "RESTANTES IGNORADAS"
                       MOVE 4 TO WRK-RETORNO
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-TRANSF
                       MOVE ANT-CODIGO-REG
                         TO TRF-CODIGO(WRK-QTD-TRANSF)
                       MOVE WRK-AUD-COMPET
                         TO TRF-COMPETENCIA(WRK-QTD-TRANSF)
                       MOVE ANT-DEPARTAMENTO-REG
                         TO TRF-DEPTO-ANTES(WRK-QTD-TRANSF)
                       MOVE DPS-DEPARTAMENTO-REG
                         TO TRF-DEPTO-DEPOIS(WRK-QTD-TRANSF)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-AUDITORIA
           END-IF.

       0002-APURA-EMPREGADO SECTION.

      *    DEPARTAMENTO NO FIM DO MES: O "ANTES" DA PRIMEIRA
      *    TRANSFERENCIA POSTERIOR A COMPETENCIA, SENAO O DO MESTRE.
      *    NO INICIO DO MES: O "ANTES" DA PRIMEIRA TRANSFERENCIA DENTRO
      *    DA COMPETENCIA, SENAO O DO FIM DO MES.
           MOVE EMP-DEPARTAMENTO-REG TO WRK-DEPTO-FIM
           MOVE "N" TO WRK-ACHOU-POSTERIOR
           MOVE "N" TO WRK-ACHOU-NO-MES
           PERFORM VARYING WRK-IDX-TRANSF FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSF > WRK-QTD-TRANSF
             IF TRF-CODIGO(WRK-IDX-TRANSF) EQUAL EMP-CODIGO-REG
               AND TRF-COMPETENCIA(WRK-IDX-TRANSF)
                   GREATER WRK-COMPETENCIA
               AND WRK-ACHOU-POSTERIOR EQUAL "N"
               MOVE "S" TO WRK-ACHOU-POSTERIOR
               MOVE TRF-DEPTO-ANTES(WRK-IDX-TRANSF) TO WRK-DEPTO-FIM
             END-IF
           END-PERFORM
           MOVE WRK-DEPTO-FIM TO WRK-DEPTO-INICIO
           PERFORM VARYING WRK-IDX-TRANSF FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSF > WRK-QTD-TRANSF
             IF TRF-CODIGO(WRK-IDX-TRANSF) EQUAL EMP-CODIGO-REG
               AND TRF-COMPETENCIA(WRK-IDX-TRANSF)
                   EQUAL WRK-COMPETENCIA
               AND WRK-ACHOU-NO-MES EQUAL "N"
               MOVE "S" TO WRK-ACHOU-NO-MES
               MOVE TRF-DEPTO-ANTES(WRK-IDX-TRANSF)
                 TO WRK-DEPTO-INICIO
             END-IF
           END-PERFORM

      *    ATIVO NO INICIO: ADMITIDO ANTES DO MES E NAO DESLIGADO ANTES
      *    DELE. ATIVO NO FIM: ADMITIDO ATE O MES E NAO DESLIGADO ATE
      *    O FIM DELE.
           MOVE ZERO TO WRK-ADM-COMPET
           IF EMP-ADMISSAO-REG NUMERIC
             COMPUTE WRK-ADM-COMPET = EMP-ADMISSAO-REG / 100
           END-IF
           MOVE 999999 TO WRK-DESL-COMPET
           IF EMP-SITUACAO-REG EQUAL "D"
             MOVE ZERO TO WRK-DESL-COMPET
             IF EMP-DESLIGAMENTO-REG NUMERIC
               COMPUTE WRK-DESL-COMPET = EMP-DESLIGAMENTO-REG / 100
             END-IF
           END-IF
           MOVE "N" TO WRK-ATIVO-INICIO
           MOVE "N" TO WRK-ATIVO-FIM
           IF WRK-ADM-COMPET LESS WRK-COMPETENCIA
             AND WRK-DESL-COMPET NOT LESS WRK-COMPETENCIA
             MOVE "S" TO WRK-ATIVO-INICIO
           END-IF
           IF WRK-ADM-COMPET NOT GREATER WRK-COMPETENCIA
             AND WRK-DESL-COMPET GREATER WRK-COMPETENCIA
             MOVE "S" TO WRK-ATIVO-FIM
           END-IF

           IF WRK-ATIVO-INICIO EQUAL "S"
             MOVE WRK-DEPTO-INICIO TO WRK-DEPTO-BUSCA
             PERFORM 0003-LOCALIZA-DEPTO
             ADD 1 TO DEPT-INICIAL(WRK-ACHOU-DEPTO)
                      DEPT-INICIAL(WRK-IDX-TOTAL)
           END-IF
           IF WRK-ADM-COMPET EQUAL WRK-COMPETENCIA
             MOVE WRK-DEPTO-INICIO TO WRK-DEPTO-BUSCA
             PERFORM 0003-LOCALIZA-DEPTO
             ADD 1 TO DEPT-ADMISSOES(WRK-ACHOU-DEPTO)
                      DEPT-ADMISSOES(WRK-IDX-TOTAL)
           END-IF
           IF WRK-DESL-COMPET EQUAL WRK-COMPETENCIA
             AND WRK-ADM-COMPET NOT GREATER WRK-COMPETENCIA
             MOVE WRK-DEPTO-FIM TO WRK-DEPTO-BUSCA
             PERFORM 0003-LOCALIZA-DEPTO
             ADD 1 TO DEPT-DESLIGAMENTOS(WRK-ACHOU-DEPTO)
                      DEPT-DESLIGAMENTOS(WRK-IDX-TOTAL)
           END-IF
           IF WRK-ATIVO-FIM EQUAL "S"
             MOVE WRK-DEPTO-FIM TO WRK-DEPTO-BUSCA
             PERFORM 0003-LOCALIZA-DEPTO
             ADD 1 TO DEPT-FINAL(WRK-ACHOU-DEPTO)
                      DEPT-FINAL(WRK-IDX-TOTAL)
             DIVIDE WRK-ADM-COMPET BY 100
               GIVING WRK-ADM-ANO REMAINDER WRK-ADM-MES
             COMPUTE WRK-MESES-CASA =
                 (WRK-COMP-ANO * 12 + WRK-COMP-MES)
                 - (WRK-ADM-ANO * 12 + WRK-ADM-MES)
             IF WRK-MESES-CASA LESS ZERO
               MOVE ZERO TO WRK-MESES-CASA
             END-IF
             ADD WRK-MESES-CASA TO DEPT-SOMA-MESES(WRK-ACHOU-DEPTO)
                                   DEPT-SOMA-MESES(WRK-IDX-TOTAL)
      *      EFETIVO RATEADO: O ULTIMO CENTRO FICA COM A SOBRA, PARA
      *      O EMPREGADO SOMAR EXATAMENTE 1.
             PERFORM 0013-RESOLVE-RATEIO
             MOVE ZERO TO WRK-FRACAO-RATEADA
             PERFORM VARYING WRK-IDX-CENTRO FROM 1 BY 1
                       UNTIL WRK-IDX-CENTRO > WRK-QTD-CENTROS
               IF WRK-IDX-CENTRO EQUAL WRK-QTD-CENTROS
                 COMPUTE WRK-FRACAO = 1 - WRK-FRACAO-RATEADA
               ELSE
                 COMPUTE WRK-FRACAO ROUNDED =
                     CENT-PERCENTUAL(WRK-IDX-CENTRO) / 100
               END-IF
               ADD WRK-FRACAO TO WRK-FRACAO-RATEADA
               MOVE CENT-CODIGO(WRK-IDX-CENTRO) TO WRK-DEPTO-BUSCA
               PERFORM 0003-LOCALIZA-DEPTO
               ADD WRK-FRACAO TO DEPT-EFETIVO-RATEADO(WRK-ACHOU-DEPTO)
             END-PERFORM
             ADD 1 TO DEPT-EFETIVO-RATEADO(WRK-IDX-TOTAL)
           END-IF

      *    TRANSFERENCIAS DO MES: SAIDA DO DEPARTAMENTO ANTERIOR E
      *    ENTRADA NO NOVO (NO TOTAL DA EMPRESA AS DUAS SE ANULAM).
           IF WRK-ACHOU-NO-MES EQUAL "S"
             PERFORM VARYING WRK-IDX-TRANSF FROM 1 BY 1
                       UNTIL WRK-IDX-TRANSF > WRK-QTD-TRANSF
               IF TRF-CODIGO(WRK-IDX-TRANSF) EQUAL EMP-CODIGO-REG
                 AND TRF-COMPETENCIA(WRK-IDX-TRANSF)
                     EQUAL WRK-COMPETENCIA
                 PERFORM 0004-CONTA-TRANSFERENCIA
               END-IF
             END-PERFORM
           END-IF.

       0004-CONTA-TRANSFERENCIA SECTION.

           MOVE TRF-DEPTO-ANTES(WRK-IDX-TRANSF) TO WRK-DEPTO-BUSCA
           PERFORM 0003-LOCALIZA-DEPTO
           ADD 1 TO DEPT-TRANSF-SAIDA(WRK-ACHOU-DEPTO)
                    DEPT-TRANSF-SAIDA(WRK-IDX-TOTAL)
           MOVE TRF-DEPTO-DEPOIS(WRK-IDX-TRANSF) TO WRK-DEPTO-BUSCA
           PERFORM 0003-LOCALIZA-DEPTO
           ADD 1 TO DEPT-TRANSF-ENTRADA(WRK-ACHOU-DEPTO)
                    DEPT-TRANSF-ENTRADA(WRK-IDX-TOTAL).

       0003-LOCALIZA-DEPTO SECTION.

      *    DEVOLVE EM WRK-ACHOU-DEPTO A POSICAO DO DEPARTAMENTO,
      *    INCLUINDO-O SE PRECISO. TABELA CHEIA SOMA NA ULTIMA
      *    POSICAO DE DEPARTAMENTO, COM AVISO.
           MOVE ZERO TO WRK-ACHOU-DEPTO
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             IF DEPT-CODIGO(WRK-IDX-DEPTO) EQUAL WRK-DEPTO-BUSCA
               MOVE WRK-IDX-DEPTO TO WRK-ACHOU-DEPTO
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
             END-IF
           END-PERFORM
           IF WRK-ACHOU-DEPTO EQUAL ZERO
             IF WRK-QTD-DEPTOS NOT LESS 50
               IF WRK-DEPTOS-CHEIA EQUAL "N"
                 DISPLAY "TAB-DEPTOS CHEIA, DEPARTAMENTOS RESTANTES "
                         "SOMADOS EM " DEPT-CODIGO(50)
                 MOVE "S" TO WRK-DEPTOS-CHEIA
                 MOVE 4 TO WRK-RETORNO
               END-IF
               MOVE 50 TO WRK-ACHOU-DEPTO
             ELSE
               ADD 1 TO WRK-QTD-DEPTOS
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
               PERFORM 0009-ZERA-DEPTO
               MOVE WRK-DEPTO-BUSCA TO DEPT-CODIGO(WRK-IDX-DEPTO)
               MOVE WRK-IDX-DEPTO TO WRK-ACHOU-DEPTO
             END-IF
           END-IF.

       0009-ZERA-DEPTO SECTION.

           MOVE ZERO TO DEPT-INICIAL(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-ADMISSOES(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-DESLIGAMENTOS(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-TRANSF-ENTRADA(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-TRANSF-SAIDA(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-FINAL(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-SOMA-MESES(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-ROTATIVIDADE(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-TEMPO-MEDIO(WRK-IDX-DEPTO)
           MOVE ZERO TO DEPT-EFETIVO-RATEADO(WRK-IDX-DEPTO).

       0005-CALCULA-INDICES SECTION.

           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-IDX-TOTAL
             IF WRK-IDX-DEPTO NOT GREATER WRK-QTD-DEPTOS
               OR WRK-IDX-DEPTO EQUAL WRK-IDX-TOTAL
               COMPUTE WRK-EFETIVO-MEDIO =
                   (DEPT-INICIAL(WRK-IDX-DEPTO)
                    + DEPT-FINAL(WRK-IDX-DEPTO)) / 2
               IF WRK-EFETIVO-MEDIO GREATER ZERO
                 COMPUTE DEPT-ROTATIVIDADE(WRK-IDX-DEPTO) ROUNDED =
                     ((DEPT-ADMISSOES(WRK-IDX-DEPTO)
                       + DEPT-DESLIGAMENTOS(WRK-IDX-DEPTO)) / 2)
                     / WRK-EFETIVO-MEDIO * 100
                   ON SIZE ERROR
                     MOVE 999,99 TO DEPT-ROTATIVIDADE(WRK-IDX-DEPTO)
                 END-COMPUTE
               END-IF
               IF DEPT-FINAL(WRK-IDX-DEPTO) GREATER ZERO
                 COMPUTE DEPT-TEMPO-MEDIO(WRK-IDX-DEPTO) ROUNDED =
                     DEPT-SOMA-MESES(WRK-IDX-DEPTO)
                     / DEPT-FINAL(WRK-IDX-DEPTO)
               END-IF
             END-IF
           END-PERFORM.

       0006-GRAVA-TENDENCIA SECTION.

      *    QUADRO-TENDENCIA GUARDA OS ULTIMOS 12 MESES EM ORDEM DE
      *    COMPETENCIA: DESCARTA A COMPETENCIA DESTA EXECUCAO E AS DE
      *    MAIS DE UM ANO E INSERE AS LINHAS NOVAS NA POSICAO CERTA
      *    (REEMISSAO DE MES ANTIGO NAO DESORDENA O ARQUIVO).
           OPEN OUTPUT QUADRO-TENDENCIA-NOVA
           OPEN INPUT QUADRO-TENDENCIA
           IF WRK-STATUS-TEND EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ QUADRO-TENDENCIA
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF QUAD-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                   MOVE REG-QUADRO-TENDENCIA TO REG-QUADRO-NOVA
                   WRITE REG-QUADRO-NOVA
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-TEND NOT EQUAL "35"
             CLOSE QUADRO-TENDENCIA
           END-IF
           CLOSE QUADRO-TENDENCIA-NOVA

           OPEN INPUT QUADRO-TENDENCIA-NOVA
           OPEN OUTPUT QUADRO-TENDENCIA
           MOVE "N" TO WRK-NOVOS-GRAVADOS
           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ QUADRO-TENDENCIA-NOVA
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 MOVE REG-QUADRO-NOVA TO REG-QUADRO-TENDENCIA
                 IF QUAD-COMPETENCIA GREATER WRK-COMPETENCIA
                   AND WRK-NOVOS-GRAVADOS EQUAL "N"
                   PERFORM 0010-GRAVA-COMPETENCIA
                   MOVE REG-QUADRO-NOVA TO REG-QUADRO-TENDENCIA
                 END-IF
                 IF QUAD-COMPETENCIA GREATER WRK-CORTE-TEND
                   WRITE REG-QUADRO-TENDENCIA
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-NOVOS-GRAVADOS EQUAL "N"
             PERFORM 0010-GRAVA-COMPETENCIA
           END-IF
           CLOSE QUADRO-TENDENCIA-NOVA
           CLOSE QUADRO-TENDENCIA.

       0010-GRAVA-COMPETENCIA SECTION.

      *    UMA LINHA POR DEPARTAMENTO E A DO TOTAL DA EMPRESA
      *    (DEPARTAMENTO EM BRANCO) POR ULTIMO.
           MOVE "S" TO WRK-NOVOS-GRAVADOS
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-IDX-TOTAL
             IF WRK-IDX-DEPTO NOT GREATER WRK-QTD-DEPTOS
               OR WRK-IDX-DEPTO EQUAL WRK-IDX-TOTAL
               MOVE WRK-COMPETENCIA TO QUAD-COMPETENCIA
               MOVE DEPT-CODIGO(WRK-IDX-DEPTO) TO QUAD-DEPARTAMENTO
               MOVE DEPT-INICIAL(WRK-IDX-DEPTO) TO QUAD-INICIAL
               MOVE DEPT-ADMISSOES(WRK-IDX-DEPTO) TO QUAD-ADMISSOES
               MOVE DEPT-DESLIGAMENTOS(WRK-IDX-DEPTO)
                 TO QUAD-DESLIGAMENTOS
               MOVE DEPT-TRANSF-ENTRADA(WRK-IDX-DEPTO)
                 TO QUAD-TRANSF-ENTRADA
               MOVE DEPT-TRANSF-SAIDA(WRK-IDX-DEPTO)
                 TO QUAD-TRANSF-SAIDA
               MOVE DEPT-FINAL(WRK-IDX-DEPTO) TO QUAD-FINAL
               MOVE DEPT-ROTATIVIDADE(WRK-IDX-DEPTO)
                 TO QUAD-ROTATIVIDADE
               MOVE DEPT-TEMPO-MEDIO(WRK-IDX-DEPTO)
                 TO QUAD-TEMPO-MEDIO
               MOVE DEPT-EFETIVO-RATEADO(WRK-IDX-DEPTO)
                 TO QUAD-EFETIVO-RATEADO
               WRITE REG-QUADRO-TENDENCIA
             END-IF
           END-PERFORM.

       0007-IMPRIME-QUADRO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "QUADRO DE PESSOAL E ROTATIVIDADE POR DEPARTAMENTO "
                    DELIMITED BY SIZE
                  "- COMPETENCIA "   DELIMITED BY SIZE
                  WRK-COMPETENCIA    DELIMITED BY SIZE
                  " - EMITIDO EM "   DELIMITED BY SIZE
                  WRK-DATA-SISTEMA   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO
           MOVE WRK-TRACO TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "DEPTO  INICIAL  ADMISSOES  DESLIGAMENTOS  "
                    DELIMITED BY SIZE
                  "TRANSF.ENT  TRANSF.SAI    FINAL  ROTATIVIDADE %  "
                    DELIMITED BY SIZE
                  "TEMPO MEDIO (MESES)  EFETIVO RATEADO"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO

           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             PERFORM 0011-LINHA-DEPTO
             MOVE DEPT-CODIGO(WRK-IDX-DEPTO) TO LQ-DEPTO
             MOVE WRK-LINHA-QUADRO TO REG-QUADRO-RELATORIO
             WRITE REG-QUADRO-RELATORIO
           END-PERFORM

           MOVE WRK-TRACO TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO
           MOVE WRK-IDX-TOTAL TO WRK-IDX-DEPTO
           PERFORM 0011-LINHA-DEPTO
           MOVE "TOTAL" TO LQ-DEPTO
           MOVE WRK-LINHA-QUADRO TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO.

       0011-LINHA-DEPTO SECTION.

           MOVE SPACE TO WRK-LINHA-QUADRO
           MOVE DEPT-INICIAL(WRK-IDX-DEPTO)       TO LQ-INICIAL
           MOVE DEPT-ADMISSOES(WRK-IDX-DEPTO)     TO LQ-ADMISSOES
           MOVE DEPT-DESLIGAMENTOS(WRK-IDX-DEPTO) TO LQ-DESLIGAMENTOS
           MOVE DEPT-TRANSF-ENTRADA(WRK-IDX-DEPTO)
             TO LQ-TRANSF-ENTRADA
           MOVE DEPT-TRANSF-SAIDA(WRK-IDX-DEPTO)  TO LQ-TRANSF-SAIDA
           MOVE DEPT-FINAL(WRK-IDX-DEPTO)         TO LQ-FINAL
           MOVE DEPT-ROTATIVIDADE(WRK-IDX-DEPTO)  TO LQ-ROTATIVIDADE
           MOVE DEPT-TEMPO-MEDIO(WRK-IDX-DEPTO)   TO LQ-TEMPO-MEDIO
           MOVE DEPT-EFETIVO-RATEADO(WRK-IDX-DEPTO)
             TO LQ-EFETIVO-RATEADO.

       0008-IMPRIME-TENDENCIA SECTION.

      *    TENDENCIA DA EMPRESA LIDA DO PROPRIO ARQUIVO, SEM RECALCULO.
           MOVE SPACE TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO
           MOVE "TENDENCIA DOS ULTIMOS 12 MESES - TOTAL DA EMPRESA"
             TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO
           MOVE WRK-TRACO TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "COMPET.   INICIAL  ADMISSOES  DESLIGAMENTOS  "
                    DELIMITED BY SIZE
                  "  FINAL  ROTATIVIDADE %  TEMPO MEDIO (MESES)"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-QUADRO-RELATORIO
           WRITE REG-QUADRO-RELATORIO

           MOVE ZERO TO WRK-QTD-TEND
           OPEN INPUT QUADRO-TENDENCIA
           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ QUADRO-TENDENCIA
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF QUAD-DEPARTAMENTO EQUAL SPACE
                   AND QUAD-COMPETENCIA NOT GREATER WRK-COMPETENCIA
                   ADD 1 TO WRK-QTD-TEND
                   MOVE SPACE TO WRK-LINHA-TEND
                   MOVE QUAD-COMPETENCIA   TO LT-COMPETENCIA
                   MOVE QUAD-INICIAL       TO LT-INICIAL
                   MOVE QUAD-ADMISSOES     TO LT-ADMISSOES
                   MOVE QUAD-DESLIGAMENTOS TO LT-DESLIGAMENTOS
                   MOVE QUAD-FINAL         TO LT-FINAL
                   MOVE QUAD-ROTATIVIDADE  TO LT-ROTATIVIDADE
                   MOVE QUAD-TEMPO-MEDIO   TO LT-TEMPO-MEDIO
                   MOVE WRK-LINHA-TEND TO REG-QUADRO-RELATORIO
                   WRITE REG-QUADRO-RELATORIO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUADRO-TENDENCIA.

       0012-CARREGA-RATEIO SECTION.

      *    RATEIO-VALIDADO SO TEM RATEIOS ACEITOS PELO RATEIO-VALIDA.
           OPEN INPUT RATEIO-VALIDADO
           IF WRK-STATUS-RATEIO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ RATEIO-VALIDADO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-RATEIO NOT LESS 5000
                     DISPLAY "TAB-RATEIO CHEIA, RATEIOS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE 4 TO WRK-RETORNO
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-RATEIO
                     MOVE RAT-CODIGO
                       TO RATT-CODIGO(WRK-QTD-RATEIO)
                     MOVE RAT-VIGENCIA
                       TO RATT-VIGENCIA(WRK-QTD-RATEIO)
                     MOVE RAT-CENTRO
                       TO RATT-CENTRO(WRK-QTD-RATEIO)
                     MOVE RAT-PERCENTUAL
                       TO RATT-PERCENTUAL(WRK-QTD-RATEIO)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RATEIO-VALIDADO
           END-IF.

       0013-RESOLVE-RATEIO SECTION.

      *    VALE O RATEIO DE MAIOR VIGENCIA ATE O FIM DA COMPETENCIA;
      *    SEM RATEIO, O EMPREGADO FICA TODO NO DEPARTAMENTO DO FIM DO
      *    MES.
           MOVE ZERO TO WRK-VIGENCIA-RATEIO
           PERFORM VARYING WRK-IDX-RATEIO FROM 1 BY 1
                     UNTIL WRK-IDX-RATEIO > WRK-QTD-RATEIO
             IF RATT-CODIGO(WRK-IDX-RATEIO) EQUAL EMP-CODIGO-REG
               AND RATT-VIGENCIA(WRK-IDX-RATEIO)
                   NOT GREATER WRK-FIM-COMPETENCIA
               AND RATT-VIGENCIA(WRK-IDX-RATEIO)
                   GREATER WRK-VIGENCIA-RATEIO
               MOVE RATT-VIGENCIA(WRK-IDX-RATEIO)
                 TO WRK-VIGENCIA-RATEIO
             END-IF
           END-PERFORM
           MOVE ZERO TO WRK-QTD-CENTROS
           IF WRK-VIGENCIA-RATEIO GREATER ZERO
             PERFORM VARYING WRK-IDX-RATEIO FROM 1 BY 1
                       UNTIL WRK-IDX-RATEIO > WRK-QTD-RATEIO
               IF RATT-CODIGO(WRK-IDX-RATEIO) EQUAL EMP-CODIGO-REG
                 AND RATT-VIGENCIA(WRK-IDX-RATEIO)
                     EQUAL WRK-VIGENCIA-RATEIO
                 AND WRK-QTD-CENTROS LESS 10
                 ADD 1 TO WRK-QTD-CENTROS
                 MOVE RATT-CENTRO(WRK-IDX-RATEIO)
                   TO CENT-CODIGO(WRK-QTD-CENTROS)
                 MOVE RATT-PERCENTUAL(WRK-IDX-RATEIO)
                   TO CENT-PERCENTUAL(WRK-QTD-CENTROS)
               END-IF
             END-PERFORM
           END-IF
           IF WRK-QTD-CENTROS EQUAL ZERO
             MOVE 1 TO WRK-QTD-CENTROS
             MOVE WRK-DEPTO-FIM TO CENT-CODIGO(1)
             MOVE 100 TO CENT-PERCENTUAL(1)
           END-IF.

       0014-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "QUADRO-PESS"      TO RPED-JOB
           MOVE "QUADRO-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM QUADRO-PESSOAL.
