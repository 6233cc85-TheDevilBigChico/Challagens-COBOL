       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCIAL-EVENTOS.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: GERACAO DOS EVENTOS DO ESOCIAL, QUE ERAM DIGITADOS
      *==            NO PORTAL: S-2200 ADMISSAO (TODO EMPREGADO DO
      *==            EMPLOYEE-MASTER AINDA SEM ADMISSAO ENVIADA, COM OS
      *==            DADOS DA IMAGEM DE INCLUSAO NA TRILHA
      *==            EMPLOYEE-AUDITORIA, SENAO OS DO MESTRE), S-2299
      *==            DESLIGAMENTO (EMPREGADO COM SITUACAO D DO
      *==            RESCISAO-CALC) E S-1200 REMUNERACAO (CADA REGISTRO
      *==            DA COMPETENCIA EM FOLHA-PAGAMENTO, COM A BASE E O
      *==            DEPOSITO DE FGTS-REGISTROS). CADA EVENTO RECEBE UM
      *==            NUMERO SEQUENCIAL UNICO E E ANOTADO NO CONTROLE
      *==            ESOCIAL-ENVIADOS (LEIAUTE ESOCIAL-CTL); EVENTO JA
      *==            ANOTADO NAO E GERADO DE NOVO, SALVO SE O
      *==            ESOCIAL-RETORNO O MARCOU COMO REJEITADO. OS
      *==            EVENTOS DE CADA EMPRESA (CNPJ) VAO PARA O ARQUIVO
      *==            ESOCIAL-EVENTOS-cc, EM LOTES (H = CABECALHO COM O
      *==            CNPJ, D = EVENTO, T = TRAILLER COM A QUANTIDADE) E
      *==            A LISTA DO QUE FOI GERADO PARA ESOCIAL-RELATORIO.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, A COMPETENCIA DAS REMUNERACOES AAAAMM (BRANCO
      *==      = MES CORRENTE).
      *== OBS: O ARQUIVO ESOCIAL-EVENTOS-cc E ESTENDIDO A CADA
      *==      EXECUCAO COM UM LOTE NOVO E SO E CRIADO QUANDO HA
      *==      EVENTO DA EMPRESA; A OPERACAO O RETIRA DEPOIS DE
      *==      TRANSMITIDO. SEM FGTS-REGISTROS DA COMPETENCIA, O FGTS
      *==      DA REMUNERACAO E OS 8% DO BRUTO (RETURN-CODE 4).
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO ESOCIAL-RELATORIO REGISTRADA NO
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
           SELECT FOLHA-PAGAMENTO ASSIGN TO "FOLHA-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA.
           SELECT FGTS-REGISTROS ASSIGN TO "FGTS-REGISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FGTS.
           SELECT EMPRESA-PARAMETROS ASSIGN TO "EMPRESA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT ESOCIAL-ENVIADOS ASSIGN TO "ESOCIAL-ENVIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENVIADOS.
           SELECT ESOCIAL-EVENTOS ASSIGN TO DYNAMIC WRK-NOME-EVENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EVENTOS.
           SELECT ESOCIAL-RELATORIO ASSIGN TO "ESOCIAL-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  EMPLOYEE-AUDITORIA.
       01  REG-EMPLOYEE-AUDITORIA.
           COPY EMP-AUDIT.

       FD  FOLHA-PAGAMENTO.
       01  REG-FOLHA-PAGAMENTO.
           05 FOLHA-COMPETENCIA    PIC 9(06).
           05 FOLHA-CODIGO         PIC 9(04).
           05 FOLHA-NOME           PIC X(15).
           05 FOLHA-DEPARTAMENTO   PIC X(04).
           05 FOLHA-BRUTO          PIC 9(06)V99.
           05 FOLHA-INSS           PIC 9(06)V99.
           05 FOLHA-IRRF           PIC 9(06)V99.
           05 FOLHA-LIQUIDO        PIC 9(06)V99.
           05 FOLHA-FERIAS-TERCO   PIC 9(06)V99.
           05 FOLHA-HE50           PIC 9(06)V99.
           05 FOLHA-HE100          PIC 9(06)V99.
           05 FOLHA-FALTAS         PIC 9(06)V99.
           05 FOLHA-QTD-DEP        PIC 9(02).
           05 FOLHA-OUTROS-DESC    PIC 9(06)V99.
           05 FOLHA-EMPRESA        PIC 9(02).

       FD  FGTS-REGISTROS.
       01  REG-FGTS.
           05 FGTS-COMPETENCIA     PIC 9(06).
           05 FGTS-CODIGO          PIC 9(04).
           05 FGTS-BASE            PIC 9(07)V99.
           05 FGTS-VALOR           PIC 9(06)V99.

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETRO.
           COPY EMPRESA-PARAM.

       FD  ESOCIAL-ENVIADOS.
       01  REG-ESOCIAL-ENVIADO.
           COPY ESOCIAL-CTL.

       FD  ESOCIAL-EVENTOS.
       01  REG-ESOCIAL-EVENTO      PIC X(100).

       FD  ESOCIAL-RELATORIO.
       01  REG-ESOCIAL-RELATORIO   PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-EMP-AUD PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-FOLHA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-FGTS  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-EMPRESA PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ENVIADOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-EVENTOS PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-TRACO        PIC X(132)           VALUE ALL "-".
       77  WRK-RETORNO      PIC 9(02)            VALUE ZERO.
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-TAXA-FGTS    PIC 9V9999           VALUE 0,0800.
      *====================== EMPRESAS ===================================
       77  WRK-QTD-EMPRESAS PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPRESA  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPR-BUSCA PIC 9(02)          VALUE ZERO.
       77  WRK-POS-EMPRESA  PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-EMPRESA PIC X(01)           VALUE "N".
       77  WRK-EMPRESA-COD  PIC 9(02)            VALUE ZERO.
       77  WRK-EMPRESA-DO-REG PIC 9(02)          VALUE ZERO.
       77  WRK-FIM-EMPRESAS PIC X(01)            VALUE "N".
       01  TAB-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 20 TIMES
                            INDEXED BY IDX-EMPRESA.
              10 EMPRESA-CODIGO   PIC 9(02).
              10 EMPRESA-NOME     PIC X(30).
              10 EMPRESA-CNPJ     PIC 9(14).
              10 EMPRESA-ADMISSOES PIC 9(05).
              10 EMPRESA-DESLIGAMENTOS PIC 9(05).
              10 EMPRESA-REMUNERACOES PIC 9(05).
              10 EMPRESA-PRIMEIRO PIC 9(09).
              10 EMPRESA-ULTIMO   PIC 9(09).
      *====================== SITUACAO POR EMPREGADO =====================
      *    POSICAO = CODIGO DO EMPREGADO. OS INDICADORES DIZEM SE O
      *    EVENTO JA CONSTA COMO ENVIADO NO CONTROLE (S-1200 SO O DA
      *    COMPETENCIA INFORMADA).
       01  TAB-CODIGOS.
           05 COD-ITEM OCCURS 9999 TIMES
                        INDEXED BY IDX-COD.
              10 COD-ADM-ENVIADA  PIC X(01).
              10 COD-DES-ENVIADO  PIC X(01).
              10 COD-REM-ENVIADA  PIC X(01).
              10 COD-TEM-INCLUSAO PIC X(01).
              10 COD-INCLUSAO     PIC X(50).
              10 COD-TEM-FGTS     PIC X(01).
              10 COD-FGTS-BASE    PIC 9(07)V99.
              10 COD-FGTS-VALOR   PIC 9(06)V99.
       77  WRK-CODIGO       PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-CODIGO   PIC 9(05)            VALUE ZERO.
       01  WRK-IMG-INCLUSAO.
           COPY EMP-MASTER REPLACING LEADING ==EMP== BY ==INC==.
      *====================== NUMERACAO E ARQUIVO DA EMPRESA =============
       77  WRK-ULTIMO-NUMERO PIC 9(09)           VALUE ZERO.
       77  WRK-NOME-EVENTOS PIC X(20)            VALUE SPACE.
       77  WRK-EVENTOS-ABERTO PIC X(01)          VALUE "N".
       77  WRK-QTD-LOTE     PIC 9(07)            VALUE ZERO.
       77  WRK-PRIMEIRO-LOTE PIC 9(09)           VALUE ZERO.
       77  WRK-ENV-COMPETENCIA PIC 9(06)         VALUE ZERO.
       77  WRK-FGTS-ESTIMADO PIC X(01)           VALUE "N".
       77  WRK-QTD-ESTIMADOS PIC 9(05)           VALUE ZERO.
      *====================== REGISTROS DO ARQUIVO DE EVENTOS ============
       01  WRK-EVT-CABECALHO.
           05 EVH-REGISTRO         PIC X(01)      VALUE "H".
           05 EVH-CNPJ             PIC 9(14).
           05 EVH-EMPRESA          PIC 9(02).
           05 EVH-RAZAO-SOCIAL     PIC X(30).
           05 EVH-DATA-GERACAO     PIC 9(08).
           05 EVH-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(39)      VALUE SPACE.
       01  WRK-EVT-DETALHE.
           05 EVD-REGISTRO         PIC X(01)      VALUE "D".
           05 EVD-NUMERO           PIC 9(09).
           05 EVD-EVENTO           PIC X(06).
           05 EVD-CODIGO           PIC 9(04).
           05 EVD-NOME             PIC X(15).
           05 EVD-DADOS            PIC X(60).
           05 EVD-ADMISSAO REDEFINES EVD-DADOS.
              10 EVD-ADM-DATA      PIC 9(08).
              10 EVD-ADM-DEPARTAMENTO PIC X(04).
              10 EVD-ADM-SALARIO   PIC 9(06)V99.
              10 FILLER            PIC X(40).
           05 EVD-DESLIGAMENTO REDEFINES EVD-DADOS.
              10 EVD-DES-DATA      PIC 9(08).
              10 EVD-DES-ADMISSAO  PIC 9(08).
              10 EVD-DES-SALARIO   PIC 9(06)V99.
              10 FILLER            PIC X(36).
           05 EVD-REMUNERACAO REDEFINES EVD-DADOS.
              10 EVD-REM-COMPETENCIA PIC 9(06).
              10 EVD-REM-DEPARTAMENTO PIC X(04).
              10 EVD-REM-BRUTO     PIC 9(06)V99.
              10 EVD-REM-INSS      PIC 9(06)V99.
              10 EVD-REM-IRRF      PIC 9(06)V99.
              10 EVD-REM-FGTS-BASE PIC 9(07)V99.
              10 EVD-REM-FGTS      PIC 9(06)V99.
              10 FILLER            PIC X(09).
           05 FILLER               PIC X(05)      VALUE SPACE.
       01  WRK-EVT-TRAILLER.
           05 EVT-REGISTRO         PIC X(01)      VALUE "T".
           05 EVT-QTD-EVENTOS      PIC 9(07).
           05 EVT-PRIMEIRO         PIC 9(09).
           05 EVT-ULTIMO           PIC 9(09).
           05 FILLER               PIC X(74)      VALUE SPACE.
      *====================== EDICAO =====================================
       77  WRK-REFERENCIA-REL PIC X(08)          VALUE SPACE.
       77  WRK-VALOR-REL    PIC 9(07)V99         VALUE ZERO.
       77  WRK-OBS-REL      PIC X(30)            VALUE SPACE.
       01  WRK-LINHA-EVENTO.
           05 LE-NUMERO         PIC 9(09).
           05 FILLER            PIC X(02).
           05 LE-EVENTO         PIC X(06).
           05 FILLER            PIC X(02).
           05 LE-CODIGO         PIC 9(04).
           05 FILLER            PIC X(02).
           05 LE-NOME           PIC X(15).
           05 FILLER            PIC X(02).
           05 LE-REFERENCIA     PIC X(08).
           05 FILLER            PIC X(02).
           05 LE-VALOR          PIC Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02).
           05 LE-OBS            PIC X(30).
           05 FILLER            PIC X(36).
       77  WRK-QTD-ED       PIC ZZ.ZZ9            VALUE ZERO.
       77  WRK-QTD-ED2      PIC ZZ.ZZ9            VALUE ZERO.
       77  WRK-QTD-ED3      PIC ZZ.ZZ9            VALUE ZERO.
       77  WRK-TOT-ADMISSOES PIC 9(05)           VALUE ZERO.
       77  WRK-TOT-DESLIGAMENTOS PIC 9(05)       VALUE ZERO.
       77  WRK-TOT-REMUNERACOES PIC 9(05)        VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA DAS REMUNERACOES (AAAAMM) "
             ACCEPT WRK-COMPETENCIA-X
           IF WRK-COMPETENCIA-X NUMERIC
             MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA
           ELSE
             COMPUTE WRK-COMPETENCIA = WRK-DATA-SISTEMA / 100
             IF WRK-COMPETENCIA-X NOT EQUAL SPACE
               DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                       WRK-COMPETENCIA
             END-IF
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, EVENTOS NAO GERADOS"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           CLOSE EMPLOYEE-MASTER

           PERFORM VARYING WRK-IDX-CODIGO FROM 1 BY 1
                     UNTIL WRK-IDX-CODIGO > 9999
             MOVE "N" TO COD-ADM-ENVIADA(WRK-IDX-CODIGO)
             MOVE "N" TO COD-DES-ENVIADO(WRK-IDX-CODIGO)
             MOVE "N" TO COD-REM-ENVIADA(WRK-IDX-CODIGO)
             MOVE "N" TO COD-TEM-INCLUSAO(WRK-IDX-CODIGO)
             MOVE "N" TO COD-TEM-FGTS(WRK-IDX-CODIGO)
           END-PERFORM

           PERFORM 0001-CARREGA-EMPRESAS
           PERFORM 0004-CARREGA-ENVIADOS
           PERFORM 0005-CARREGA-INCLUSOES
           PERFORM 0006-CARREGA-FGTS
           PERFORM 0007-MAPEIA-EMPRESAS

           OPEN EXTEND ESOCIAL-ENVIADOS
           IF WRK-STATUS-ENVIADOS EQUAL "35"
             OPEN OUTPUT ESOCIAL-ENVIADOS
           END-IF

           OPEN OUTPUT ESOCIAL-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EVENTOS DO ESOCIAL GERADOS EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
                  " - REMUNERACOES DA COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO

           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                     UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
             PERFORM 0010-EVENTOS-EMPRESA
           END-PERFORM

           PERFORM 0018-TOTAIS-GERAIS
           CLOSE ESOCIAL-RELATORIO
           PERFORM 0019-REGISTRA-RELATORIO
           CLOSE ESOCIAL-ENVIADOS

           MOVE WRK-TOT-ADMISSOES TO WRK-QTD-ED
           MOVE WRK-TOT-DESLIGAMENTOS TO WRK-QTD-ED2
           MOVE WRK-TOT-REMUNERACOES TO WRK-QTD-ED3
           DISPLAY "EVENTOS GERADOS - ADMISSOES: " WRK-QTD-ED
                   " DESLIGAMENTOS: " WRK-QTD-ED2
                   " REMUNERACOES: " WRK-QTD-ED3
           IF WRK-QTD-ESTIMADOS GREATER ZERO
             MOVE WRK-QTD-ESTIMADOS TO WRK-QTD-ED
             DISPLAY "REMUNERACOES COM FGTS ESTIMADO (SEM "
                     "FGTS-REGISTROS): " WRK-QTD-ED
             MOVE 4 TO WRK-RETORNO
           END-IF
           MOVE WRK-RETORNO TO RETURN-CODE

           GOBACK.

       0001-CARREGA-EMPRESAS SECTION.

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
                   PERFORM 0002-BUSCA-EMPRESA
                   IF WRK-ACHOU-EMPRESA EQUAL "N"
                     PERFORM 0003-INCLUI-EMPRESA
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

       0002-BUSCA-EMPRESA SECTION.

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

       0003-INCLUI-EMPRESA SECTION.

      *    EMPRESA SEM REGISTRO EM EMPRESA-PARAMETROS ENTRA SEM NOME E
      *    SEM CNPJ; DEVOLVE A POSICAO EM WRK-POS-EMPRESA.
           MOVE "N" TO WRK-ACHOU-EMPRESA
           IF WRK-QTD-EMPRESAS NOT LESS 20
             DISPLAY "TAB-EMPRESAS CHEIA, EMPRESA " WRK-EMPRESA-COD
                     " SEM EVENTOS"
             MOVE 4 TO WRK-RETORNO
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

       0004-CARREGA-ENVIADOS SECTION.

      *    O PROXIMO NUMERO E O MAIOR JA USADO MAIS UM, REJEITADOS
      *    INCLUSIVE (O NUMERO NUNCA SE REPETE). EVENTO REJEITADO NAO
      *    MARCA O EMPREGADO, PARA SER GERADO DE NOVO.
           OPEN INPUT ESOCIAL-ENVIADOS
           IF WRK-STATUS-ENVIADOS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ESOCIAL-ENVIADOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF ENV-NUMERO NUMERIC
                     AND ENV-NUMERO GREATER WRK-ULTIMO-NUMERO
                     MOVE ENV-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   IF ENV-CODIGO NUMERIC
                     AND ENV-CODIGO GREATER ZERO
                     AND NOT ENV-REJEITADO
                     MOVE ENV-CODIGO TO WRK-CODIGO
                     IF ENV-ADMISSAO
                       MOVE "S" TO COD-ADM-ENVIADA(WRK-CODIGO)
                     END-IF
                     IF ENV-DESLIGAMENTO
                       MOVE "S" TO COD-DES-ENVIADO(WRK-CODIGO)
                     END-IF
                     IF ENV-REMUNERACAO
                       AND ENV-COMPETENCIA EQUAL WRK-COMPETENCIA
                       MOVE "S" TO COD-REM-ENVIADA(WRK-CODIGO)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ESOCIAL-ENVIADOS
           END-IF.

       0005-CARREGA-INCLUSOES SECTION.

      *    A ADMISSAO SAI COMO FOI CADASTRADA: IMAGEM DEPOIS DA ULTIMA
      *    INCLUSAO DO EMPREGADO NA TRILHA. SEM TRILHA, VALEM OS DADOS
      *    ATUAIS DO MESTRE.
           OPEN INPUT EMPLOYEE-AUDITORIA
           IF WRK-STATUS-EMP-AUD EQUAL "35"
             DISPLAY "EMPLOYEE-AUDITORIA INEXISTENTE, ADMISSOES COM "
                     "OS DADOS DO MESTRE"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPLOYEE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   MOVE EAUD-DEPOIS TO WRK-IMG-INCLUSAO
                   IF EAUD-ACAO EQUAL "INCLUIR"
                     AND INC-CODIGO-REG NUMERIC
                     AND INC-CODIGO-REG GREATER ZERO
                     MOVE INC-CODIGO-REG TO WRK-CODIGO
                     MOVE "S" TO COD-TEM-INCLUSAO(WRK-CODIGO)
                     MOVE EAUD-DEPOIS TO COD-INCLUSAO(WRK-CODIGO)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-AUDITORIA
           END-IF.

       0006-CARREGA-FGTS SECTION.

           OPEN INPUT FGTS-REGISTROS
           IF WRK-STATUS-FGTS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FGTS-REGISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FGTS-COMPETENCIA EQUAL WRK-COMPETENCIA
                     AND FGTS-CODIGO NUMERIC
                     AND FGTS-CODIGO GREATER ZERO
                     MOVE FGTS-CODIGO TO WRK-CODIGO
                     MOVE "S" TO COD-TEM-FGTS(WRK-CODIGO)
                     MOVE FGTS-BASE TO COD-FGTS-BASE(WRK-CODIGO)
                     MOVE FGTS-VALOR TO COD-FGTS-VALOR(WRK-CODIGO)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FGTS-REGISTROS
           END-IF.

       0007-MAPEIA-EMPRESAS SECTION.

      *    TODA EMPRESA COM EMPREGADO NO MESTRE OU FOLHA NA COMPETENCIA
      *    ENTRA NA TABELA, MESMO SEM REGISTRO EM EMPRESA-PARAMETROS.
           OPEN INPUT EMPLOYEE-MASTER
           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ EMPLOYEE-MASTER
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF EMP-EMPRESA-REG NUMERIC
                   AND EMP-EMPRESA-REG GREATER ZERO
                   MOVE EMP-EMPRESA-REG TO WRK-EMPRESA-COD
                 ELSE
                   MOVE 1 TO WRK-EMPRESA-COD
                 END-IF
                 PERFORM 0002-BUSCA-EMPRESA
                 IF WRK-ACHOU-EMPRESA EQUAL "N"
                   PERFORM 0003-INCLUI-EMPRESA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           OPEN INPUT FOLHA-PAGAMENTO
           IF WRK-STATUS-FOLHA EQUAL "35"
             DISPLAY "FOLHA-PAGAMENTO INEXISTENTE, SEM EVENTOS DE "
                     "REMUNERACAO"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FOLHA-PAGAMENTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA
                     IF FOLHA-EMPRESA NUMERIC
                       AND FOLHA-EMPRESA GREATER ZERO
                       MOVE FOLHA-EMPRESA TO WRK-EMPRESA-COD
                     ELSE
                       MOVE 1 TO WRK-EMPRESA-COD
                     END-IF
                     PERFORM 0002-BUSCA-EMPRESA
                     IF WRK-ACHOU-EMPRESA EQUAL "N"
                       PERFORM 0003-INCLUI-EMPRESA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FOLHA-PAGAMENTO
           END-IF.

       0010-EVENTOS-EMPRESA SECTION.

      *    UMA PASSADA PELO MESTRE (ADMISSOES E DESLIGAMENTOS) E UMA
      *    PELA FOLHA (REMUNERACOES) POR EMPRESA. O ARQUIVO DA EMPRESA
      *    SO E ABERTO NO PRIMEIRO EVENTO DELA.
           MOVE EMPRESA-CODIGO(WRK-IDX-EMPRESA) TO WRK-EMPRESA-COD
           MOVE SPACE TO WRK-NOME-EVENTOS
           STRING "ESOCIAL-EVENTOS-" DELIMITED BY SIZE
                  WRK-EMPRESA-COD DELIMITED BY SIZE
             INTO WRK-NOME-EVENTOS
           END-STRING
           MOVE "N" TO WRK-EVENTOS-ABERTO
           MOVE ZERO TO WRK-QTD-LOTE
           MOVE ZERO TO WRK-PRIMEIRO-LOTE

           MOVE SPACE TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPRESA " DELIMITED BY SIZE
                  WRK-EMPRESA-COD DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EMPRESA-NOME(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  EMPRESA-CNPJ(WRK-IDX-EMPRESA) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "NUMERO     EVENTO  COD   NOME             "
                    DELIMITED BY SIZE
                  "REFEREN.         VALOR  OBSERVACAO"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO
           MOVE WRK-TRACO TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO

           OPEN INPUT EMPLOYEE-MASTER
           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ EMPLOYEE-MASTER
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 PERFORM 0011-EVENTOS-EMPREGADO
             END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           OPEN INPUT FOLHA-PAGAMENTO
           IF WRK-STATUS-FOLHA NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FOLHA-PAGAMENTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   PERFORM 0014-EVENTO-REMUNERACAO
               END-READ
             END-PERFORM
             CLOSE FOLHA-PAGAMENTO
           END-IF

           IF WRK-EVENTOS-ABERTO EQUAL "S"
             MOVE WRK-QTD-LOTE TO EVT-QTD-EVENTOS
             MOVE WRK-PRIMEIRO-LOTE TO EVT-PRIMEIRO
             MOVE WRK-ULTIMO-NUMERO TO EVT-ULTIMO
             MOVE WRK-EVT-TRAILLER TO REG-ESOCIAL-EVENTO
             WRITE REG-ESOCIAL-EVENTO
             CLOSE ESOCIAL-EVENTOS
           END-IF

           PERFORM 0017-TOTAIS-EMPRESA.

       0011-EVENTOS-EMPREGADO SECTION.

           IF EMP-EMPRESA-REG NUMERIC
             AND EMP-EMPRESA-REG GREATER ZERO
             MOVE EMP-EMPRESA-REG TO WRK-EMPRESA-DO-REG
           ELSE
             MOVE 1 TO WRK-EMPRESA-DO-REG
           END-IF
           IF WRK-EMPRESA-DO-REG EQUAL WRK-EMPRESA-COD
             AND EMP-CODIGO-REG NUMERIC
             AND EMP-CODIGO-REG GREATER ZERO
             MOVE EMP-CODIGO-REG TO WRK-CODIGO
             IF COD-ADM-ENVIADA(WRK-CODIGO) EQUAL "N"
               PERFORM 0012-EVENTO-ADMISSAO
             END-IF
             IF EMP-SITUACAO-REG EQUAL "D"
               AND COD-DES-ENVIADO(WRK-CODIGO) EQUAL "N"
               PERFORM 0013-EVENTO-DESLIGAMENTO
             END-IF
           END-IF.

       0012-EVENTO-ADMISSAO SECTION.

           MOVE SPACE TO EVD-DADOS
           MOVE "S-2200" TO EVD-EVENTO
           MOVE EMP-CODIGO-REG TO EVD-CODIGO
           MOVE EMP-NOME-REG TO EVD-NOME
           MOVE EMP-ADMISSAO-REG TO EVD-ADM-DATA
           MOVE EMP-DEPARTAMENTO-REG TO EVD-ADM-DEPARTAMENTO
           MOVE EMP-SALARIO-REG TO EVD-ADM-SALARIO
           MOVE "DADOS DO MESTRE" TO WRK-OBS-REL
           IF COD-TEM-INCLUSAO(WRK-CODIGO) EQUAL "S"
             MOVE COD-INCLUSAO(WRK-CODIGO) TO WRK-IMG-INCLUSAO
             IF INC-ADMISSAO-REG NUMERIC
               AND INC-ADMISSAO-REG GREATER ZERO
               MOVE INC-ADMISSAO-REG TO EVD-ADM-DATA
             END-IF
             MOVE INC-DEPARTAMENTO-REG TO EVD-ADM-DEPARTAMENTO
             IF INC-SALARIO-REG NUMERIC
               MOVE INC-SALARIO-REG TO EVD-ADM-SALARIO
             END-IF
             MOVE "DADOS DA INCLUSAO NA TRILHA" TO WRK-OBS-REL
           END-IF
           COMPUTE WRK-ENV-COMPETENCIA = EVD-ADM-DATA / 100
           MOVE EVD-ADM-DATA TO WRK-REFERENCIA-REL
           MOVE EVD-ADM-SALARIO TO WRK-VALOR-REL

           PERFORM 0016-GRAVA-EVENTO
           MOVE "S" TO COD-ADM-ENVIADA(WRK-CODIGO)
           ADD 1 TO EMPRESA-ADMISSOES(WRK-IDX-EMPRESA).

       0013-EVENTO-DESLIGAMENTO SECTION.

           MOVE SPACE TO EVD-DADOS
           MOVE "S-2299" TO EVD-EVENTO
           MOVE EMP-CODIGO-REG TO EVD-CODIGO
           MOVE EMP-NOME-REG TO EVD-NOME
           MOVE EMP-DESLIGAMENTO-REG TO EVD-DES-DATA
           MOVE EMP-ADMISSAO-REG TO EVD-DES-ADMISSAO
           MOVE EMP-SALARIO-REG TO EVD-DES-SALARIO
           COMPUTE WRK-ENV-COMPETENCIA = EVD-DES-DATA / 100
           MOVE EVD-DES-DATA TO WRK-REFERENCIA-REL
           MOVE EVD-DES-SALARIO TO WRK-VALOR-REL
           MOVE "ULTIMO SALARIO" TO WRK-OBS-REL

           PERFORM 0016-GRAVA-EVENTO
           MOVE "S" TO COD-DES-ENVIADO(WRK-CODIGO)
           ADD 1 TO EMPRESA-DESLIGAMENTOS(WRK-IDX-EMPRESA).

       0014-EVENTO-REMUNERACAO SECTION.

           IF FOLHA-EMPRESA NUMERIC
             AND FOLHA-EMPRESA GREATER ZERO
             MOVE FOLHA-EMPRESA TO WRK-EMPRESA-DO-REG
           ELSE
             MOVE 1 TO WRK-EMPRESA-DO-REG
           END-IF
           IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA
             AND WRK-EMPRESA-DO-REG EQUAL WRK-EMPRESA-COD
             AND FOLHA-CODIGO NUMERIC
             AND FOLHA-CODIGO GREATER ZERO
             MOVE FOLHA-CODIGO TO WRK-CODIGO
             IF COD-REM-ENVIADA(WRK-CODIGO) EQUAL "N"
               MOVE SPACE TO EVD-DADOS
               MOVE "S-1200" TO EVD-EVENTO
               MOVE FOLHA-CODIGO TO EVD-CODIGO
               MOVE FOLHA-NOME TO EVD-NOME
               MOVE FOLHA-COMPETENCIA TO EVD-REM-COMPETENCIA
               MOVE FOLHA-DEPARTAMENTO TO EVD-REM-DEPARTAMENTO
               MOVE FOLHA-BRUTO TO EVD-REM-BRUTO
               MOVE FOLHA-INSS TO EVD-REM-INSS
               MOVE FOLHA-IRRF TO EVD-REM-IRRF
               MOVE SPACE TO WRK-OBS-REL
               IF COD-TEM-FGTS(WRK-CODIGO) EQUAL "S"
                 MOVE COD-FGTS-BASE(WRK-CODIGO) TO EVD-REM-FGTS-BASE
                 MOVE COD-FGTS-VALOR(WRK-CODIGO) TO EVD-REM-FGTS
               ELSE
                 MOVE FOLHA-BRUTO TO EVD-REM-FGTS-BASE
                 COMPUTE EVD-REM-FGTS ROUNDED =
                         FOLHA-BRUTO * WRK-TAXA-FGTS
                 MOVE "FGTS ESTIMADO (8% DO BRUTO)" TO WRK-OBS-REL
                 ADD 1 TO WRK-QTD-ESTIMADOS
               END-IF
               MOVE FOLHA-COMPETENCIA TO WRK-ENV-COMPETENCIA
               MOVE FOLHA-COMPETENCIA TO WRK-REFERENCIA-REL
               MOVE FOLHA-BRUTO TO WRK-VALOR-REL

               PERFORM 0016-GRAVA-EVENTO
               MOVE "S" TO COD-REM-ENVIADA(WRK-CODIGO)
               ADD 1 TO EMPRESA-REMUNERACOES(WRK-IDX-EMPRESA)
             END-IF
           END-IF.

       0015-ABRE-EVENTOS-EMPRESA SECTION.

      *    O LOTE NOVO VAI PARA O FIM DO ARQUIVO DA EMPRESA, QUE PODE
      *    AINDA TER LOTES NAO TRANSMITIDOS.
           OPEN EXTEND ESOCIAL-EVENTOS
           IF WRK-STATUS-EVENTOS EQUAL "35"
             OPEN OUTPUT ESOCIAL-EVENTOS
           END-IF
           MOVE "S" TO WRK-EVENTOS-ABERTO
           MOVE EMPRESA-CNPJ(WRK-IDX-EMPRESA) TO EVH-CNPJ
           MOVE WRK-EMPRESA-COD TO EVH-EMPRESA
           MOVE EMPRESA-NOME(WRK-IDX-EMPRESA) TO EVH-RAZAO-SOCIAL
           MOVE WRK-DATA-SISTEMA TO EVH-DATA-GERACAO
           MOVE WRK-COMPETENCIA TO EVH-COMPETENCIA
           MOVE WRK-EVT-CABECALHO TO REG-ESOCIAL-EVENTO
           WRITE REG-ESOCIAL-EVENTO
           IF EMPRESA-CNPJ(WRK-IDX-EMPRESA) EQUAL ZERO
             DISPLAY "EMPRESA " WRK-EMPRESA-COD " SEM CNPJ EM "
                     "EMPRESA-PARAMETROS, LOTE COM CNPJ ZERADO"
             MOVE 4 TO WRK-RETORNO
           END-IF.

       0016-GRAVA-EVENTO SECTION.

      *    RECEBE O EVENTO MONTADO EM WRK-EVT-DETALHE; NUMERA, GRAVA NO
      *    ARQUIVO DA EMPRESA, ANOTA NO CONTROLE E LISTA.
           IF WRK-EVENTOS-ABERTO EQUAL "N"
             PERFORM 0015-ABRE-EVENTOS-EMPRESA
           END-IF
           ADD 1 TO WRK-ULTIMO-NUMERO
           MOVE WRK-ULTIMO-NUMERO TO EVD-NUMERO
           MOVE WRK-EVT-DETALHE TO REG-ESOCIAL-EVENTO
           WRITE REG-ESOCIAL-EVENTO
           ADD 1 TO WRK-QTD-LOTE
           IF WRK-PRIMEIRO-LOTE EQUAL ZERO
             MOVE WRK-ULTIMO-NUMERO TO WRK-PRIMEIRO-LOTE
           END-IF
           IF EMPRESA-PRIMEIRO(WRK-IDX-EMPRESA) EQUAL ZERO
             MOVE WRK-ULTIMO-NUMERO
               TO EMPRESA-PRIMEIRO(WRK-IDX-EMPRESA)
           END-IF
           MOVE WRK-ULTIMO-NUMERO TO EMPRESA-ULTIMO(WRK-IDX-EMPRESA)

           MOVE SPACE TO REG-ESOCIAL-ENVIADO
           MOVE WRK-ULTIMO-NUMERO TO ENV-NUMERO
           MOVE EVD-EVENTO TO ENV-EVENTO
           MOVE WRK-EMPRESA-COD TO ENV-EMPRESA
           MOVE EVD-CODIGO TO ENV-CODIGO
           MOVE EVD-NOME TO ENV-NOME
           MOVE WRK-ENV-COMPETENCIA TO ENV-COMPETENCIA
           MOVE WRK-DATA-SISTEMA TO ENV-DATA-ENVIO
           MOVE "E" TO ENV-SITUACAO
           WRITE REG-ESOCIAL-ENVIADO

           MOVE SPACE TO WRK-LINHA-EVENTO
           MOVE WRK-ULTIMO-NUMERO TO LE-NUMERO
           MOVE EVD-EVENTO TO LE-EVENTO
           MOVE EVD-CODIGO TO LE-CODIGO
           MOVE EVD-NOME TO LE-NOME
           MOVE WRK-REFERENCIA-REL TO LE-REFERENCIA
           MOVE WRK-VALOR-REL TO LE-VALOR
           MOVE WRK-OBS-REL TO LE-OBS
           MOVE WRK-LINHA-EVENTO TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO.

       0017-TOTAIS-EMPRESA SECTION.

           MOVE WRK-TRACO TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO
           IF WRK-QTD-LOTE EQUAL ZERO
             MOVE "NENHUM EVENTO NOVO PARA A EMPRESA"
               TO REG-ESOCIAL-RELATORIO
             WRITE REG-ESOCIAL-RELATORIO
           ELSE
             MOVE EMPRESA-ADMISSOES(WRK-IDX-EMPRESA) TO WRK-QTD-ED
             MOVE EMPRESA-DESLIGAMENTOS(WRK-IDX-EMPRESA)
               TO WRK-QTD-ED2
             MOVE EMPRESA-REMUNERACOES(WRK-IDX-EMPRESA)
               TO WRK-QTD-ED3
             MOVE SPACE TO WRK-LINHA-REL
             STRING "ADMISSOES: " DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    "   DESLIGAMENTOS: " DELIMITED BY SIZE
                    WRK-QTD-ED2 DELIMITED BY SIZE
                    "   REMUNERACOES: " DELIMITED BY SIZE
                    WRK-QTD-ED3 DELIMITED BY SIZE
                    "   ARQUIVO " DELIMITED BY SIZE
                    WRK-NOME-EVENTOS DELIMITED BY SPACE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ESOCIAL-RELATORIO
             WRITE REG-ESOCIAL-RELATORIO
           END-IF
           ADD EMPRESA-ADMISSOES(WRK-IDX-EMPRESA) TO WRK-TOT-ADMISSOES
           ADD EMPRESA-DESLIGAMENTOS(WRK-IDX-EMPRESA)
             TO WRK-TOT-DESLIGAMENTOS
           ADD EMPRESA-REMUNERACOES(WRK-IDX-EMPRESA)
             TO WRK-TOT-REMUNERACOES.

       0018-TOTAIS-GERAIS SECTION.

           MOVE SPACE TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO
           MOVE WRK-TOT-ADMISSOES TO WRK-QTD-ED
           MOVE WRK-TOT-DESLIGAMENTOS TO WRK-QTD-ED2
           MOVE WRK-TOT-REMUNERACOES TO WRK-QTD-ED3
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TODAS AS EMPRESAS - ADMISSOES: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  "   DESLIGAMENTOS: " DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
                  "   REMUNERACOES: " DELIMITED BY SIZE
                  WRK-QTD-ED3 DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO
           IF WRK-QTD-ESTIMADOS GREATER ZERO
             MOVE WRK-QTD-ESTIMADOS TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "REMUNERACOES COM FGTS ESTIMADO, SEM "
                      DELIMITED BY SIZE
                    "FGTS-REGISTROS DA COMPETENCIA: " DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ESOCIAL-RELATORIO
             WRITE REG-ESOCIAL-RELATORIO
           END-IF
           MOVE WRK-ULTIMO-NUMERO TO LE-NUMERO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ULTIMO NUMERO DE EVENTO USADO: " DELIMITED BY SIZE
                  LE-NUMERO DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ESOCIAL-RELATORIO
           WRITE REG-ESOCIAL-RELATORIO.

       0019-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ESOCIAL-EVEN"      TO RPED-JOB
           MOVE "ESOCIAL-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ESOCIAL-EVENTOS.
