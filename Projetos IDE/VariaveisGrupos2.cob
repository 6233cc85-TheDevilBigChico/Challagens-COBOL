      *==                 APAGAR); A EXCLUSAO DAQUI FICA PARA REGISTRO
      *==                 INCLUIDO ERRADO. ARQUIVO ANTIGO PASSA UMA
      *==                 UNICA VEZ POR CONVERTE-EMPREGADO NO CUTOVER.
      *== 15/10/2026 FA  FOLHA DE MAIS DE UMA EMPRESA (CNPJ): INCLUSAO E
      *==                 ALTERACAO PERGUNTAM A EMPRESA DO EMPREGADO,
      *==                 VALIDADA CONTRA EMPRESA-PARAMETROS (SEM O
      *==                 ARQUIVO, ACEITA O QUE FOI DIGITADO); BRANCO
      *==                 MANTEM A ATUAL (01 NA INCLUSAO). A CONSULTA
      *==                 MOSTRA A EMPRESA. IMAGENS DA AUDITORIA PASSAM
      *==                 A 50 BYTES.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.
           SELECT EMPRESA-PARAMETROS ASSIGN TO "EMPRESA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESAS.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.
           05 DEPTO-CODIGO-REG    PIC X(04).
           05 DEPTO-NOME-REG      PIC X(20).

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETRO.
           COPY EMPRESA-PARAM.

       FD  OPERADORES-SENHA.
       01  REG-OPERADOR-SENHA.
           COPY OPER-SENHA.
                          INDEXED BY IDX-DEPTO.
              10 DEPTO-CODIGO   PIC X(04).
              10 DEPTO-NOME     PIC X(20).
      *====================== EMPRESAS ===================================
       77  WRK-STATUS-EMPRESAS PIC X(02)   VALUE SPACE.
       77  WRK-EMPRESA         PIC 9(02)   VALUE 1.
       77  WRK-EMPRESA-ENTRADA PIC X(02)   VALUE SPACE.
       77  WRK-QTD-EMPRESAS    PIC 9(02)   VALUE ZERO.
       77  WRK-IDX-EMPRESA     PIC 9(02)   VALUE ZERO.
       77  WRK-FIM-EMPRESAS    PIC X(01)   VALUE "N".
       77  WRK-EMPRESA-VALIDA  PIC X(01)   VALUE "N".
           88 EMPRESA-VALIDA               VALUE "S".
       01  TAB-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 20 TIMES
                          INDEXED BY IDX-EMPRESA.
              10 EMPRESA-CODIGO PIC 9(02).
              10 EMPRESA-NOME   PIC X(30).
      *====================== CALCULO DA FOLHA ==========================
       77  WRK-TAXA-INSS        PIC V99      VALUE 0,09.
       77  WRK-VALOR-INSS       PIC 9(06)V99 VALUE ZERO.
      *====================== AUDITORIA DA MANUTENCAO ====================
       77  WRK-STATUS-EMP-AUD  PIC X(02)   VALUE SPACE.
       77  WRK-ACAO            PIC X(08)   VALUE SPACE.
       77  WRK-IMAGEM-ANTES    PIC X(50)   VALUE SPACE.
       77  WRK-IMAGEM-DEPOIS   PIC X(50)   VALUE SPACE.
       77  WRK-ADMISSAO        PIC 9(08)   VALUE ZERO.
      *====================== RESUMO OPERACIONAL =========================
       77  WRK-STATUS-RESUMO   PIC X(02)   VALUE SPACE.
           END-IF
           PERFORM 0004-CONTA-EMPREGADOS
           PERFORM 0023-CARREGA-DEPARTAMENTOS
           PERFORM 0034-CARREGA-EMPRESAS
           PERFORM 0019-CARREGA-INSS-FAIXAS
           PERFORM 0020-CARREGA-IRRF-FAIXAS
           PERFORM 0016-CARREGA-OPERADORES
             DISPLAY "CODIGO..." WRK-CODIGO
             DISPLAY "NOME..." WRK-NOME
             DISPLAY "DEPARTAMENTO..." WRK-DEPARTAMENTO
             DISPLAY "EMPRESA..." WRK-EMPRESA
             DISPLAY "SALARIO BRUTO..." WRK-SALARIO-ED
             DISPLAY "DESCONTO INSS..." WRK-VALOR-INSS-ED
             DISPLAY "DESCONTO IRRF..." WRK-VALOR-IRRF-ED
             MOVE EMP-NOME-REG         TO WRK-NOME
             MOVE EMP-SALARIO-REG      TO WRK-SALARIO
             MOVE EMP-DEPARTAMENTO-REG TO WRK-DEPARTAMENTO
      *      EMPREGADO ANTERIOR AO CODIGO DE EMPRESA VALE EMPRESA 01.
             IF EMP-EMPRESA-REG NUMERIC
               AND EMP-EMPRESA-REG GREATER ZERO
               MOVE EMP-EMPRESA-REG    TO WRK-EMPRESA
             ELSE
               MOVE 1                  TO WRK-EMPRESA
             END-IF
           END-IF.

       0006-CALCULA-LIQUIDO SECTION.
             DISPLAY "SALARIO "
               ACCEPT WRK-SALARIO
             PERFORM 0024-RECEBE-DEPARTAMENTO
             MOVE 1 TO WRK-EMPRESA
             PERFORM 0035-RECEBE-EMPRESA
             DISPLAY "DATA DE ADMISSAO (AAAAMMDD) "
               ACCEPT WRK-ADMISSAO
             MOVE WRK-CODIGO       TO EMP-CODIGO-REG
             MOVE WRK-ADMISSAO     TO EMP-ADMISSAO-REG
             MOVE "A"              TO EMP-SITUACAO-REG
             MOVE ZERO             TO EMP-DESLIGAMENTO-REG
             MOVE WRK-EMPRESA      TO EMP-EMPRESA-REG
             WRITE REG-EMPLOYEE-MASTER
             IF WRK-STATUS-MASTER EQUAL "00"
               ADD 1 TO WRK-QTD-EMPREGADOS
             DISPLAY "NOVO SALARIO "
               ACCEPT WRK-SALARIO
             PERFORM 0024-RECEBE-DEPARTAMENTO
             PERFORM 0035-RECEBE-EMPRESA
             MOVE WRK-NOME         TO EMP-NOME-REG
             MOVE WRK-SALARIO      TO EMP-SALARIO-REG
             MOVE WRK-DEPARTAMENTO TO EMP-DEPARTAMENTO-REG
             MOVE WRK-EMPRESA      TO EMP-EMPRESA-REG
             REWRITE REG-EMPLOYEE-MASTER
             IF WRK-STATUS-MASTER EQUAL "00"
               MOVE REG-EMPLOYEE-MASTER TO WRK-IMAGEM-DEPOIS
             END-IF
           END-PERFORM.

       0034-CARREGA-EMPRESAS SECTION.

      *    REGISTRO ANTIGO DE EMPRESA-PARAMETROS, SEM CODIGO, E A
      *    EMPRESA 01.
           OPEN INPUT EMPRESA-PARAMETROS
           IF WRK-STATUS-EMPRESAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-EMPRESAS EQUAL "S"
               READ EMPRESA-PARAMETROS
                 AT END
                   MOVE "S" TO WRK-FIM-EMPRESAS
                 NOT AT END
                   IF WRK-QTD-EMPRESAS NOT LESS 20
                     DISPLAY "TAB-EMPRESAS CHEIA, RESTANTES "
                             "NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-EMPRESAS
                   ELSE
                     ADD 1 TO WRK-QTD-EMPRESAS
                     IF EMPR-CODIGO-REG NUMERIC
                       AND EMPR-CODIGO-REG GREATER ZERO
                       MOVE EMPR-CODIGO-REG
                         TO EMPRESA-CODIGO(WRK-QTD-EMPRESAS)
                     ELSE
                       MOVE 1 TO EMPRESA-CODIGO(WRK-QTD-EMPRESAS)
                     END-IF
                     MOVE EMPR-NOME-REG
                       TO EMPRESA-NOME(WRK-QTD-EMPRESAS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPRESA-PARAMETROS
           END-IF.

       0035-RECEBE-EMPRESA SECTION.

      *    ENTRA COM WRK-EMPRESA JA PREENCHIDA (01 NA INCLUSAO, A
      *    ATUAL NA ALTERACAO), QUE VALE QUANDO O OPERADOR DA BRANCO.
           MOVE "N" TO WRK-EMPRESA-VALIDA
           PERFORM UNTIL EMPRESA-VALIDA
             DISPLAY "EMPRESA (BRANCO = " WRK-EMPRESA ") "
               ACCEPT WRK-EMPRESA-ENTRADA
             IF WRK-EMPRESA-ENTRADA NUMERIC
               AND WRK-EMPRESA-ENTRADA NOT EQUAL "00"
               MOVE WRK-EMPRESA-ENTRADA TO WRK-EMPRESA
             END-IF
             PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                       UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               IF EMPRESA-CODIGO(WRK-IDX-EMPRESA) EQUAL WRK-EMPRESA
                 MOVE "S" TO WRK-EMPRESA-VALIDA
                 DISPLAY "  " EMPRESA-NOME(WRK-IDX-EMPRESA)
                 MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPRESA
               END-IF
             END-PERFORM
             IF WRK-QTD-EMPRESAS EQUAL ZERO
      *        SEM EMPRESA-PARAMETROS, ACEITA O QUE FOI DIGITADO.
               MOVE "S" TO WRK-EMPRESA-VALIDA
             END-IF
             IF NOT EMPRESA-VALIDA
               DISPLAY "EMPRESA NAO CADASTRADA EM EMPRESA-PARAMETROS"
             END-IF
           END-PERFORM.

       0025-GRAVA-AUDITORIA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
