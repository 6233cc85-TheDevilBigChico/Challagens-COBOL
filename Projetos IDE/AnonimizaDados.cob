       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-DADOS.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: RETENCAO DE DADOS PESSOAIS. TERMINADO O PRAZO LEGAL
      *==            DE RETENCAO DE CADA TIPO DE TITULAR (ANONIMIZA-
      *==            PARAMETROS, EM ANOS; PADRAO 5 PARA TODOS), TROCA
      *==            NOME, CONTATO E NASCIMENTO POR VALORES ANONIMOS,
      *==            MANTENDO CODIGOS, MATRICULAS, IDS E TODO O
      *==            HISTORICO FINANCEIRO:
      *==            - EMPREGADO DESLIGADO ("D") HA MAIS DO QUE O PRAZO
      *==              (EMP-DESLIGAMENTO-REG): NOME NO EMPLOYEE-MASTER,
      *==              NA FOLHA-PAGAMENTO, NO DECIMO-PAGAMENTO, NAS
      *==              IMAGENS DO EMPLOYEE-AUDITORIA, NO
      *==              ESOCIAL-ENVIADOS E EM PROFESSORES;
      *==            - ALUNO CONCLUINTE ("C") HA MAIS DO QUE O PRAZO (A
      *==              DATA DA CONCLUSAO E A DO REGISTRO DO ALUNOS-LOG
      *==              QUE O FEZ CONCLUINTE): NOME NO ALUNOS-CADASTRO,
      *==              NO STUDENT-GRADES, NO RESULTADO-ANUAL E NAS
      *==              IMAGENS DO ALUNOS-LOG; NOME E CONTATO DO
      *==              RESPONSAVEL TAMBEM, NESSES ARQUIVOS E NA
      *==              MENSALIDADE-COBRANCAS, QUANDO NENHUM OUTRO ALUNO
      *==              AINDA MANTIDO TEM O MESMO RESPONSAVEL;
      *==            - PESSOA COM VINCULO ENCERRADO (PESSOA-DATA-FIM,
      *==              GRAVADA PELO MANUTENCAO-PESSOAS) HA MAIS DO QUE O
      *==              PRAZO: NOME E NASCIMENTO NO PESSOAS E NAS
      *==              IMAGENS DO PESSOAS-LOG.
      *==            CADA TITULAR ANONIMIZADO E CADA ARQUIVO REGRAVADO
      *==            FICAM EM ANONIMIZACAO-LOG (LEIAUTE ANONIMIZA-LOG);
      *==            O RELATORIO ANONIMIZACAO-REL LISTA OS
      *==            TITULARES SO PELA CHAVE.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, O MODO (P = PREVIA, SO O RELATORIO; E =
      *==      EFETIVA). CARGA TRUNCADA DO ALUNOS-CADASTRO OU DO
      *==      PESSOAS RECUSA A EFETIVACAO COM RETURN-CODE 8 (O
      *==      RELATORIO SAI COMO PREVIA). CONCLUINTE SEM DATA DE
      *==      CONCLUSAO NO ALUNOS-LOG FICA COMO ESTA E DA RETURN-CODE
      *==      4. AS GERACOES DE BACKUP DO EMPLOYEE-MASTER SAO
      *==      RENOVADAS PELO PROPRIO RODIZIO DO BACKUP-EMPREGADO.
      *==      O PRAZO DE CADA TIPO FICA NO ARQUIVO PROPRIO
      *==      ANONIMIZA-PARAMETROS, UMA LINHA POR TIPO: TIPO X(10)
      *==      (EMPREGADO, ALUNO OU PESSOA) E ANOS 9(02). O
      *==      RETENCAO-PARAMETROS E DO RETENCAO-LOGS (PRAZO DOS
      *==      ARQUIVOS DE LOG, EM DIAS) E NAO E LIDO AQUI.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  PRAZOS DE RETENCAO POR TIPO DE TITULAR SAEM DO
      *==                 RETENCAO-PARAMETROS (LEIAUTE E LINHAS DO
      *==                 RETENCAO-LOGS, QUE TENTAVA EXPURGAR AS LINHAS
      *==                 DE TITULAR COMO SE FOSSEM ARQUIVOS) PARA O
      *==                 ARQUIVO PROPRIO ANONIMIZA-PARAMETROS.
      *== 15/10/2026 FA  O RELATORIO PASSA DE ANONIMIZACAO-RELATORIO
      *==                 PARA ANONIMIZACAO-REL (O REPOSITORIO DE
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
           SELECT ANONIMIZA-PARAMETROS ASSIGN TO "ANONIMIZA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ALUNOS-CADASTRO ASSIGN TO "ALUNOS-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-STATUS-GRADES.
           SELECT PESSOAS ASSIGN TO "PESSOAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PESSOAS.
           SELECT ARQ-ALVO ASSIGN TO DYNAMIC WRK-NOME-ALVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALVO.
           SELECT ARQ-TRABALHO ASSIGN TO "ANONIMIZA-TRABALHO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANONIMIZACAO-LOG ASSIGN TO "ANONIMIZACAO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT ANONIMIZACAO-REL
               ASSIGN TO "ANONIMIZACAO-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANONIMIZA-PARAMETROS.
       01  REG-ANONIMIZA-PARAMETRO.
           05 ANPAR-TIPO-REG       PIC X(10).
           05 ANPAR-ANOS-REG       PIC 9(02).

       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  ALUNOS-CADASTRO.
       01  REG-ALUNO-CADASTRO.
           COPY ALUNO-CAD.

       FD  STUDENT-GRADES.
       01  REG-STUDENT-GRADE.
           COPY STUDENT-GRD.

       FD  PESSOAS.
       01  REG-PESSOA.
           05 PESSOA-NOME          PIC X(12).
           05 PESSOA-NASCIMENTO    PIC 9(08).
           05 PESSOA-GENERO        PIC X(03).
           05 PESSOA-SALARIO       PIC 9(04)V99.
           05 PESSOA-ID            PIC 9(06).
           05 PESSOA-ID-SITUACAO   PIC X(08).
           05 PESSOA-DATA-FIM      PIC 9(08).

       FD  ARQ-ALVO.
       01  REG-ALVO                PIC X(250).

       FD  ARQ-TRABALHO.
       01  REG-TRABALHO            PIC X(250).

       FD  ANONIMIZACAO-LOG.
       01  REG-ANONIMIZACAO-LOG.
           COPY ANONIMIZA-LOG.

       FD  ANONIMIZACAO-REL.
       01  REG-ANONIMIZACAO-REL    PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-PARAM PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-CADASTRO PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-GRADES PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-PESSOAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ALVO  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-LOG   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-MODO         PIC X(01)            VALUE "P".
           88 MODO-EFETIVA                       VALUE "E".
       77  WRK-TEXTO-MODO   PIC X(22)            VALUE SPACE.
       77  WRK-TEXTO-ACAO   PIC X(22)            VALUE SPACE.
       77  WRK-RECUSA       PIC X(60)            VALUE SPACE.
       77  WRK-ANOS-EMPREGADO PIC 9(02)          VALUE 5.
       77  WRK-ANOS-ALUNO   PIC 9(02)            VALUE 5.
       77  WRK-ANOS-PESSOA  PIC 9(02)            VALUE 5.
       77  WRK-ANOS-TESTE   PIC 9(02)            VALUE ZERO.
       77  WRK-CORTE-EMPREGADO PIC 9(08)         VALUE ZERO.
       77  WRK-CORTE-ALUNO  PIC 9(08)            VALUE ZERO.
       77  WRK-CORTE-PESSOA PIC 9(08)            VALUE ZERO.
       01  WRK-CORTE-GRP.
           05 CORTE-ANO     PIC 9(04)            VALUE ZERO.
           05 CORTE-MES-DIA PIC 9(04)            VALUE ZERO.
       01  WRK-CORTE REDEFINES WRK-CORTE-GRP     PIC 9(08).
      *    VALOR QUE SUBSTITUI NOMES E CONTATOS; NOME JA IGUAL A ELE E
      *    TITULAR ANONIMIZADO EM RODADA ANTERIOR.
       77  WRK-ANONIMO      PIC X(25)            VALUE "ANONIMIZADO".
      *====================== EMPREGADOS =================================
       77  WRK-FIM-MASTER   PIC X(01)            VALUE "N".
       77  WRK-QTD-EMP-ANON PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-EMP      PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-EMP-JA   PIC 9(05)            VALUE ZERO.
       77  WRK-CODIGO-TESTE PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU        PIC X(01)            VALUE "N".
           88 ACHOU-TITULAR                      VALUE "S".
       01  TAB-EMP-ANON.
           05 EANON-CODIGO  PIC 9(04)  OCCURS 2000 TIMES.
      *====================== ALUNOS ======================================
       77  WRK-QTD-CONCLUSOES PIC 9(04)          VALUE ZERO.
       77  WRK-IDX-CONCLUSAO PIC 9(04)           VALUE ZERO.
       77  WRK-POS-CONCLUSAO PIC 9(04)           VALUE ZERO.
       01  TAB-CONCLUSOES.
           05 CONCLUSAO-ITEM OCCURS 2000 TIMES.
              10 CONC-MATRICULA  PIC X(10).
              10 CONC-DATA       PIC 9(08).
       77  WRK-QTD-ALUNOS   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-ALUNO    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-OUTRO    PIC 9(04)            VALUE ZERO.
       77  WRK-CADASTRO-TRUNC PIC X(01)          VALUE "N".
       77  WRK-CONCLUSAO-TRUNC PIC X(01)         VALUE "N".
       01  TAB-ALUNOS.
           05 ALUNO-ITEM OCCURS 1000 TIMES.
              10 ALU-REGISTRO.
                 15 ALU-MATRICULA   PIC X(10).
                 15 ALU-NOME        PIC X(25).
                 15 ALU-NIVEL       PIC X(08).
                 15 ALU-TURMA       PIC X(05).
                 15 ALU-RESPONSAVEL PIC X(25).
                 15 ALU-CONTATO     PIC X(15).
                 15 ALU-SITUACAO    PIC X(01).
              10 ALU-ANONIMIZA   PIC X(01).
              10 ALU-DATA-FIM    PIC 9(08).
       77  WRK-QTD-ALU-ANON PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ALU-SEM-DATA PIC 9(05)        VALUE ZERO.
       77  WRK-MATRICULA-TESTE PIC X(10)         VALUE SPACE.
       77  WRK-RESP-MANTIDO PIC X(01)            VALUE "N".
       77  WRK-QTD-RESP-ANON PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-RESP     PIC 9(04)            VALUE ZERO.
       77  WRK-RESP-TESTE   PIC X(25)            VALUE SPACE.
       01  TAB-RESP-ANON.
           05 RANON-NOME    PIC X(25)  OCCURS 1000 TIMES.
      *====================== PESSOAS ====================================
       77  WRK-QTD-PESSOAS  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-PESSOA   PIC 9(04)            VALUE ZERO.
       77  WRK-PESSOAS-TRUNC PIC X(01)           VALUE "N".
       77  WRK-QTD-PES-ANON PIC 9(05)            VALUE ZERO.
       77  WRK-ID-TESTE     PIC 9(06)            VALUE ZERO.
       01  TAB-PESSOAS.
           05 PESSOA-ITEM OCCURS 1000 TIMES.
              10 PES-NOME        PIC X(12).
              10 PES-NASCIMENTO  PIC 9(08).
              10 PES-GENERO      PIC X(03).
              10 PES-SALARIO     PIC 9(04)V99.
              10 PES-ID          PIC 9(06).
              10 PES-ID-SITUACAO PIC X(08).
              10 PES-DATA-FIM    PIC 9(08).
              10 PES-ANONIMIZA   PIC X(01).
      *====================== ARQUIVOS SATELITES =========================
       77  WRK-NOME-ALVO    PIC X(25)            VALUE SPACE.
       77  WRK-TIPO-ALVO    PIC 9(02)            VALUE ZERO.
           88 ALVO-FOLHA                         VALUE 1.
           88 ALVO-DECIMO                        VALUE 2.
           88 ALVO-AUDIT-EMP                     VALUE 3.
           88 ALVO-ESOCIAL                       VALUE 4.
           88 ALVO-PROFESSOR                     VALUE 5.
           88 ALVO-RESULTADO                     VALUE 6.
           88 ALVO-MENSALIDADE                   VALUE 7.
           88 ALVO-LOG-ALUNOS                    VALUE 8.
           88 ALVO-LOG-PESSOAS                   VALUE 9.
       77  WRK-TIPO-TITULAR PIC X(10)            VALUE SPACE.
       77  WRK-FIM-ALVO     PIC X(01)            VALUE "N".
       77  WRK-FIM-TRABALHO PIC X(01)            VALUE "N".
       77  WRK-REG-MUDOU    PIC X(01)            VALUE "N".
           88 REGISTRO-MUDOU                     VALUE "S".
       77  WRK-QTD-ALTERADOS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
      *    VISOES DO REGISTRO LIDO DO ARQUIVO SATELITE.
       01  WRK-REGISTRO     PIC X(250)           VALUE SPACE.
       01  WRK-REG-FOLHA REDEFINES WRK-REGISTRO.
           05 SFOL-COMPETENCIA     PIC 9(06).
           05 SFOL-CODIGO          PIC 9(04).
           05 SFOL-NOME            PIC X(15).
           05 FILLER               PIC X(225).
       01  WRK-REG-DECIMO REDEFINES WRK-REGISTRO.
           05 SDEC-COMPETENCIA     PIC 9(06).
           05 SDEC-PARCELA         PIC 9(01).
           05 SDEC-CODIGO          PIC 9(04).
           05 SDEC-NOME            PIC X(15).
           05 FILLER               PIC X(224).
       01  WRK-REG-AUDIT-EMP REDEFINES WRK-REGISTRO.
           05 SEAUD-DATA           PIC 9(08).
           05 SEAUD-HORA           PIC 9(08).
           05 SEAUD-OPERADOR       PIC X(10).
           05 SEAUD-ACAO           PIC X(08).
           05 SEAUD-ANTES.
              10 SEAUD-ANTES-CODIGO   PIC 9(04).
              10 SEAUD-ANTES-NOME     PIC X(15).
              10 FILLER               PIC X(31).
           05 SEAUD-DEPOIS.
              10 SEAUD-DEPOIS-CODIGO  PIC 9(04).
              10 SEAUD-DEPOIS-NOME    PIC X(15).
              10 FILLER               PIC X(31).
           05 FILLER               PIC X(116).
       01  WRK-REG-ESOCIAL REDEFINES WRK-REGISTRO.
           COPY ESOCIAL-CTL.
       01  WRK-REG-PROFESSOR REDEFINES WRK-REGISTRO.
           05 SPRF-CODIGO          PIC X(04).
           05 SPRF-NOME            PIC X(25).
           05 SPRF-EMPREGADO       PIC 9(04).
           05 FILLER               PIC X(217).
       01  WRK-REG-RESULTADO REDEFINES WRK-REGISTRO.
           05 SRES-ANO             PIC 9(04).
           05 SRES-MATRICULA       PIC X(10).
           05 SRES-NOME            PIC X(25).
           05 FILLER               PIC X(211).
       01  WRK-REG-MENSALIDADE REDEFINES WRK-REGISTRO.
           COPY MENSAL-COB.
       01  WRK-REG-LOG-ALUNO REDEFINES WRK-REGISTRO.
           05 SALOG-DATA           PIC 9(08).
           05 SALOG-HORA           PIC 9(08).
           05 SALOG-OPERADOR       PIC X(10).
           05 SALOG-ACAO           PIC X(08).
           05 SALOG-ANTES.
              10 SALOG-ANTES-MATRICULA PIC X(10).
              10 SALOG-ANTES-NOME      PIC X(25).
              10 FILLER                PIC X(13).
              10 SALOG-ANTES-RESP      PIC X(25).
              10 SALOG-ANTES-CONTATO   PIC X(15).
              10 SALOG-ANTES-SITUACAO  PIC X(01).
           05 SALOG-DEPOIS.
              10 SALOG-DEPOIS-MATRICULA PIC X(10).
              10 SALOG-DEPOIS-NOME     PIC X(25).
              10 FILLER                PIC X(13).
              10 SALOG-DEPOIS-RESP     PIC X(25).
              10 SALOG-DEPOIS-CONTATO  PIC X(15).
              10 SALOG-DEPOIS-SITUACAO PIC X(01).
           05 FILLER               PIC X(38).
       01  WRK-REG-LOG-PESSOA REDEFINES WRK-REGISTRO.
           05 SPLOG-DATA           PIC 9(08).
           05 SPLOG-HORA           PIC 9(08).
           05 SPLOG-OPERADOR       PIC X(10).
           05 SPLOG-ACAO           PIC X(08).
           05 SPLOG-ANTES.
              10 SPLOG-ANTES-NOME      PIC X(12).
              10 SPLOG-ANTES-NASC      PIC X(08).
              10 FILLER                PIC X(09).
              10 SPLOG-ANTES-ID        PIC 9(06).
              10 FILLER                PIC X(08).
           05 SPLOG-DEPOIS.
              10 SPLOG-DEPOIS-NOME     PIC X(12).
              10 SPLOG-DEPOIS-NASC     PIC X(08).
              10 FILLER                PIC X(09).
              10 SPLOG-DEPOIS-ID       PIC 9(06).
              10 FILLER                PIC X(08).
           05 FILLER               PIC X(130).

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0001-RECEBE-PARAMETROS
           PERFORM 0002-CARREGA-RETENCAO

           MOVE WRK-ANOS-EMPREGADO TO WRK-ANOS-TESTE
           PERFORM 0003-CALCULA-CORTE
           MOVE WRK-CORTE TO WRK-CORTE-EMPREGADO
           MOVE WRK-ANOS-ALUNO TO WRK-ANOS-TESTE
           PERFORM 0003-CALCULA-CORTE
           MOVE WRK-CORTE TO WRK-CORTE-ALUNO
           MOVE WRK-ANOS-PESSOA TO WRK-ANOS-TESTE
           PERFORM 0003-CALCULA-CORTE
           MOVE WRK-CORTE TO WRK-CORTE-PESSOA

           PERFORM 0021-CARREGA-CONCLUSOES
           PERFORM 0022-CARREGA-CADASTRO
           PERFORM 0046-CARREGA-PESSOAS

      *    EFETIVACAO SO COM TUDO CARREGADO: REGRAVAR O CADASTRO OU O
      *    PESSOAS DE UMA TABELA INCOMPLETA APAGARIA REGISTROS.
           IF MODO-EFETIVA
             EVALUATE TRUE
               WHEN WRK-CADASTRO-TRUNC EQUAL "S"
                 MOVE "ALUNOS-CADASTRO MAIOR QUE A TABELA"
                   TO WRK-RECUSA
               WHEN WRK-CONCLUSAO-TRUNC EQUAL "S"
                 MOVE "ALUNOS-LOG COM CONCLUSOES DEMAIS PARA A TABELA"
                   TO WRK-RECUSA
               WHEN WRK-PESSOAS-TRUNC EQUAL "S"
                 MOVE "PESSOAS MAIOR QUE A TABELA"
                   TO WRK-RECUSA
             END-EVALUATE
             IF WRK-RECUSA NOT EQUAL SPACE
               MOVE "P" TO WRK-MODO
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           IF MODO-EFETIVA
             MOVE "ANONIMIZADO" TO WRK-TEXTO-ACAO
           ELSE
             MOVE "A ANONIMIZAR" TO WRK-TEXTO-ACAO
           END-IF

           OPEN OUTPUT ANONIMIZACAO-REL
           PERFORM 0004-CABECALHO

           PERFORM 0010-EMPREGADOS
           PERFORM 0020-ALUNOS
           PERFORM 0045-PESSOAS

           PERFORM 0060-TOTAIS
           CLOSE ANONIMIZACAO-REL
           PERFORM 0061-REGISTRA-RELATORIO

           IF RETURN-CODE LESS 4
             AND WRK-QTD-ALU-SEM-DATA GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE-PARAMETROS SECTION.

           DISPLAY "MODO (P-PREVIA E-EFETIVA) "
             ACCEPT WRK-MODO

           IF WRK-MODO NOT EQUAL "E"
             MOVE "P" TO WRK-MODO
           END-IF.

       0002-CARREGA-RETENCAO SECTION.

      *    SEM ANONIMIZA-PARAMETROS (OU SEM O TIPO) FICA O PRAZO PADRAO.
           OPEN INPUT ANONIMIZA-PARAMETROS
           IF WRK-STATUS-PARAM NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ANONIMIZA-PARAMETROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF ANPAR-ANOS-REG NOT NUMERIC
                     OR ANPAR-ANOS-REG EQUAL ZERO
                     DISPLAY "RETENCAO COM PRAZO INVALIDO IGNORADA: "
                             REG-ANONIMIZA-PARAMETRO
                   ELSE
                     EVALUATE ANPAR-TIPO-REG
                       WHEN "EMPREGADO"
                         MOVE ANPAR-ANOS-REG TO WRK-ANOS-EMPREGADO
                       WHEN "ALUNO"
                         MOVE ANPAR-ANOS-REG TO WRK-ANOS-ALUNO
                       WHEN "PESSOA"
                         MOVE ANPAR-ANOS-REG TO WRK-ANOS-PESSOA
                       WHEN OTHER
                         DISPLAY "RETENCAO DE TIPO DESCONHECIDO "
                                 "IGNORADA: " REG-ANONIMIZA-PARAMETRO
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ANONIMIZA-PARAMETROS
           END-IF.

       0003-CALCULA-CORTE SECTION.

      *    DATA LIMITE: HOJE MENOS O PRAZO EM ANOS. FIM DE VINCULO ATE
      *    ELA (INCLUSIVE) JA CUMPRIU A RETENCAO.
           MOVE WRK-DATA-SISTEMA TO WRK-CORTE
           SUBTRACT WRK-ANOS-TESTE FROM CORTE-ANO.

       0004-CABECALHO SECTION.

           IF MODO-EFETIVA
             MOVE "EFETIVA" TO WRK-TEXTO-MODO
           ELSE
             MOVE "PREVIA (NADA GRAVADO)" TO WRK-TEXTO-MODO
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ANONIMIZACAO DE DADOS PESSOAIS - MODO "
                                    DELIMITED BY SIZE
                  WRK-TEXTO-MODO   DELIMITED BY "  "
                  " - DATA "       DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           IF WRK-RECUSA NOT EQUAL SPACE
             MOVE SPACE TO WRK-LINHA-REL
             STRING "EFETIVACAO RECUSADA: " DELIMITED BY SIZE
                    WRK-RECUSA DELIMITED BY "  "
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0005-GRAVA-LINHA
             DISPLAY WRK-LINHA-REL
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RETENCAO (ANOS) EMPREGADO " DELIMITED BY SIZE
                  WRK-ANOS-EMPREGADO DELIMITED BY SIZE
                  " ATE "             DELIMITED BY SIZE
                  WRK-CORTE-EMPREGADO DELIMITED BY SIZE
                  " - ALUNO "         DELIMITED BY SIZE
                  WRK-ANOS-ALUNO      DELIMITED BY SIZE
                  " ATE "             DELIMITED BY SIZE
                  WRK-CORTE-ALUNO     DELIMITED BY SIZE
                  " - PESSOA "        DELIMITED BY SIZE
                  WRK-ANOS-PESSOA     DELIMITED BY SIZE
                  " ATE "             DELIMITED BY SIZE
                  WRK-CORTE-PESSOA    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0005-GRAVA-LINHA.

       0005-GRAVA-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-ANONIMIZACAO-REL
           WRITE REG-ANONIMIZACAO-REL.

       0010-EMPREGADOS SECTION.

           IF MODO-EFETIVA
             OPEN I-O EMPLOYEE-MASTER
           ELSE
             OPEN INPUT EMPLOYEE-MASTER
           END-IF
           IF WRK-STATUS-MASTER NOT EQUAL "00"
             MOVE SPACE TO WRK-LINHA-REL
             STRING "EMPLOYEE-MASTER INDISPONIVEL, STATUS "
                                      DELIMITED BY SIZE
                    WRK-STATUS-MASTER DELIMITED BY SIZE
                    ", EMPREGADOS NAO TRATADOS" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0005-GRAVA-LINHA
             DISPLAY WRK-LINHA-REL
           ELSE
             MOVE "N" TO WRK-FIM-MASTER
             PERFORM UNTIL WRK-FIM-MASTER EQUAL "S"
               READ EMPLOYEE-MASTER NEXT RECORD
                 AT END
                   MOVE "S" TO WRK-FIM-MASTER
                 NOT AT END
                   PERFORM 0011-TRATA-EMPREGADO
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-MASTER
           END-IF

           IF MODO-EFETIVA
             AND WRK-QTD-EMP-ANON GREATER ZERO
             MOVE "EMPREGADO" TO WRK-TIPO-TITULAR
             MOVE "FOLHA-PAGAMENTO" TO WRK-NOME-ALVO
             SET ALVO-FOLHA TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
             MOVE "DECIMO-PAGAMENTO" TO WRK-NOME-ALVO
             SET ALVO-DECIMO TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
             MOVE "EMPLOYEE-AUDITORIA" TO WRK-NOME-ALVO
             SET ALVO-AUDIT-EMP TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
             MOVE "ESOCIAL-ENVIADOS" TO WRK-NOME-ALVO
             SET ALVO-ESOCIAL TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
             MOVE "PROFESSORES" TO WRK-NOME-ALVO
             SET ALVO-PROFESSOR TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
           END-IF.

       0011-TRATA-EMPREGADO SECTION.

           IF EMP-SITUACAO-REG EQUAL "D"
             AND EMP-DESLIGAMENTO-REG NUMERIC
             AND EMP-DESLIGAMENTO-REG GREATER ZERO
             AND EMP-DESLIGAMENTO-REG NOT GREATER WRK-CORTE-EMPREGADO
             EVALUATE TRUE
               WHEN EMP-NOME-REG EQUAL WRK-ANONIMO
                 ADD 1 TO WRK-QTD-EMP-JA
               WHEN WRK-QTD-EMP-ANON NOT LESS 2000
      *          O RESTANTE FICA PARA A PROXIMA RODADA.
                 IF WRK-QTD-EMP-ANON EQUAL 2000
                   DISPLAY "TAB-EMP-ANON CHEIA, EMPREGADOS RESTANTES "
                           "FICAM PARA A PROXIMA RODADA"
                   ADD 1 TO WRK-QTD-EMP-ANON
                 END-IF
               WHEN OTHER
                 ADD 1 TO WRK-QTD-EMP-ANON
                 MOVE EMP-CODIGO-REG
                   TO EANON-CODIGO(WRK-QTD-EMP-ANON)
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "EMPREGADO " DELIMITED BY SIZE
                        EMP-CODIGO-REG DELIMITED BY SIZE
                        " DESLIGADO EM " DELIMITED BY SIZE
                        EMP-DESLIGAMENTO-REG DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        WRK-TEXTO-ACAO DELIMITED BY "  "
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0005-GRAVA-LINHA
                 IF MODO-EFETIVA
                   MOVE WRK-ANONIMO TO EMP-NOME-REG
                   REWRITE REG-EMPLOYEE-MASTER
                   IF WRK-STATUS-MASTER EQUAL "00"
                     MOVE "EMPREGADO" TO ANON-TIPO
                     MOVE EMP-CODIGO-REG TO ANON-CHAVE
                     MOVE EMP-DESLIGAMENTO-REG TO ANON-DATA-FIM
                     MOVE "EMPLOYEE-MASTER" TO ANON-ARQUIVO
                     MOVE 1 TO ANON-QTD
                     PERFORM 0050-GRAVA-LOG
                   ELSE
                     DISPLAY "ERRO " WRK-STATUS-MASTER
                             " AO REGRAVAR O EMPREGADO "
                             EMP-CODIGO-REG
                   END-IF
                 END-IF
             END-EVALUATE
           END-IF.

       0012-PROCURA-EMPREGADO SECTION.

           MOVE "N" TO WRK-ACHOU
           IF WRK-QTD-EMP-ANON GREATER 2000
             MOVE 2000 TO WRK-QTD-EMP-ANON
           END-IF
           PERFORM VARYING WRK-IDX-EMP FROM 1 BY 1
                     UNTIL WRK-IDX-EMP > WRK-QTD-EMP-ANON
             IF EANON-CODIGO(WRK-IDX-EMP) EQUAL WRK-CODIGO-TESTE
               MOVE "S" TO WRK-ACHOU
               MOVE WRK-QTD-EMP-ANON TO WRK-IDX-EMP
             END-IF
           END-PERFORM.

       0020-ALUNOS SECTION.

           PERFORM 0023-DECIDE-ALUNOS
           PERFORM 0024-DECIDE-RESPONSAVEIS

           IF MODO-EFETIVA
             AND (WRK-QTD-ALU-ANON GREATER ZERO
                  OR WRK-QTD-RESP-ANON GREATER ZERO)
             PERFORM 0025-GRAVA-CADASTRO
             MOVE "ALUNO" TO WRK-TIPO-TITULAR
             PERFORM 0028-ANONIMIZA-NOTAS
             MOVE "RESULTADO-ANUAL" TO WRK-NOME-ALVO
             SET ALVO-RESULTADO TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
             MOVE "MENSALIDADE-COBRANCAS" TO WRK-NOME-ALVO
             SET ALVO-MENSALIDADE TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
             MOVE "ALUNOS-LOG" TO WRK-NOME-ALVO
             SET ALVO-LOG-ALUNOS TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
           END-IF.

       0021-CARREGA-CONCLUSOES SECTION.

      *    A DATA DA CONCLUSAO E A DO REGISTRO DO ALUNOS-LOG QUE LEVOU
      *    A SITUACAO PARA "C" (VIRADA DO ANO OU MANUTENCAO); HAVENDO
      *    MAIS DE UM, VALE O MAIS RECENTE.
           MOVE "ALUNOS-LOG" TO WRK-NOME-ALVO
           OPEN INPUT ARQ-ALVO
           IF WRK-STATUS-ALVO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ALVO
             PERFORM UNTIL WRK-FIM-ALVO EQUAL "S"
               READ ARQ-ALVO
                 AT END
                   MOVE "S" TO WRK-FIM-ALVO
                 NOT AT END
                   MOVE REG-ALVO TO WRK-REGISTRO
                   IF SALOG-DEPOIS-SITUACAO EQUAL "C"
                     AND SALOG-ANTES-SITUACAO NOT EQUAL "C"
                     AND SALOG-DATA NUMERIC
                     PERFORM 0029-GUARDA-CONCLUSAO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-ALVO
           END-IF.

       0022-CARREGA-CADASTRO SECTION.

           OPEN INPUT ALUNOS-CADASTRO
           IF WRK-STATUS-CADASTRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ ALUNOS-CADASTRO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-ALUNOS NOT LESS 1000
                     DISPLAY "TAB-ALUNOS CHEIA, ALUNOS RESTANTES "
                             "NAO TRATADOS"
                     MOVE "S" TO WRK-CADASTRO-TRUNC
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-ALUNOS
                     MOVE REG-ALUNO-CADASTRO
                       TO ALU-REGISTRO(WRK-QTD-ALUNOS)
                     MOVE "N" TO ALU-ANONIMIZA(WRK-QTD-ALUNOS)
                     MOVE ZERO TO ALU-DATA-FIM(WRK-QTD-ALUNOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
           END-IF.

       0023-DECIDE-ALUNOS SECTION.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             IF ALU-SITUACAO(WRK-IDX-ALUNO) EQUAL "C"
               AND ALU-NOME(WRK-IDX-ALUNO) NOT EQUAL WRK-ANONIMO
               MOVE ALU-MATRICULA(WRK-IDX-ALUNO) TO WRK-MATRICULA-TESTE
               PERFORM 0026-PROCURA-CONCLUSAO
               EVALUATE TRUE
                 WHEN WRK-POS-CONCLUSAO EQUAL ZERO
                   ADD 1 TO WRK-QTD-ALU-SEM-DATA
                   MOVE SPACE TO WRK-LINHA-REL
                   STRING "ALUNO " DELIMITED BY SIZE
                          WRK-MATRICULA-TESTE DELIMITED BY SIZE
                          " CONCLUINTE SEM DATA DE CONCLUSAO NO "
                          "ALUNOS-LOG: MANTIDO" DELIMITED BY SIZE
                     INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0005-GRAVA-LINHA
                 WHEN CONC-DATA(WRK-POS-CONCLUSAO)
                        NOT GREATER WRK-CORTE-ALUNO
                   MOVE "S" TO ALU-ANONIMIZA(WRK-IDX-ALUNO)
                   MOVE CONC-DATA(WRK-POS-CONCLUSAO)
                     TO ALU-DATA-FIM(WRK-IDX-ALUNO)
                   ADD 1 TO WRK-QTD-ALU-ANON
                   MOVE SPACE TO WRK-LINHA-REL
                   STRING "ALUNO " DELIMITED BY SIZE
                          WRK-MATRICULA-TESTE DELIMITED BY SIZE
                          " CONCLUINTE EM " DELIMITED BY SIZE
                          ALU-DATA-FIM(WRK-IDX-ALUNO)
                                        DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WRK-TEXTO-ACAO DELIMITED BY "  "
                     INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0005-GRAVA-LINHA
               END-EVALUATE
             END-IF
           END-PERFORM.

       0024-DECIDE-RESPONSAVEIS SECTION.

      *    O RESPONSAVEL SO SAI QUANDO NENHUM ALUNO QUE FICA MANTIDO
      *    (IRMAO AINDA ATIVO OU FORA DO PRAZO) O TEM NO CADASTRO.
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             IF ALU-ANONIMIZA(WRK-IDX-ALUNO) EQUAL "S"
               AND ALU-RESPONSAVEL(WRK-IDX-ALUNO) NOT EQUAL SPACE
               AND ALU-RESPONSAVEL(WRK-IDX-ALUNO)
                     NOT EQUAL WRK-ANONIMO
               MOVE ALU-RESPONSAVEL(WRK-IDX-ALUNO) TO WRK-RESP-TESTE
               MOVE "N" TO WRK-RESP-MANTIDO
               PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                         UNTIL WRK-IDX-OUTRO > WRK-QTD-ALUNOS
                 IF ALU-RESPONSAVEL(WRK-IDX-OUTRO) EQUAL WRK-RESP-TESTE
                   AND ALU-ANONIMIZA(WRK-IDX-OUTRO) NOT EQUAL "S"
                   AND ALU-NOME(WRK-IDX-OUTRO) NOT EQUAL WRK-ANONIMO
                   MOVE "S" TO WRK-RESP-MANTIDO
                   MOVE WRK-QTD-ALUNOS TO WRK-IDX-OUTRO
                 END-IF
               END-PERFORM
               PERFORM 0027-PROCURA-RESPONSAVEL
               IF WRK-RESP-MANTIDO EQUAL "N"
                 AND NOT ACHOU-TITULAR
                 AND WRK-QTD-RESP-ANON LESS 1000
                 ADD 1 TO WRK-QTD-RESP-ANON
                 MOVE WRK-RESP-TESTE TO RANON-NOME(WRK-QTD-RESP-ANON)
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "RESPONSAVEL DO ALUNO " DELIMITED BY SIZE
                        ALU-MATRICULA(WRK-IDX-ALUNO) DELIMITED BY SIZE
                        " SEM OUTRO ALUNO MANTIDO: " DELIMITED BY SIZE
                        WRK-TEXTO-ACAO DELIMITED BY "  "
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0005-GRAVA-LINHA
               END-IF
             END-IF
           END-PERFORM.

       0025-GRAVA-CADASTRO SECTION.

           OPEN OUTPUT ALUNOS-CADASTRO
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                     UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
             MOVE ALU-REGISTRO(WRK-IDX-ALUNO) TO REG-ALUNO-CADASTRO
             MOVE "N" TO WRK-REG-MUDOU
             IF ALU-ANONIMIZA(WRK-IDX-ALUNO) EQUAL "S"
               MOVE WRK-ANONIMO TO ALUNO-NOME-REG
               MOVE "S" TO WRK-REG-MUDOU
             END-IF
             MOVE ALUNO-RESPONSAVEL-REG TO WRK-RESP-TESTE
             PERFORM 0027-PROCURA-RESPONSAVEL
             IF ACHOU-TITULAR
               MOVE WRK-ANONIMO TO ALUNO-RESPONSAVEL-REG
               MOVE WRK-ANONIMO TO ALUNO-CONTATO-REG
               MOVE "S" TO WRK-REG-MUDOU
             END-IF
             WRITE REG-ALUNO-CADASTRO
             IF REGISTRO-MUDOU
               MOVE "ALUNO" TO ANON-TIPO
               MOVE ALUNO-MATRICULA-REG TO ANON-CHAVE
               MOVE ALU-DATA-FIM(WRK-IDX-ALUNO) TO ANON-DATA-FIM
               MOVE "ALUNOS-CADASTRO" TO ANON-ARQUIVO
               MOVE 1 TO ANON-QTD
               PERFORM 0050-GRAVA-LOG
             END-IF
           END-PERFORM
           CLOSE ALUNOS-CADASTRO.

       0026-PROCURA-CONCLUSAO SECTION.

           MOVE ZERO TO WRK-POS-CONCLUSAO
           PERFORM VARYING WRK-IDX-CONCLUSAO FROM 1 BY 1
                     UNTIL WRK-IDX-CONCLUSAO > WRK-QTD-CONCLUSOES
             IF CONC-MATRICULA(WRK-IDX-CONCLUSAO)
                  EQUAL WRK-MATRICULA-TESTE
               MOVE WRK-IDX-CONCLUSAO TO WRK-POS-CONCLUSAO
               MOVE WRK-QTD-CONCLUSOES TO WRK-IDX-CONCLUSAO
             END-IF
           END-PERFORM.

       0027-PROCURA-RESPONSAVEL SECTION.

           MOVE "N" TO WRK-ACHOU
           IF WRK-RESP-TESTE NOT EQUAL SPACE
             PERFORM VARYING WRK-IDX-RESP FROM 1 BY 1
                       UNTIL WRK-IDX-RESP > WRK-QTD-RESP-ANON
               IF RANON-NOME(WRK-IDX-RESP) EQUAL WRK-RESP-TESTE
                 MOVE "S" TO WRK-ACHOU
                 MOVE WRK-QTD-RESP-ANON TO WRK-IDX-RESP
               END-IF
             END-PERFORM
           END-IF.

       0028-ANONIMIZA-NOTAS SECTION.

           MOVE ZERO TO WRK-QTD-ALTERADOS
           OPEN I-O STUDENT-GRADES
           IF WRK-STATUS-GRADES EQUAL "00"
             MOVE "N" TO WRK-FIM-ALVO
             PERFORM UNTIL WRK-FIM-ALVO EQUAL "S"
               READ STUDENT-GRADES NEXT RECORD
                 AT END
                   MOVE "S" TO WRK-FIM-ALVO
                 NOT AT END
                   MOVE GRADE-MATRICULA TO WRK-MATRICULA-TESTE
                   PERFORM 0044-PROCURA-ALUNO
                   IF ACHOU-TITULAR
                     AND GRADE-NOME NOT EQUAL WRK-ANONIMO
                     MOVE WRK-ANONIMO TO GRADE-NOME
                     REWRITE REG-STUDENT-GRADE
                     IF WRK-STATUS-GRADES EQUAL "00"
                       ADD 1 TO WRK-QTD-ALTERADOS
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STUDENT-GRADES
           END-IF
           MOVE "STUDENT-GRADES" TO WRK-NOME-ALVO
           PERFORM 0034-FECHA-SATELITE.

       0029-GUARDA-CONCLUSAO SECTION.

           MOVE SALOG-DEPOIS-MATRICULA TO WRK-MATRICULA-TESTE
           PERFORM 0026-PROCURA-CONCLUSAO
           EVALUATE TRUE
             WHEN WRK-POS-CONCLUSAO GREATER ZERO
               IF SALOG-DATA GREATER CONC-DATA(WRK-POS-CONCLUSAO)
                 MOVE SALOG-DATA TO CONC-DATA(WRK-POS-CONCLUSAO)
               END-IF
             WHEN WRK-QTD-CONCLUSOES NOT LESS 2000
               IF WRK-CONCLUSAO-TRUNC NOT EQUAL "S"
                 DISPLAY "TAB-CONCLUSOES CHEIA, CONCLUSOES RESTANTES "
                         "SEM DATA"
                 MOVE "S" TO WRK-CONCLUSAO-TRUNC
               END-IF
             WHEN OTHER
               ADD 1 TO WRK-QTD-CONCLUSOES
               MOVE WRK-MATRICULA-TESTE
                 TO CONC-MATRICULA(WRK-QTD-CONCLUSOES)
               MOVE SALOG-DATA TO CONC-DATA(WRK-QTD-CONCLUSOES)
           END-EVALUATE.

       0030-REGRAVA-SATELITE SECTION.

      *    O ARQUIVO E COPIADO PARA O ANONIMIZA-TRABALHO COM OS CAMPOS
      *    PESSOAIS DOS TITULARES TROCADOS E, HAVENDO ALTERACAO,
      *    DEVOLVIDO POR CIMA DO ORIGINAL.
           MOVE ZERO TO WRK-QTD-ALTERADOS
           OPEN INPUT ARQ-ALVO
           IF WRK-STATUS-ALVO NOT EQUAL "35"
             OPEN OUTPUT ARQ-TRABALHO
             MOVE "N" TO WRK-FIM-ALVO
             PERFORM UNTIL WRK-FIM-ALVO EQUAL "S"
               READ ARQ-ALVO
                 AT END
                   MOVE "S" TO WRK-FIM-ALVO
                 NOT AT END
                   MOVE REG-ALVO TO WRK-REGISTRO
                   MOVE "N" TO WRK-REG-MUDOU
                   PERFORM 0031-ANONIMIZA-REGISTRO
                   IF REGISTRO-MUDOU
                     ADD 1 TO WRK-QTD-ALTERADOS
                   END-IF
                   MOVE WRK-REGISTRO TO REG-TRABALHO
                   WRITE REG-TRABALHO
               END-READ
             END-PERFORM
             CLOSE ARQ-ALVO
             CLOSE ARQ-TRABALHO
             IF WRK-QTD-ALTERADOS GREATER ZERO
               PERFORM 0032-DEVOLVE-TRABALHO
             END-IF
           END-IF
           PERFORM 0034-FECHA-SATELITE.

       0031-ANONIMIZA-REGISTRO SECTION.

           EVALUATE TRUE
             WHEN ALVO-FOLHA
               MOVE SFOL-CODIGO TO WRK-CODIGO-TESTE
               PERFORM 0012-PROCURA-EMPREGADO
               IF ACHOU-TITULAR
                 AND SFOL-NOME NOT EQUAL WRK-ANONIMO
                 MOVE WRK-ANONIMO TO SFOL-NOME
                 MOVE "S" TO WRK-REG-MUDOU
               END-IF
             WHEN ALVO-DECIMO
               MOVE SDEC-CODIGO TO WRK-CODIGO-TESTE
               PERFORM 0012-PROCURA-EMPREGADO
               IF ACHOU-TITULAR
                 AND SDEC-NOME NOT EQUAL WRK-ANONIMO
                 MOVE WRK-ANONIMO TO SDEC-NOME
                 MOVE "S" TO WRK-REG-MUDOU
               END-IF
             WHEN ALVO-AUDIT-EMP
               IF SEAUD-ANTES-CODIGO NUMERIC
                 MOVE SEAUD-ANTES-CODIGO TO WRK-CODIGO-TESTE
                 PERFORM 0012-PROCURA-EMPREGADO
                 IF ACHOU-TITULAR
                   AND SEAUD-ANTES-NOME NOT EQUAL WRK-ANONIMO
                   MOVE WRK-ANONIMO TO SEAUD-ANTES-NOME
                   MOVE "S" TO WRK-REG-MUDOU
                 END-IF
               END-IF
               IF SEAUD-DEPOIS-CODIGO NUMERIC
                 MOVE SEAUD-DEPOIS-CODIGO TO WRK-CODIGO-TESTE
                 PERFORM 0012-PROCURA-EMPREGADO
                 IF ACHOU-TITULAR
                   AND SEAUD-DEPOIS-NOME NOT EQUAL WRK-ANONIMO
                   MOVE WRK-ANONIMO TO SEAUD-DEPOIS-NOME
                   MOVE "S" TO WRK-REG-MUDOU
                 END-IF
               END-IF
             WHEN ALVO-ESOCIAL
               MOVE ENV-CODIGO TO WRK-CODIGO-TESTE
               PERFORM 0012-PROCURA-EMPREGADO
               IF ACHOU-TITULAR
                 AND ENV-NOME NOT EQUAL WRK-ANONIMO
                 MOVE WRK-ANONIMO TO ENV-NOME
                 MOVE "S" TO WRK-REG-MUDOU
               END-IF
             WHEN ALVO-PROFESSOR
               IF SPRF-EMPREGADO NUMERIC
                 AND SPRF-EMPREGADO GREATER ZERO
                 MOVE SPRF-EMPREGADO TO WRK-CODIGO-TESTE
                 PERFORM 0012-PROCURA-EMPREGADO
                 IF ACHOU-TITULAR
                   AND SPRF-NOME NOT EQUAL WRK-ANONIMO
                   MOVE WRK-ANONIMO TO SPRF-NOME
                   MOVE "S" TO WRK-REG-MUDOU
                 END-IF
               END-IF
             WHEN ALVO-RESULTADO
               MOVE SRES-MATRICULA TO WRK-MATRICULA-TESTE
               PERFORM 0044-PROCURA-ALUNO
               IF ACHOU-TITULAR
                 AND SRES-NOME NOT EQUAL WRK-ANONIMO
                 MOVE WRK-ANONIMO TO SRES-NOME
                 MOVE "S" TO WRK-REG-MUDOU
               END-IF
             WHEN ALVO-MENSALIDADE
               MOVE MEN-RESPONSAVEL-REG TO WRK-RESP-TESTE
               PERFORM 0027-PROCURA-RESPONSAVEL
               IF ACHOU-TITULAR
                 MOVE WRK-ANONIMO TO MEN-RESPONSAVEL-REG
                 MOVE WRK-ANONIMO TO MEN-CONTATO-REG
                 MOVE "S" TO WRK-REG-MUDOU
               END-IF
             WHEN ALVO-LOG-ALUNOS
               PERFORM 0033-ANONIMIZA-LOG-ALUNO
             WHEN ALVO-LOG-PESSOAS
               PERFORM 0035-ANONIMIZA-LOG-PESSOA
           END-EVALUATE.

       0032-DEVOLVE-TRABALHO SECTION.

           OPEN INPUT ARQ-TRABALHO
           OPEN OUTPUT ARQ-ALVO
           MOVE "N" TO WRK-FIM-TRABALHO
           PERFORM UNTIL WRK-FIM-TRABALHO EQUAL "S"
             READ ARQ-TRABALHO
               AT END
                 MOVE "S" TO WRK-FIM-TRABALHO
               NOT AT END
                 MOVE REG-TRABALHO TO REG-ALVO
                 WRITE REG-ALVO
             END-READ
           END-PERFORM
           CLOSE ARQ-TRABALHO
           CLOSE ARQ-ALVO.

       0033-ANONIMIZA-LOG-ALUNO SECTION.

      *    AS DUAS IMAGENS DO REGISTRO SAO TRATADAS EM SEPARADO (A
      *    INCLUSAO NAO TEM IMAGEM ANTES E A EXCLUSAO NAO TEM DEPOIS).
           MOVE SALOG-ANTES-MATRICULA TO WRK-MATRICULA-TESTE
           PERFORM 0044-PROCURA-ALUNO
           IF ACHOU-TITULAR
             AND SALOG-ANTES-NOME NOT EQUAL WRK-ANONIMO
             MOVE WRK-ANONIMO TO SALOG-ANTES-NOME
             MOVE "S" TO WRK-REG-MUDOU
           END-IF
           MOVE SALOG-ANTES-RESP TO WRK-RESP-TESTE
           PERFORM 0027-PROCURA-RESPONSAVEL
           IF ACHOU-TITULAR
             MOVE WRK-ANONIMO TO SALOG-ANTES-RESP
             MOVE WRK-ANONIMO TO SALOG-ANTES-CONTATO
             MOVE "S" TO WRK-REG-MUDOU
           END-IF
           MOVE SALOG-DEPOIS-MATRICULA TO WRK-MATRICULA-TESTE
           PERFORM 0044-PROCURA-ALUNO
           IF ACHOU-TITULAR
             AND SALOG-DEPOIS-NOME NOT EQUAL WRK-ANONIMO
             MOVE WRK-ANONIMO TO SALOG-DEPOIS-NOME
             MOVE "S" TO WRK-REG-MUDOU
           END-IF
           MOVE SALOG-DEPOIS-RESP TO WRK-RESP-TESTE
           PERFORM 0027-PROCURA-RESPONSAVEL
           IF ACHOU-TITULAR
             MOVE WRK-ANONIMO TO SALOG-DEPOIS-RESP
             MOVE WRK-ANONIMO TO SALOG-DEPOIS-CONTATO
             MOVE "S" TO WRK-REG-MUDOU
           END-IF.

       0034-FECHA-SATELITE SECTION.

           MOVE WRK-QTD-ALTERADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WRK-NOME-ALVO DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " REGISTRO(S) ANONIMIZADO(S)" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           IF WRK-QTD-ALTERADOS GREATER ZERO
             MOVE WRK-TIPO-TITULAR TO ANON-TIPO
             MOVE "*" TO ANON-CHAVE
             MOVE ZERO TO ANON-DATA-FIM
             MOVE WRK-NOME-ALVO TO ANON-ARQUIVO
             MOVE WRK-QTD-ALTERADOS TO ANON-QTD
             PERFORM 0050-GRAVA-LOG
           END-IF.

       0035-ANONIMIZA-LOG-PESSOA SECTION.

           IF SPLOG-ANTES-ID NUMERIC
             MOVE SPLOG-ANTES-ID TO WRK-ID-TESTE
             PERFORM 0048-PROCURA-PESSOA
             IF ACHOU-TITULAR
               AND SPLOG-ANTES-NOME NOT EQUAL WRK-ANONIMO
               MOVE WRK-ANONIMO TO SPLOG-ANTES-NOME
               MOVE ZERO TO SPLOG-ANTES-NASC
               MOVE "S" TO WRK-REG-MUDOU
             END-IF
           END-IF
           IF SPLOG-DEPOIS-ID NUMERIC
             MOVE SPLOG-DEPOIS-ID TO WRK-ID-TESTE
             PERFORM 0048-PROCURA-PESSOA
             IF ACHOU-TITULAR
               AND SPLOG-DEPOIS-NOME NOT EQUAL WRK-ANONIMO
               MOVE WRK-ANONIMO TO SPLOG-DEPOIS-NOME
               MOVE ZERO TO SPLOG-DEPOIS-NASC
               MOVE "S" TO WRK-REG-MUDOU
             END-IF
           END-IF.

       0044-PROCURA-ALUNO SECTION.

           MOVE "N" TO WRK-ACHOU
           PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                     UNTIL WRK-IDX-OUTRO > WRK-QTD-ALUNOS
             IF ALU-MATRICULA(WRK-IDX-OUTRO) EQUAL WRK-MATRICULA-TESTE
               IF ALU-ANONIMIZA(WRK-IDX-OUTRO) EQUAL "S"
                 MOVE "S" TO WRK-ACHOU
               END-IF
               MOVE WRK-QTD-ALUNOS TO WRK-IDX-OUTRO
             END-IF
           END-PERFORM.

       0045-PESSOAS SECTION.

           PERFORM VARYING WRK-IDX-PESSOA FROM 1 BY 1
                     UNTIL WRK-IDX-PESSOA > WRK-QTD-PESSOAS
             IF PES-DATA-FIM(WRK-IDX-PESSOA) GREATER ZERO
               AND PES-DATA-FIM(WRK-IDX-PESSOA)
                     NOT GREATER WRK-CORTE-PESSOA
               AND PES-NOME(WRK-IDX-PESSOA) NOT EQUAL WRK-ANONIMO
               MOVE "S" TO PES-ANONIMIZA(WRK-IDX-PESSOA)
               ADD 1 TO WRK-QTD-PES-ANON
               MOVE SPACE TO WRK-LINHA-REL
               STRING "PESSOA ID " DELIMITED BY SIZE
                      PES-ID(WRK-IDX-PESSOA) DELIMITED BY SIZE
                      " VINCULO ENCERRADO EM " DELIMITED BY SIZE
                      PES-DATA-FIM(WRK-IDX-PESSOA) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WRK-TEXTO-ACAO DELIMITED BY "  "
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0005-GRAVA-LINHA
             END-IF
           END-PERFORM

           IF MODO-EFETIVA
             AND WRK-QTD-PES-ANON GREATER ZERO
             PERFORM 0047-GRAVA-PESSOAS
             MOVE "PESSOA" TO WRK-TIPO-TITULAR
             MOVE "PESSOAS-LOG" TO WRK-NOME-ALVO
             SET ALVO-LOG-PESSOAS TO TRUE
             PERFORM 0030-REGRAVA-SATELITE
           END-IF.

       0046-CARREGA-PESSOAS SECTION.

           OPEN INPUT PESSOAS
           IF WRK-STATUS-PESSOAS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PESSOAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-PESSOAS NOT LESS 1000
                     DISPLAY "TAB-PESSOAS CHEIA, PESSOAS RESTANTES "
                             "NAO TRATADAS"
                     MOVE "S" TO WRK-PESSOAS-TRUNC
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-PESSOAS
                     MOVE PESSOA-NOME TO PES-NOME(WRK-QTD-PESSOAS)
                     MOVE PESSOA-NASCIMENTO
                       TO PES-NASCIMENTO(WRK-QTD-PESSOAS)
                     MOVE PESSOA-GENERO TO PES-GENERO(WRK-QTD-PESSOAS)
                     MOVE PESSOA-SALARIO
                       TO PES-SALARIO(WRK-QTD-PESSOAS)
                     MOVE PESSOA-ID TO PES-ID(WRK-QTD-PESSOAS)
                     MOVE PESSOA-ID-SITUACAO
                       TO PES-ID-SITUACAO(WRK-QTD-PESSOAS)
                     IF PESSOA-DATA-FIM NUMERIC
                       MOVE PESSOA-DATA-FIM
                         TO PES-DATA-FIM(WRK-QTD-PESSOAS)
                     ELSE
                       MOVE ZERO TO PES-DATA-FIM(WRK-QTD-PESSOAS)
                     END-IF
                     MOVE "N" TO PES-ANONIMIZA(WRK-QTD-PESSOAS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PESSOAS
           END-IF.

       0047-GRAVA-PESSOAS SECTION.

           OPEN OUTPUT PESSOAS
           PERFORM VARYING WRK-IDX-PESSOA FROM 1 BY 1
                     UNTIL WRK-IDX-PESSOA > WRK-QTD-PESSOAS
             IF PES-ANONIMIZA(WRK-IDX-PESSOA) EQUAL "S"
               MOVE WRK-ANONIMO TO PES-NOME(WRK-IDX-PESSOA)
               MOVE ZERO TO PES-NASCIMENTO(WRK-IDX-PESSOA)
             END-IF
             MOVE PES-NOME(WRK-IDX-PESSOA) TO PESSOA-NOME
             MOVE PES-NASCIMENTO(WRK-IDX-PESSOA) TO PESSOA-NASCIMENTO
             MOVE PES-GENERO(WRK-IDX-PESSOA) TO PESSOA-GENERO
             MOVE PES-SALARIO(WRK-IDX-PESSOA) TO PESSOA-SALARIO
             MOVE PES-ID(WRK-IDX-PESSOA) TO PESSOA-ID
             MOVE PES-ID-SITUACAO(WRK-IDX-PESSOA) TO PESSOA-ID-SITUACAO
             MOVE PES-DATA-FIM(WRK-IDX-PESSOA) TO PESSOA-DATA-FIM
             WRITE REG-PESSOA
             IF PES-ANONIMIZA(WRK-IDX-PESSOA) EQUAL "S"
               MOVE "PESSOA" TO ANON-TIPO
               MOVE PES-ID(WRK-IDX-PESSOA) TO ANON-CHAVE
               MOVE PES-DATA-FIM(WRK-IDX-PESSOA) TO ANON-DATA-FIM
               MOVE "PESSOAS" TO ANON-ARQUIVO
               MOVE 1 TO ANON-QTD
               PERFORM 0050-GRAVA-LOG
             END-IF
           END-PERFORM
           CLOSE PESSOAS.

       0048-PROCURA-PESSOA SECTION.

           MOVE "N" TO WRK-ACHOU
           PERFORM VARYING WRK-IDX-PESSOA FROM 1 BY 1
                     UNTIL WRK-IDX-PESSOA > WRK-QTD-PESSOAS
             IF PES-ID(WRK-IDX-PESSOA) EQUAL WRK-ID-TESTE
               IF PES-ANONIMIZA(WRK-IDX-PESSOA) EQUAL "S"
                 MOVE "S" TO WRK-ACHOU
               END-IF
               MOVE WRK-QTD-PESSOAS TO WRK-IDX-PESSOA
             END-IF
           END-PERFORM.

       0050-GRAVA-LOG SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA TO ANON-DATA
           MOVE WRK-HORA-SISTEMA TO ANON-HORA

           OPEN EXTEND ANONIMIZACAO-LOG
           IF WRK-STATUS-LOG EQUAL "35"
             OPEN OUTPUT ANONIMIZACAO-LOG
           END-IF
           WRITE REG-ANONIMIZACAO-LOG
           CLOSE ANONIMIZACAO-LOG.

       0060-TOTAIS SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0005-GRAVA-LINHA
           IF WRK-QTD-EMP-ANON GREATER 2000
             MOVE 2000 TO WRK-QTD-EMP-ANON
           END-IF
           MOVE WRK-QTD-EMP-ANON TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPREGADOS ANONIMIZADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE WRK-QTD-EMP-JA TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPREGADOS JA ANONIMIZADOS ANTES: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE WRK-QTD-ALU-ANON TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ALUNOS ANONIMIZADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE WRK-QTD-RESP-ANON TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RESPONSAVEIS ANONIMIZADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE WRK-QTD-ALU-SEM-DATA TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "CONCLUINTES SEM DATA DE CONCLUSAO: "
                                      DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA
           MOVE WRK-QTD-PES-ANON TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PESSOAS ANONIMIZADAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0005-GRAVA-LINHA.

       0061-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ANONIMIZA"        TO RPED-JOB
           MOVE "ANONIMIZACAO-REL" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM ANONIMIZA-DADOS.
