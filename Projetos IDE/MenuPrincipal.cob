      *== 02/09/2026 FA  NOVA OPCAO 30 CHAMA MANUTENCAO-PESSOAS
      *==                 (LISTA/ALTERA/EXCLUI O ARQUIVO PESSOAS COM AS
      *==                 CRITICAS DA INCLUSAO E LOG ANTES/DEPOIS).
      *== 15/10/2026 FA  NOVA OPCAO 31 CHAMA APROVA-SCORE (ACEITE DAS
      *==                 PROPOSTAS DE PRIORIDADE/RATEIO DO SCORE
      *==                 TRIMESTRAL DE TRANSPORTADORAS), RESTRITA PELO
      *==                 PERFIL NA MATRIZ PERFIS-ACESSO.
      *== 15/10/2026 FA  NOVA OPCAO 32 CHAMA TABELA-PRECO (TABELA DE
      *==                 PRECOS DE FRETE DO CLIENTE NA DATA INFORMADA).
      *== 15/10/2026 FA  NOVA OPCAO 33 CHAMA RASTREIA-EMBARQUE (RASTREIO
      *==                 DO EMBARQUE DA COTACAO AO RECEBIMENTO, POR
      *==                 DATA + SEQUENCIA OU NUMERO DA COTACAO).
      *== 15/10/2026 FA  NOVA OPCAO 34 CHAMA COLETA-AGENDA (PEDIDOS DE
      *==                 COLETA DOS CLIENTES COM CAPACIDADE DIARIA POR
      *==                 FILIAL E DIAS UTEIS DO CALENDARIO).
      *== 15/10/2026 FA  NOVA OPCAO 35 CHAMA GRADE-HORARIA (GRADE
      *==                 HORARIA SEMANAL DAS TURMAS COM CONFERENCIA
      *==                 DE CONFLITO DE TURMA E PROFESSOR).
      *== 15/10/2026 FA  NOVA OPCAO 36 CHAMA MENSALIDADE-RECEBER
      *==                 (PAGAMENTOS, AGING E INADIMPLENTES DAS
      *==                 MENSALIDADES ESCOLARES).
      *== 15/10/2026 FA  NOVA OPCAO 37 CHAMA AVALIACAO-AGENDA (AGENDA
      *==                 DE PROVAS POR TURMA COM LIMITE POR DIA E
      *==                 POR SEMANA).
      *== 15/10/2026 FA  NOVA OPCAO 38 CHAMA DOCUMENTO-ESCOLAR
      *==                 (DECLARACAO DE MATRICULA, TRANSFERENCIA E
      *==                 CERTIFICADO DE CONCLUSAO COM REGISTRO
      *==                 NUMERADO).
      *== 15/10/2026 FA  NOVA OPCAO 39 CHAMA FECHA-PERIODO-FRETE
      *==                 (FECHAMENTO DA COMPETENCIA DE FRETE PELO
      *==                 SUPERVISOR E RELATORIO DOS LANCAMENTOS
      *==                 POSTERGADOS).
      *== 15/10/2026 FA  NOVA OPCAO 40 CHAMA CONSULTA-RELATORIOS
      *==                 (PESQUISA NO INDICE DO REPOSITORIO DE
      *==                 RELATORIOS E REIMPRESSAO DO TEXTO GUARDADO,
      *==                 COM REGISTRO DO OPERADOR). A MATRIZ
      *==                 PERFIS-ACESSO E AS TABELAS DE AUTORIZACAO
      *==                 PASSAM DE 40 PARA 60 OPCOES E OPCAO-SAIR VAI
      *==                 DE 40 PARA 60; LINHA DE PERFIL ANTIGA, COM 40
      *==                 FLAGS, DEIXA AS OPCOES NOVAS BLOQUEADAS ATE O
      *==                 ADMINISTRADOR INCLUIR O "S" NA POSICAO.
      *== 15/10/2026 FA  NOVA OPCAO 41 CHAMA DADOS-TITULAR (RELATORIO
      *==                 DE TUDO O QUE O SISTEMA GUARDA DE UM TITULAR
      *==                 DE DADOS PESSOAIS), RESTRITA PELO PERFIL NA
      *==                 MATRIZ PERFIS-ACESSO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-PERFIL-ACESSO.
           05 PERFIL-CODIGO-REG    PIC X(01).
           05 PERFIL-OPCOES-REG.
              10 PERFIL-OPCAO-FLAG PIC X(01) OCCURS 60 TIMES.

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           88 OPCAO-MANUT-ALUNOS       VALUE 28.
           88 OPCAO-LANCA-FREQUENCIA   VALUE 29.
           88 OPCAO-MANUT-PESSOAS      VALUE 30.
           88 OPCAO-APROVA-SCORE       VALUE 31.
           88 OPCAO-TABELA-PRECO       VALUE 32.
           88 OPCAO-RASTREIO-COMPLETO  VALUE 33.
           88 OPCAO-AGENDA-COLETA      VALUE 34.
           88 OPCAO-GRADE-HORARIA      VALUE 35.
           88 OPCAO-MENSALIDADES       VALUE 36.
           88 OPCAO-AGENDA-AVALIACOES  VALUE 37.
           88 OPCAO-DOCUMENTOS-ESCOLA  VALUE 38.
           88 OPCAO-FECHA-PERIODO      VALUE 39.
           88 OPCAO-RELATORIOS         VALUE 40.
           88 OPCAO-DADOS-TITULAR      VALUE 41.
           88 OPCAO-SAIR               VALUE 60.
      *====================== LOGIN DO OPERADOR ==========================
       77  WRK-STATUS-OPERADORES PIC X(02) VALUE SPACE.
       77  WRK-QTD-OPERADORES   PIC 9(03)  VALUE ZERO.
           05 PERFIL-ITEM OCCURS 10 TIMES.
              10 PERFIL-CODIGO     PIC X(01).
              10 PERFIL-OPCOES.
                 15 PERFIL-FLAG    PIC X(01) OCCURS 60 TIMES.
       01  WRK-AUTORIZACAO.
           05 AUT-FLAG          PIC X(01)  OCCURS 60 TIMES.
      *====================== SESSAO E LOG ===============================
       77  WRK-STATUS-SESSOES   PIC X(02)  VALUE SPACE.
       77  WRK-DATA-SISTEMA     PIC 9(08)  VALUE ZERO.
           PERFORM 0010-EXIBE-MENU
           PERFORM UNTIL OPCAO-SAIR
             IF WRK-OPCAO GREATER ZERO
               AND WRK-OPCAO LESS 60
               AND AUT-FLAG(WRK-OPCAO) NOT EQUAL "S"
               DISPLAY "OPCAO NAO AUTORIZADA PARA O SEU PERFIL"
             ELSE
                   CALL "LANCA-FREQUENCIA"
                 WHEN OPCAO-MANUT-PESSOAS
                   CALL "MANUTENCAO-PESSOAS"
                 WHEN OPCAO-APROVA-SCORE
                   CALL "APROVA-SCORE"
                 WHEN OPCAO-TABELA-PRECO
                   CALL "TABELA-PRECO"
                 WHEN OPCAO-RASTREIO-COMPLETO
                   CALL "RASTREIA-EMBARQUE"
                 WHEN OPCAO-AGENDA-COLETA
                   CALL "COLETA-AGENDA"
                 WHEN OPCAO-GRADE-HORARIA
                   CALL "GRADE-HORARIA"
                 WHEN OPCAO-MENSALIDADES
                   CALL "MENSALIDADE-RECEBER"
                 WHEN OPCAO-AGENDA-AVALIACOES
                   CALL "AVALIACAO-AGENDA"
                 WHEN OPCAO-DOCUMENTOS-ESCOLA
                   CALL "DOCUMENTO-ESCOLAR"
                 WHEN OPCAO-FECHA-PERIODO
                   CALL "FECHA-PERIODO-FRETE"
                 WHEN OPCAO-RELATORIOS
                   CALL "CONSULTA-RELATORIOS"
                 WHEN OPCAO-DADOS-TITULAR
                   CALL "DADOS-TITULAR"
                 WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           IF AUT-FLAG(30) EQUAL "S"
             DISPLAY "30 - MANUTENCAO DE PESSOAS"
           END-IF
           IF AUT-FLAG(31) EQUAL "S"
             DISPLAY "31 - ACEITE DO SCORE DE TRANSPORTADORAS"
           END-IF
           IF AUT-FLAG(32) EQUAL "S"
             DISPLAY "32 - TABELA DE PRECOS DO CLIENTE"
           END-IF
           IF AUT-FLAG(33) EQUAL "S"
             DISPLAY "33 - RASTREIO DO EMBARQUE (COTACAO A RECEBIMENTO)"
           END-IF
           IF AUT-FLAG(34) EQUAL "S"
             DISPLAY "34 - AGENDAMENTO DE COLETAS"
           END-IF
           IF AUT-FLAG(35) EQUAL "S"
             DISPLAY "35 - GRADE HORARIA DAS TURMAS"
           END-IF
           IF AUT-FLAG(36) EQUAL "S"
             DISPLAY "36 - MENSALIDADES: PAGAMENTOS E INADIMPLENCIA"
           END-IF
           IF AUT-FLAG(37) EQUAL "S"
             DISPLAY "37 - AGENDA DE AVALIACOES"
           END-IF
           IF AUT-FLAG(38) EQUAL "S"
             DISPLAY "38 - DOCUMENTOS ESCOLARES"
           END-IF
           IF AUT-FLAG(39) EQUAL "S"
             DISPLAY "39 - FECHAMENTO DE COMPETENCIA DE FRETE"
           END-IF
           IF AUT-FLAG(40) EQUAL "S"
             DISPLAY "40 - CONSULTA/REIMPRESSAO DE RELATORIOS"
           END-IF
           IF AUT-FLAG(41) EQUAL "S"
             DISPLAY "41 - DADOS DO TITULAR (DADOS PESSOAIS)"
           END-IF
           DISPLAY "60 - SAIR"
           ACCEPT WRK-OPCAO.

       0020-CARREGA-OPERADORES SECTION.
      *    SEM MATRIZ OU PERFIL SEM LINHA, TODAS AS OPCOES LIBERADAS,
      *    COMO ANTES DA MATRIZ EXISTIR.
           PERFORM VARYING WRK-IDX-OPCAO FROM 1 BY 1
                     UNTIL WRK-IDX-OPCAO GREATER 60
             MOVE "S" TO AUT-FLAG(WRK-IDX-OPCAO)
           END-PERFORM
           PERFORM VARYING WRK-IDX-PERFIL FROM 1 BY 1
             IF PERFIL-CODIGO(WRK-IDX-PERFIL)
                  EQUAL WRK-PERFIL-OPERADOR
               PERFORM VARYING WRK-IDX-OPCAO FROM 1 BY 1
                         UNTIL WRK-IDX-OPCAO GREATER 60
                 MOVE PERFIL-FLAG(WRK-IDX-PERFIL, WRK-IDX-OPCAO)
                   TO AUT-FLAG(WRK-IDX-OPCAO)
               END-PERFORM
