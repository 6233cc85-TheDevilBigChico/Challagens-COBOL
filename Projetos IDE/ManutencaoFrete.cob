      *==                 COMO JA FAZ OPERADORES-SENHA: REGRAVAR A
      *==                 PARTIR DA TABELA TRUNCADA APAGARIA EM
      *==                 SILENCIO OS REGISTROS QUE NAO COUBERAM.
      *== 15/10/2026 FA  QUATRO OLHOS: INCLUSAO, ALTERACAO E EXCLUSAO
      *==                 DEIXAM DE IR DIRETO PARA A PRODUCAO E SAO
      *==                 GRAVADAS EM FRETE-PENDENTES (LEIAUTE
      *==                 FRETE-PEND). A NOVA OPCAO 5 DO MENU DE
      *==                 ARQUIVOS, SO PARA OPERADOR COM PERFIL "S"
      *==                 (SUPERVISOR) EM OPERADORES-SENHA, APROVA OU
      *==                 RECUSA CADA PENDENTE DIGITADA POR OUTRO
      *==                 OPERADOR; A APROVADA E APLICADA NA HORA (SE O
      *==                 REGISTRO AINDA ESTIVER COMO NA DIGITACAO) E
      *==                 VAI PARA FRETE-REF-LOG COM O OPERADOR QUE
      *==                 DIGITOU E O SUPERVISOR QUE APROVOU.
      *== 15/10/2026 FA  OPCAO 6 DO MENU DE ARQUIVOS: O SUPERVISOR
      *==                 APROVA OU RECUSA A PROPOSTA DE CEP-FAIXAS
      *==                 MONTADA PELA IMPORTA-CEPS A PARTIR DA BASE DOS
      *==                 CORREIOS (CEP-PROPOSTA-CTL, LEIAUTE
      *==                 CEP-PROPOSTA). A APROVADA SUBSTITUI O
      *==                 CEP-FAIXAS E CADA FAIXA NOVA, ALTERADA OU
      *==                 REMOVIDA VAI PARA FRETE-REF-LOG; SE O
      *==                 CEP-FAIXAS MUDOU DEPOIS DA IMPORTACAO, A
      *==                 PROPOSTA E RECUSADA.
      *== 15/10/2026 FA  A DATA DA DECISAO DA PENDENTE PASSA A SER A DO
      *==                 DIA (RECUSA E APROVACAO NAO APLICADA TAMBEM),
      *==                 E NAO A DA ULTIMA GRAVACAO DO PROGRAMA.
      *== 15/10/2026 FA  APROVACAO (OPCOES 5 E 6) SO PARA O OPERADOR
      *==                 LIDO DO SESSAO-OPERADOR; O CODIGO DIGITADO
      *==                 FORA DO MENU, SEM SENHA, NAO RECEBE O PERFIL
      *==                 DE SUPERVISOR.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.
           SELECT FRETE-PENDENTES ASSIGN TO "FRETE-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPEND.
           SELECT FRETE-PENDENTES-NOVA
               ASSIGN TO "FRETE-PENDENTES-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERADORES-SENHA ASSIGN TO "OPERADORES-SENHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPER.
           SELECT CEP-PROPOSTA-CTL ASSIGN TO "CEP-PROPOSTA-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CPROP.
           SELECT CEP-FAIXAS-PROPOSTA
               ASSIGN TO "CEP-FAIXAS-PROPOSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CPROP.
           SELECT CEP-FAIXAS-BASE ASSIGN TO "CEP-FAIXAS-BASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CPROP.

       DATA DIVISION.
       FILE SECTION.
           05 LOG-ACAO             PIC X(08).
           05 LOG-ANTES            PIC X(40).
           05 LOG-DEPOIS           PIC X(40).
           05 LOG-APROVADOR        PIC X(10).

       FD  FRETE-PENDENTES.
       01  REG-FRETE-PENDENTE.
           COPY FRETE-PEND.

       FD  FRETE-PENDENTES-NOVA.
       01  REG-FRETE-PEND-NOVA.
           COPY FRETE-PEND REPLACING LEADING ==FPEND== BY ==FNOVA==.

       FD  OPERADORES-SENHA.
       01  REG-OPERADOR-SENHA.
           COPY OPER-SENHA.

       FD  CEP-PROPOSTA-CTL.
       01  REG-CEP-PROPOSTA-CTL.
           COPY CEP-PROPOSTA.

       FD  CEP-FAIXAS-PROPOSTA.
       01  REG-CEP-PROPOSTA.
           05 PROP-INI-REG         PIC 9(8).
           05 PROP-FIM-REG         PIC 9(8).
           05 PROP-ZONA-REG        PIC X(4).

       FD  CEP-FAIXAS-BASE.
       01  REG-CEP-BASE            PIC X(20).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-LOG   PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)          VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)           VALUE SPACE.
       77  WRK-ORIGEM-OPER  PIC X(01)           VALUE "D".
           88 OPERADOR-DA-SESSAO                VALUE "S".
       77  WRK-STATUS-FPEND PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-OPER  PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-CPROP PIC X(02)           VALUE SPACE.
      *====================== MENUS ======================================
       77  WRK-OPCAO-ARQ    PIC 9(01)           VALUE ZERO.
           88 ARQ-TARIFAS                       VALUE 1.
           88 ARQ-CEPS                          VALUE 2.
           88 ARQ-CAMBIO                        VALUE 3.
           88 ARQ-SAIR                          VALUE 4.
           88 ARQ-APROVAR                       VALUE 5.
           88 ARQ-PROPOSTA-CEPS                 VALUE 6.
       77  WRK-OPCAO-ACAO   PIC 9(01)           VALUE ZERO.
           88 ACAO-LISTAR                       VALUE 1.
           88 ACAO-INCLUIR                      VALUE 2.
       77  WRK-IMAGEM-DEPOIS PIC X(40)          VALUE SPACE.
       77  WRK-LOG-ARQUIVO  PIC X(14)           VALUE SPACE.
       77  WRK-LOG-ACAO     PIC X(08)           VALUE SPACE.
       77  WRK-LOG-OPERADOR PIC X(10)           VALUE SPACE.
       77  WRK-LOG-APROVADOR PIC X(10)          VALUE SPACE.
      *====================== IMAGEM DA ALTERACAO PENDENTE ===============
       01  WRK-IMAGEM-TRAB                      VALUE SPACE.
           05 IMG-TARIFA-ZONA  PIC X(04).
           05 IMG-TARIFA-PERC  PIC 9V9999.
           05 IMG-TARIFA-VIGOR PIC 9(08).
           05 IMG-TARIFA-PRAZO PIC 9(03).
           05 FILLER           PIC X(20).
       01  WRK-IMAGEM-CEP REDEFINES WRK-IMAGEM-TRAB.
           05 IMG-CEP-INI      PIC 9(08).
           05 IMG-CEP-FIM      PIC 9(08).
           05 IMG-CEP-ZONA     PIC X(04).
           05 FILLER           PIC X(20).
       01  WRK-IMAGEM-MOEDA REDEFINES WRK-IMAGEM-TRAB.
           05 IMG-MOEDA-COD    PIC X(03).
           05 IMG-MOEDA-TAXA   PIC 9(03)V9999.
           05 IMG-MOEDA-DATA   PIC 9(08).
           05 FILLER           PIC X(22).
      *====================== APROVACAO DO SUPERVISOR ====================
       77  WRK-FIM-FPEND    PIC X(01)           VALUE "N".
           88 FIM-DAS-PENDENTES                 VALUE "S".
       77  WRK-FIM-FPNOVA   PIC X(01)           VALUE "N".
       77  WRK-FIM-OPER     PIC X(01)           VALUE "N".
       77  WRK-PERFIL-SUPERV PIC X(01)          VALUE SPACE.
           88 OPERADOR-SUPERVISOR               VALUE "S".
       77  WRK-DECISAO      PIC X(01)           VALUE SPACE.
           88 DECISAO-APROVAR                   VALUE "A".
           88 DECISAO-RECUSAR                   VALUE "R".
       77  WRK-MOTIVO       PIC X(30)           VALUE SPACE.
       77  WRK-APLICOU      PIC X(01)           VALUE "N".
           88 ALTERACAO-APLICADA                VALUE "S".
       77  WRK-ARQ-TRUNCADO PIC X(01)           VALUE "N".
           88 ARQUIVO-TRUNCADO                  VALUE "S".
       77  WRK-QTD-APROVADAS PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-RECUSADAS PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-PENDENTES PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
      *====================== PROPOSTA DE CEP-FAIXAS (CORREIOS) ==========
       77  WRK-QTD-PROP     PIC 9(05)           VALUE ZERO.
       77  WRK-IDX-PROP     PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-BASE     PIC 9(05)           VALUE ZERO.
       77  WRK-FIM-PROP     PIC X(01)           VALUE "N".
       77  WRK-BASE-CONFERE PIC X(01)           VALUE "S".
           88 BASE-CONFERE                      VALUE "S".
       01  TAB-CEPS-PROP.
           05 PROP-ITEM OCCURS 2000 TIMES.
              10 PROP-INI        PIC 9(8).
              10 PROP-FIM        PIC 9(8).
              10 PROP-ZONA       PIC X(4).

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

      *    O OPERADOR AUTENTICADO NO MENU PRINCIPAL (SESSAO-OPERADOR)
      *    ASSINA O LOG DE ALTERACOES; A DIGITACAO E SO O RECURSO DE
      *    QUEM RODA FORA DO MENU, E O CODIGO DIGITADO PODE INCLUIR,
      *    ALTERAR E EXCLUIR (PENDENTES), MAS NUNCA APROVAR.
           OPEN INPUT SESSAO-OPERADOR
           IF WRK-STATUS-SESSAO NOT EQUAL "35"
             READ SESSAO-OPERADOR
               NOT AT END
                 MOVE SESSAO-OPERADOR-REG TO WRK-OPERADOR
                 IF WRK-OPERADOR NOT EQUAL SPACE
                   MOVE "S" TO WRK-ORIGEM-OPER
                 END-IF
             END-READ
             CLOSE SESSAO-OPERADOR
           END-IF
           DISPLAY "1 - TARIFAS (FRETE-TARIFAS)"
           DISPLAY "2 - FAIXAS DE CEP (CEP-FAIXAS)"
           DISPLAY "3 - CAMBIO (CAMBIO-TAXAS)"
           DISPLAY "4 - SAIR"
           DISPLAY "5 - APROVAR ALTERACOES PENDENTES (SUPERVISOR)"
           DISPLAY "6 - APROVAR PROPOSTA DE CEP-FAIXAS (CORREIOS)"
           ACCEPT WRK-OPCAO-ARQ
           MOVE ZERO TO WRK-OPCAO-ACAO.

       0011-MENU-ACAO SECTION.

           EVALUATE TRUE
             WHEN ARQ-SAIR
               MOVE 5 TO WRK-OPCAO-ACAO
             WHEN ARQ-APROVAR
               PERFORM 0060-APROVA-PENDENTES
               MOVE 5 TO WRK-OPCAO-ACAO
             WHEN ARQ-PROPOSTA-CEPS
               PERFORM 0070-APROVA-PROPOSTA-CEPS
               MOVE 5 TO WRK-OPCAO-ACAO
             WHEN OTHER
               DISPLAY "1-LISTAR 2-INCLUIR 3-ALTERAR 4-EXCLUIR "
                       "5-VOLTAR"
               ACCEPT WRK-OPCAO-ACAO
           END-EVALUATE.

       0020-TRATA-TARIFAS SECTION.

             IF WRK-QTD-TARIFAS NOT LESS 50
               DISPLAY "TAB-TARIFAS CHEIA, INCLUSAO CANCELADA"
             ELSE
               MOVE SPACE TO WRK-IMAGEM-ANTES
               PERFORM 0025-MOVE-TARIFA
             END-IF
           END-IF.

             ELSE
               MOVE TARIFA-ITEM(WRK-IDX-ACHADO) TO WRK-IMAGEM-ANTES
               PERFORM 0026-ALTERA-TARIFA-ITEM
             END-IF
           END-IF.

       0026-ALTERA-TARIFA-ITEM SECTION.

           MOVE TARIFA-ITEM(WRK-IDX-ACHADO) TO WRK-IMAGEM-TRAB
           MOVE WRK-PERC  TO IMG-TARIFA-PERC
           MOVE WRK-PRAZO TO IMG-TARIFA-PRAZO
           MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-DEPOIS
           MOVE "FRETE-TARIFAS" TO WRK-LOG-ARQUIVO
           MOVE "ALTERAR"       TO WRK-LOG-ACAO
           PERFORM 0055-GRAVA-PENDENTE.

       0023-EXCLUI-TARIFA SECTION.

           ELSE
             MOVE TARIFA-ITEM(WRK-IDX-ACHADO) TO WRK-IMAGEM-ANTES
             MOVE SPACE TO WRK-IMAGEM-DEPOIS
             MOVE "FRETE-TARIFAS" TO WRK-LOG-ARQUIVO
             MOVE "EXCLUIR"       TO WRK-LOG-ACAO
             PERFORM 0055-GRAVA-PENDENTE
           END-IF.

       0024-RECEBE-TARIFA SECTION.

       0025-MOVE-TARIFA SECTION.

           MOVE SPACE     TO WRK-IMAGEM-TRAB
           MOVE WRK-ZONA  TO IMG-TARIFA-ZONA
           MOVE WRK-PERC  TO IMG-TARIFA-PERC
           MOVE WRK-VIGOR TO IMG-TARIFA-VIGOR
           MOVE WRK-PRAZO TO IMG-TARIFA-PRAZO
           MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-DEPOIS
           MOVE "FRETE-TARIFAS" TO WRK-LOG-ARQUIVO
           MOVE "INCLUIR"       TO WRK-LOG-ACAO
           PERFORM 0055-GRAVA-PENDENTE.

       0030-TRATA-CEPS SECTION.

             IF WRK-QTD-CEPS NOT LESS 2000
               DISPLAY "TAB-CEPS CHEIA, INCLUSAO CANCELADA"
             ELSE
               MOVE SPACE       TO WRK-IMAGEM-TRAB
               MOVE WRK-CEP-INI TO IMG-CEP-INI
               MOVE WRK-CEP-FIM TO IMG-CEP-FIM
               MOVE WRK-ZONA    TO IMG-CEP-ZONA
               MOVE SPACE TO WRK-IMAGEM-ANTES
               MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-DEPOIS
               MOVE "CEP-FAIXAS" TO WRK-LOG-ARQUIVO
               MOVE "INCLUIR"    TO WRK-LOG-ACAO
               PERFORM 0055-GRAVA-PENDENTE
             END-IF
           END-IF.

             ELSE
               MOVE CEP-FAIXA-ITEM(WRK-IDX-ACHADO)
                 TO WRK-IMAGEM-ANTES
               MOVE CEP-FAIXA-ITEM(WRK-IDX-ACHADO)
                 TO WRK-IMAGEM-TRAB
               MOVE WRK-CEP-FIM TO IMG-CEP-FIM
               MOVE WRK-ZONA    TO IMG-CEP-ZONA
               MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-DEPOIS
               MOVE "CEP-FAIXAS" TO WRK-LOG-ARQUIVO
               MOVE "ALTERAR"    TO WRK-LOG-ACAO
               PERFORM 0055-GRAVA-PENDENTE
             END-IF
           END-IF.

           ELSE
             MOVE CEP-FAIXA-ITEM(WRK-IDX-ACHADO) TO WRK-IMAGEM-ANTES
             MOVE SPACE TO WRK-IMAGEM-DEPOIS
             MOVE "CEP-FAIXAS" TO WRK-LOG-ARQUIVO
             MOVE "EXCLUIR"    TO WRK-LOG-ACAO
             PERFORM 0055-GRAVA-PENDENTE
           END-IF.

       0034-RECEBE-CEP SECTION.
             IF WRK-QTD-MOEDAS NOT LESS 200
               DISPLAY "TAB-MOEDAS CHEIA, INCLUSAO CANCELADA"
             ELSE
               MOVE SPACE         TO WRK-IMAGEM-TRAB
               MOVE WRK-MOEDA     TO IMG-MOEDA-COD
               MOVE WRK-TAXA      TO IMG-MOEDA-TAXA
               MOVE WRK-DATA-TAXA TO IMG-MOEDA-DATA
               MOVE SPACE TO WRK-IMAGEM-ANTES
               MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-DEPOIS
               MOVE "CAMBIO-TAXAS" TO WRK-LOG-ARQUIVO
               MOVE "INCLUIR"      TO WRK-LOG-ACAO
               PERFORM 0055-GRAVA-PENDENTE
             END-IF
           END-IF.

               DISPLAY "TAXA NAO ENCONTRADA"
             ELSE
               MOVE MOEDA-ITEM(WRK-IDX-ACHADO) TO WRK-IMAGEM-ANTES
               MOVE MOEDA-ITEM(WRK-IDX-ACHADO) TO WRK-IMAGEM-TRAB
               MOVE WRK-TAXA TO IMG-MOEDA-TAXA
               MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-DEPOIS
               MOVE "CAMBIO-TAXAS" TO WRK-LOG-ARQUIVO
               MOVE "ALTERAR"      TO WRK-LOG-ACAO
               PERFORM 0055-GRAVA-PENDENTE
             END-IF
           END-IF.

           ELSE
             MOVE MOEDA-ITEM(WRK-IDX-ACHADO) TO WRK-IMAGEM-ANTES
             MOVE SPACE TO WRK-IMAGEM-DEPOIS
             MOVE "CAMBIO-TAXAS" TO WRK-LOG-ARQUIVO
             MOVE "EXCLUIR"      TO WRK-LOG-ACAO
             PERFORM 0055-GRAVA-PENDENTE
           END-IF.

       0044-RECEBE-CAMBIO SECTION.

           MOVE WRK-DATA-SISTEMA TO LOG-DATA
           MOVE WRK-HORA-SISTEMA TO LOG-HORA
           MOVE WRK-LOG-OPERADOR TO LOG-OPERADOR
           MOVE WRK-LOG-ARQUIVO  TO LOG-ARQUIVO
           MOVE WRK-LOG-ACAO     TO LOG-ACAO
           MOVE WRK-IMAGEM-ANTES TO LOG-ANTES
           MOVE WRK-IMAGEM-DEPOIS TO LOG-DEPOIS
           MOVE WRK-LOG-APROVADOR TO LOG-APROVADOR

           OPEN EXTEND FRETE-REF-LOG
           IF WRK-STATUS-LOG EQUAL "35"
           WRITE REG-FRETE-REF-LOG
           CLOSE FRETE-REF-LOG.

       0055-GRAVA-PENDENTE SECTION.

      *    A ALTERACAO DIGITADA NAO TOCA A PRODUCAO: FICA PENDENTE ATE
      *    UM SUPERVISOR, QUE NAO SEJA QUEM DIGITOU, APROVAR (OPCAO 5).
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME

           MOVE WRK-DATA-SISTEMA  TO FPEND-DATA
           MOVE WRK-HORA-SISTEMA  TO FPEND-HORA
           MOVE WRK-OPERADOR      TO FPEND-OPERADOR
           MOVE WRK-LOG-ARQUIVO   TO FPEND-ARQUIVO
           MOVE WRK-LOG-ACAO      TO FPEND-ACAO
           MOVE WRK-IMAGEM-ANTES  TO FPEND-ANTES
           MOVE WRK-IMAGEM-DEPOIS TO FPEND-DEPOIS
           MOVE "P"               TO FPEND-SITUACAO
           MOVE ZERO              TO FPEND-DECISAO-DATA
           MOVE SPACE             TO FPEND-APROVADOR
           MOVE SPACE             TO FPEND-MOTIVO

           OPEN EXTEND FRETE-PENDENTES
           IF WRK-STATUS-FPEND EQUAL "35"
             OPEN OUTPUT FRETE-PENDENTES
           END-IF
           WRITE REG-FRETE-PENDENTE
           CLOSE FRETE-PENDENTES
           DISPLAY "ALTERACAO REGISTRADA EM FRETE-PENDENTES, "
                   "AGUARDANDO APROVACAO DO SUPERVISOR".

       0059-CHECA-SUPERVISOR SECTION.

      *    O PERFIL VEM DO CADASTRO OPERADORES-SENHA, NAO DE DIGITACAO;
      *    SEM CADASTRO, OPERADOR BLOQUEADO OU PERFIL DIFERENTE DE "S",
      *    A APROVACAO E NEGADA. O CODIGO DIGITADO SEM SENHA (FORA DO
      *    MENU) NAO PROVA QUEM ESTA NO TERMINAL: SO O OPERADOR DA
      *    SESSAO-OPERADOR PODE RECEBER O PERFIL DE SUPERVISOR.
           MOVE SPACE TO WRK-PERFIL-SUPERV
           MOVE "N"   TO WRK-FIM-OPER
           IF NOT OPERADOR-DA-SESSAO
             DISPLAY "APROVACAO SO COM OPERADOR AUTENTICADO NO MENU "
                     "PRINCIPAL"
           ELSE
             OPEN INPUT OPERADORES-SENHA
             IF WRK-STATUS-OPER NOT EQUAL "35"
               PERFORM UNTIL WRK-FIM-OPER EQUAL "S"
                 READ OPERADORES-SENHA
                   AT END
                     MOVE "S" TO WRK-FIM-OPER
                   NOT AT END
                     IF OPERADOR-COD-REG EQUAL WRK-OPERADOR
                       IF OPERADOR-BLOQ-REG NOT EQUAL "S"
                         MOVE OPERADOR-PERFIL-REG TO WRK-PERFIL-SUPERV
                       END-IF
                       MOVE "S" TO WRK-FIM-OPER
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE OPERADORES-SENHA
             END-IF
           END-IF.

       0060-APROVA-PENDENTES SECTION.

           PERFORM 0059-CHECA-SUPERVISOR
           IF NOT OPERADOR-SUPERVISOR
             DISPLAY "OPERADOR " WRK-OPERADOR " SEM PERFIL DE "
                     "SUPERVISOR, APROVACAO NEGADA"
           ELSE
             OPEN INPUT FRETE-PENDENTES
             IF WRK-STATUS-FPEND EQUAL "35"
               DISPLAY "NENHUMA ALTERACAO PENDENTE DE APROVACAO"
             ELSE
               MOVE ZERO TO WRK-QTD-APROVADAS
               MOVE ZERO TO WRK-QTD-RECUSADAS
               MOVE ZERO TO WRK-QTD-PENDENTES
               MOVE "N"  TO WRK-FIM-FPEND
               OPEN OUTPUT FRETE-PENDENTES-NOVA
               PERFORM 0066-RECEBE-PENDENTE
               PERFORM UNTIL FIM-DAS-PENDENTES
                 PERFORM 0061-TRATA-PENDENTE
                 PERFORM 0066-RECEBE-PENDENTE
               END-PERFORM
               CLOSE FRETE-PENDENTES
               CLOSE FRETE-PENDENTES-NOVA
               PERFORM 0067-REGRAVA-PENDENTES

      *        O APROVADO JA E DA PRODUCAO: OS ARQUIVOS SAO REGRAVADOS
      *        AQUI, SEM ESPERAR A SAIDA DO PROGRAMA.
               IF WRK-TARIFAS-MUDOU EQUAL "S"
                 PERFORM 0004-GRAVA-TARIFAS
                 MOVE "N" TO WRK-TARIFAS-MUDOU
               END-IF
               IF WRK-CEPS-MUDOU EQUAL "S"
                 PERFORM 0005-GRAVA-CEPS
                 MOVE "N" TO WRK-CEPS-MUDOU
               END-IF
               IF WRK-CAMBIO-MUDOU EQUAL "S"
                 PERFORM 0006-GRAVA-CAMBIO
                 MOVE "N" TO WRK-CAMBIO-MUDOU
               END-IF

               MOVE WRK-QTD-APROVADAS TO WRK-QTD-ED
               DISPLAY "ALTERACOES APROVADAS..: " WRK-QTD-ED
               MOVE WRK-QTD-RECUSADAS TO WRK-QTD-ED
               DISPLAY "ALTERACOES RECUSADAS..: " WRK-QTD-ED
               MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
               DISPLAY "AINDA PENDENTES.......: " WRK-QTD-ED
             END-IF
           END-IF.

       0061-TRATA-PENDENTE SECTION.

           IF FPEND-SITUACAO EQUAL "P"
             DISPLAY "PENDENTE: " FPEND-ARQUIVO " " FPEND-ACAO
                     " DIGITADA EM " FPEND-DATA " POR " FPEND-OPERADOR
             DISPLAY "  ANTES.: " FPEND-ANTES
             DISPLAY "  DEPOIS: " FPEND-DEPOIS
             MOVE "N" TO WRK-ARQ-TRUNCADO
             EVALUATE FPEND-ARQUIVO
               WHEN "FRETE-TARIFAS"
                 MOVE WRK-TARIFAS-TRUNC TO WRK-ARQ-TRUNCADO
               WHEN "CEP-FAIXAS"
                 MOVE WRK-CEPS-TRUNC    TO WRK-ARQ-TRUNCADO
               WHEN "CAMBIO-TAXAS"
                 MOVE WRK-CAMBIO-TRUNC  TO WRK-ARQ-TRUNCADO
             END-EVALUATE
             EVALUATE TRUE
               WHEN FPEND-OPERADOR EQUAL WRK-OPERADOR
                 DISPLAY "  DIGITADA PELO PROPRIO OPERADOR: SO OUTRO "
                         "SUPERVISOR PODE DECIDIR"
                 ADD 1 TO WRK-QTD-PENDENTES
               WHEN ARQUIVO-TRUNCADO
                 DISPLAY "  CARGA DE " FPEND-ARQUIVO " TRUNCADA, "
                         "DECISAO ADIADA"
                 ADD 1 TO WRK-QTD-PENDENTES
               WHEN OTHER
                 DISPLAY "DECISAO (A-APROVAR R-RECUSAR P-PULAR) "
                   ACCEPT WRK-DECISAO
                 EVALUATE TRUE
                   WHEN DECISAO-APROVAR
                     PERFORM 0062-APLICA-ALTERACAO
                     IF ALTERACAO-APLICADA
                       MOVE FPEND-OPERADOR TO WRK-LOG-OPERADOR
                       MOVE WRK-OPERADOR   TO WRK-LOG-APROVADOR
                       MOVE FPEND-ARQUIVO  TO WRK-LOG-ARQUIVO
                       MOVE FPEND-ACAO     TO WRK-LOG-ACAO
                       MOVE FPEND-ANTES    TO WRK-IMAGEM-ANTES
                       MOVE FPEND-DEPOIS   TO WRK-IMAGEM-DEPOIS
                       PERFORM 0050-GRAVA-LOG
                       MOVE SPACE TO WRK-MOTIVO
                       MOVE "A"   TO FPEND-SITUACAO
                       ADD 1 TO WRK-QTD-APROVADAS
                       DISPLAY "  ALTERACAO APLICADA"
                     ELSE
                       DISPLAY "  NAO APLICADA: " WRK-MOTIVO
                       MOVE "R"   TO FPEND-SITUACAO
                       ADD 1 TO WRK-QTD-RECUSADAS
                     END-IF
                     PERFORM 0068-MARCA-DECISAO
                   WHEN DECISAO-RECUSAR
                     DISPLAY "MOTIVO DA RECUSA "
                       ACCEPT WRK-MOTIVO
                     MOVE "R" TO FPEND-SITUACAO
                     ADD 1 TO WRK-QTD-RECUSADAS
                     PERFORM 0068-MARCA-DECISAO
                   WHEN OTHER
                     ADD 1 TO WRK-QTD-PENDENTES
                 END-EVALUATE
             END-EVALUATE
           END-IF

           MOVE REG-FRETE-PENDENTE TO REG-FRETE-PEND-NOVA
           WRITE REG-FRETE-PEND-NOVA.

       0062-APLICA-ALTERACAO SECTION.

      *    ALTERACAO E EXCLUSAO SO SE APLICAM SE O REGISTRO AINDA ESTA
      *    COMO NA DIGITACAO (IMAGEM ANTES); SE MUDOU NO MEIO TEMPO, A
      *    PENDENTE E RECUSADA E DEVE SER DIGITADA DE NOVO.
           MOVE "N" TO WRK-APLICOU
           MOVE "REGISTRO MUDOU APOS DIGITACAO" TO WRK-MOTIVO
           EVALUATE FPEND-ARQUIVO
             WHEN "FRETE-TARIFAS"
               PERFORM 0063-APLICA-TARIFA
             WHEN "CEP-FAIXAS"
               PERFORM 0064-APLICA-CEP
             WHEN "CAMBIO-TAXAS"
               PERFORM 0065-APLICA-CAMBIO
             WHEN OTHER
               MOVE "ARQUIVO DESCONHECIDO" TO WRK-MOTIVO
           END-EVALUATE.

       0063-APLICA-TARIFA SECTION.

           IF FPEND-ACAO EQUAL "INCLUIR"
             IF WRK-QTD-TARIFAS NOT LESS 50
               MOVE "TAB-TARIFAS CHEIA" TO WRK-MOTIVO
             ELSE
               ADD 1 TO WRK-QTD-TARIFAS
               MOVE FPEND-DEPOIS TO TARIFA-ITEM(WRK-QTD-TARIFAS)
               MOVE "S" TO WRK-APLICOU
             END-IF
           ELSE
             MOVE ZERO TO WRK-IDX-ACHADO
             PERFORM VARYING WRK-IDX-TARIFA FROM 1 BY 1
                       UNTIL WRK-IDX-TARIFA > WRK-QTD-TARIFAS
               IF TARIFA-ITEM(WRK-IDX-TARIFA) EQUAL FPEND-ANTES
                 MOVE WRK-IDX-TARIFA TO WRK-IDX-ACHADO
                 MOVE WRK-QTD-TARIFAS TO WRK-IDX-TARIFA
               END-IF
             END-PERFORM
             IF WRK-IDX-ACHADO NOT EQUAL ZERO
               IF FPEND-ACAO EQUAL "ALTERAR"
                 MOVE FPEND-DEPOIS TO TARIFA-ITEM(WRK-IDX-ACHADO)
               ELSE
                 PERFORM VARYING WRK-IDX-TARIFA FROM WRK-IDX-ACHADO
                           BY 1
                           UNTIL WRK-IDX-TARIFA NOT LESS WRK-QTD-TARIFAS
                   MOVE TARIFA-ITEM(WRK-IDX-TARIFA + 1)
                     TO TARIFA-ITEM(WRK-IDX-TARIFA)
                 END-PERFORM
                 SUBTRACT 1 FROM WRK-QTD-TARIFAS
               END-IF
               MOVE "S" TO WRK-APLICOU
             END-IF
           END-IF
           IF ALTERACAO-APLICADA
             MOVE "S" TO WRK-TARIFAS-MUDOU
           END-IF.

       0064-APLICA-CEP SECTION.

           IF FPEND-ACAO EQUAL "INCLUIR"
             IF WRK-QTD-CEPS NOT LESS 2000
               MOVE "TAB-CEPS CHEIA" TO WRK-MOTIVO
             ELSE
               ADD 1 TO WRK-QTD-CEPS
               MOVE FPEND-DEPOIS TO CEP-FAIXA-ITEM(WRK-QTD-CEPS)
               MOVE "S" TO WRK-APLICOU
             END-IF
           ELSE
             MOVE ZERO TO WRK-IDX-ACHADO
             PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                       UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
               IF CEP-FAIXA-ITEM(WRK-IDX-CEP) EQUAL FPEND-ANTES
                 MOVE WRK-IDX-CEP TO WRK-IDX-ACHADO
                 MOVE WRK-QTD-CEPS TO WRK-IDX-CEP
               END-IF
             END-PERFORM
             IF WRK-IDX-ACHADO NOT EQUAL ZERO
               IF FPEND-ACAO EQUAL "ALTERAR"
                 MOVE FPEND-DEPOIS TO CEP-FAIXA-ITEM(WRK-IDX-ACHADO)
               ELSE
                 PERFORM VARYING WRK-IDX-CEP FROM WRK-IDX-ACHADO BY 1
                           UNTIL WRK-IDX-CEP NOT LESS WRK-QTD-CEPS
                   MOVE CEP-FAIXA-ITEM(WRK-IDX-CEP + 1)
                     TO CEP-FAIXA-ITEM(WRK-IDX-CEP)
                 END-PERFORM
                 SUBTRACT 1 FROM WRK-QTD-CEPS
               END-IF
               MOVE "S" TO WRK-APLICOU
             END-IF
           END-IF
           IF ALTERACAO-APLICADA
             MOVE "S" TO WRK-CEPS-MUDOU
           END-IF.

       0065-APLICA-CAMBIO SECTION.

           IF FPEND-ACAO EQUAL "INCLUIR"
             IF WRK-QTD-MOEDAS NOT LESS 200
               MOVE "TAB-MOEDAS CHEIA" TO WRK-MOTIVO
             ELSE
               ADD 1 TO WRK-QTD-MOEDAS
               MOVE FPEND-DEPOIS TO MOEDA-ITEM(WRK-QTD-MOEDAS)
               MOVE "S" TO WRK-APLICOU
             END-IF
           ELSE
             MOVE ZERO TO WRK-IDX-ACHADO
             PERFORM VARYING WRK-IDX-MOEDA FROM 1 BY 1
                       UNTIL WRK-IDX-MOEDA > WRK-QTD-MOEDAS
               IF MOEDA-ITEM(WRK-IDX-MOEDA) EQUAL FPEND-ANTES
                 MOVE WRK-IDX-MOEDA TO WRK-IDX-ACHADO
                 MOVE WRK-QTD-MOEDAS TO WRK-IDX-MOEDA
               END-IF
             END-PERFORM
             IF WRK-IDX-ACHADO NOT EQUAL ZERO
               IF FPEND-ACAO EQUAL "ALTERAR"
                 MOVE FPEND-DEPOIS TO MOEDA-ITEM(WRK-IDX-ACHADO)
               ELSE
                 PERFORM VARYING WRK-IDX-MOEDA FROM WRK-IDX-ACHADO BY 1
                           UNTIL WRK-IDX-MOEDA NOT LESS WRK-QTD-MOEDAS
                   MOVE MOEDA-ITEM(WRK-IDX-MOEDA + 1)
                     TO MOEDA-ITEM(WRK-IDX-MOEDA)
                 END-PERFORM
                 SUBTRACT 1 FROM WRK-QTD-MOEDAS
               END-IF
               MOVE "S" TO WRK-APLICOU
             END-IF
           END-IF
           IF ALTERACAO-APLICADA
             MOVE "S" TO WRK-CAMBIO-MUDOU
           END-IF.

       0066-RECEBE-PENDENTE SECTION.

           READ FRETE-PENDENTES
             AT END
               MOVE "S" TO WRK-FIM-FPEND
           END-READ.

       0067-REGRAVA-PENDENTES SECTION.

           MOVE "N" TO WRK-FIM-FPNOVA
           OPEN INPUT  FRETE-PENDENTES-NOVA
           OPEN OUTPUT FRETE-PENDENTES
           PERFORM UNTIL WRK-FIM-FPNOVA EQUAL "S"
             READ FRETE-PENDENTES-NOVA
               AT END
                 MOVE "S" TO WRK-FIM-FPNOVA
               NOT AT END
                 MOVE REG-FRETE-PEND-NOVA TO REG-FRETE-PENDENTE
                 WRITE REG-FRETE-PENDENTE
             END-READ
           END-PERFORM
           CLOSE FRETE-PENDENTES-NOVA
           CLOSE FRETE-PENDENTES.

       0068-MARCA-DECISAO SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DATA-SISTEMA TO FPEND-DECISAO-DATA
           MOVE WRK-OPERADOR     TO FPEND-APROVADOR
           MOVE WRK-MOTIVO       TO FPEND-MOTIVO.

       0070-APROVA-PROPOSTA-CEPS SECTION.

      *    A PROPOSTA DA IMPORTA-CEPS E DECIDIDA INTEIRA, NAO FAIXA A
      *    FAIXA: A LISTA DAS DIFERENCAS ESTA NO RELATORIO
      *    CEPS-DIFERENCAS DA IMPORTACAO.
           PERFORM 0059-CHECA-SUPERVISOR
           MOVE SPACE TO CPROP-SITUACAO
           IF OPERADOR-SUPERVISOR
             OPEN INPUT CEP-PROPOSTA-CTL
             IF WRK-STATUS-CPROP NOT EQUAL "35"
               READ CEP-PROPOSTA-CTL
                 AT END
                   MOVE SPACE TO CPROP-SITUACAO
               END-READ
               CLOSE CEP-PROPOSTA-CTL
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN NOT OPERADOR-SUPERVISOR
               DISPLAY "OPERADOR " WRK-OPERADOR " SEM PERFIL DE "
                       "SUPERVISOR, APROVACAO NEGADA"
             WHEN CPROP-SITUACAO NOT EQUAL "P"
               DISPLAY "NENHUMA PROPOSTA DE CEP-FAIXAS PENDENTE"
             WHEN CPROP-OPERADOR EQUAL WRK-OPERADOR
               DISPLAY "PROPOSTA GERADA PELO PROPRIO OPERADOR: SO "
                       "OUTRO SUPERVISOR PODE DECIDIR"
             WHEN CARGA-CEPS-TRUNCADA
               DISPLAY "CARGA DE CEP-FAIXAS TRUNCADA, DECISAO ADIADA"
             WHEN OTHER
               DISPLAY "PROPOSTA DE CEP-FAIXAS DE " CPROP-DATA
                       " (" CPROP-OPERADOR ")"
               MOVE CPROP-QTD-FAIXAS TO WRK-QTD-ED
               DISPLAY "  FAIXAS NA PROPOSTA: " WRK-QTD-ED
               MOVE CPROP-QTD-NOVAS TO WRK-QTD-ED
               DISPLAY "  NOVAS.............: " WRK-QTD-ED
               MOVE CPROP-QTD-ALTERADAS TO WRK-QTD-ED
               DISPLAY "  ALTERADAS.........: " WRK-QTD-ED
               MOVE CPROP-QTD-REMOVIDAS TO WRK-QTD-ED
               DISPLAY "  REMOVIDAS.........: " WRK-QTD-ED
               DISPLAY "  DETALHE NO RELATORIO CEPS-DIFERENCAS"
               PERFORM 0071-CONFERE-BASE
               IF NOT BASE-CONFERE
                 MOVE "CEP-FAIXAS MUDOU APOS A CARGA" TO WRK-MOTIVO
                 DISPLAY "  NAO APLICADA: " WRK-MOTIVO
                 MOVE "R" TO CPROP-SITUACAO
                 PERFORM 0074-MARCA-PROPOSTA
               ELSE
                 DISPLAY "DECISAO (A-APROVAR R-RECUSAR P-PULAR) "
                   ACCEPT WRK-DECISAO
                 EVALUATE TRUE
                   WHEN DECISAO-APROVAR
                     PERFORM 0072-CARREGA-PROPOSTA
                     PERFORM 0073-APLICA-PROPOSTA
                     MOVE SPACE TO WRK-MOTIVO
                     MOVE "A"   TO CPROP-SITUACAO
                     PERFORM 0074-MARCA-PROPOSTA
                     DISPLAY "  PROPOSTA APLICADA AO CEP-FAIXAS"
                   WHEN DECISAO-RECUSAR
                     DISPLAY "MOTIVO DA RECUSA "
                       ACCEPT WRK-MOTIVO
                     MOVE "R" TO CPROP-SITUACAO
                     PERFORM 0074-MARCA-PROPOSTA
                   WHEN OTHER
                     DISPLAY "  PROPOSTA CONTINUA PENDENTE"
                 END-EVALUATE
               END-IF
           END-EVALUATE.

       0071-CONFERE-BASE SECTION.

      *    A PROPOSTA FOI MONTADA CONTRA A COPIA CEP-FAIXAS-BASE; SE O
      *    CEP-FAIXAS DE AGORA NAO TEM AS MESMAS FAIXAS, AS DIFERENCAS
      *    DO RELATORIO JA NAO VALEM.
           MOVE "S"  TO WRK-BASE-CONFERE
           MOVE ZERO TO WRK-QTD-BASE
           MOVE "N"  TO WRK-FIM-PROP
           OPEN INPUT CEP-FAIXAS-BASE
           IF WRK-STATUS-CPROP EQUAL "35"
             MOVE "N" TO WRK-BASE-CONFERE
           ELSE
             PERFORM UNTIL WRK-FIM-PROP EQUAL "S"
               READ CEP-FAIXAS-BASE
                 AT END
                   MOVE "S" TO WRK-FIM-PROP
                 NOT AT END
                   ADD 1 TO WRK-QTD-BASE
                   MOVE REG-CEP-BASE TO WRK-FAIXA-TEMP
                   MOVE ZERO TO WRK-IDX-ACHADO
                   PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                             UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
                     IF CEP-FAIXA-ITEM(WRK-IDX-CEP) EQUAL WRK-FAIXA-TEMP
                       MOVE WRK-IDX-CEP TO WRK-IDX-ACHADO
                       MOVE WRK-QTD-CEPS TO WRK-IDX-CEP
                     END-IF
                   END-PERFORM
                   IF WRK-IDX-ACHADO EQUAL ZERO
                     MOVE "N" TO WRK-BASE-CONFERE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CEP-FAIXAS-BASE
           END-IF
           IF WRK-QTD-BASE NOT EQUAL WRK-QTD-CEPS
             MOVE "N" TO WRK-BASE-CONFERE
           END-IF.

       0072-CARREGA-PROPOSTA SECTION.

           MOVE ZERO TO WRK-QTD-PROP
           MOVE "N"  TO WRK-FIM-PROP
           OPEN INPUT CEP-FAIXAS-PROPOSTA
           IF WRK-STATUS-CPROP NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PROP EQUAL "S"
               READ CEP-FAIXAS-PROPOSTA
                 AT END
                   MOVE "S" TO WRK-FIM-PROP
                 NOT AT END
                   IF WRK-QTD-PROP LESS 2000
                     ADD 1 TO WRK-QTD-PROP
                     MOVE PROP-INI-REG  TO PROP-INI(WRK-QTD-PROP)
                     MOVE PROP-FIM-REG  TO PROP-FIM(WRK-QTD-PROP)
                     MOVE PROP-ZONA-REG TO PROP-ZONA(WRK-QTD-PROP)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CEP-FAIXAS-PROPOSTA
           END-IF.

       0073-APLICA-PROPOSTA SECTION.

      *    CADA DIFERENCA (FAIXA IDENTIFICADA PELO CEP INICIAL) VAI
      *    PARA O FRETE-REF-LOG COMO SE TIVESSE SIDO DIGITADA: A
      *    IMPORTA-CEPS COMO OPERADOR E O SUPERVISOR COMO APROVADOR.
           MOVE CPROP-OPERADOR TO WRK-LOG-OPERADOR
           MOVE WRK-OPERADOR   TO WRK-LOG-APROVADOR
           MOVE "CEP-FAIXAS"   TO WRK-LOG-ARQUIVO

           PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                     UNTIL WRK-IDX-PROP > WRK-QTD-PROP
             MOVE ZERO TO WRK-IDX-ACHADO
             PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                       UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
               IF CEP-FAIXA-INI(WRK-IDX-CEP)
                    EQUAL PROP-INI(WRK-IDX-PROP)
                 MOVE WRK-IDX-CEP TO WRK-IDX-ACHADO
                 MOVE WRK-QTD-CEPS TO WRK-IDX-CEP
               END-IF
             END-PERFORM
             MOVE SPACE TO WRK-IMAGEM-TRAB
             MOVE PROP-INI(WRK-IDX-PROP)  TO IMG-CEP-INI
             MOVE PROP-FIM(WRK-IDX-PROP)  TO IMG-CEP-FIM
             MOVE PROP-ZONA(WRK-IDX-PROP) TO IMG-CEP-ZONA
             MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-DEPOIS
             IF WRK-IDX-ACHADO EQUAL ZERO
               MOVE SPACE     TO WRK-IMAGEM-ANTES
               MOVE "INCLUIR" TO WRK-LOG-ACAO
               PERFORM 0050-GRAVA-LOG
             ELSE
               IF CEP-FAIXA-ITEM(WRK-IDX-ACHADO)
                    NOT EQUAL PROP-ITEM(WRK-IDX-PROP)
                 MOVE SPACE TO WRK-IMAGEM-TRAB
                 MOVE CEP-FAIXA-INI(WRK-IDX-ACHADO)  TO IMG-CEP-INI
                 MOVE CEP-FAIXA-FIM(WRK-IDX-ACHADO)  TO IMG-CEP-FIM
                 MOVE CEP-FAIXA-ZONA(WRK-IDX-ACHADO) TO IMG-CEP-ZONA
                 MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-ANTES
                 MOVE "ALTERAR" TO WRK-LOG-ACAO
                 PERFORM 0050-GRAVA-LOG
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                     UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
             MOVE ZERO TO WRK-IDX-ACHADO
             PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                       UNTIL WRK-IDX-PROP > WRK-QTD-PROP
               IF PROP-INI(WRK-IDX-PROP)
                    EQUAL CEP-FAIXA-INI(WRK-IDX-CEP)
                 MOVE WRK-IDX-PROP TO WRK-IDX-ACHADO
                 MOVE WRK-QTD-PROP TO WRK-IDX-PROP
               END-IF
             END-PERFORM
             IF WRK-IDX-ACHADO EQUAL ZERO
               MOVE SPACE TO WRK-IMAGEM-TRAB
               MOVE CEP-FAIXA-INI(WRK-IDX-CEP)  TO IMG-CEP-INI
               MOVE CEP-FAIXA-FIM(WRK-IDX-CEP)  TO IMG-CEP-FIM
               MOVE CEP-FAIXA-ZONA(WRK-IDX-CEP) TO IMG-CEP-ZONA
               MOVE WRK-IMAGEM-TRAB TO WRK-IMAGEM-ANTES
               MOVE SPACE     TO WRK-IMAGEM-DEPOIS
               MOVE "EXCLUIR" TO WRK-LOG-ACAO
               PERFORM 0050-GRAVA-LOG
             END-IF
           END-PERFORM

           MOVE TAB-CEPS-PROP TO TAB-CEPS
           MOVE WRK-QTD-PROP  TO WRK-QTD-CEPS
           PERFORM 0005-GRAVA-CEPS
           MOVE "N" TO WRK-CEPS-MUDOU.

       0074-MARCA-PROPOSTA SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DATA-SISTEMA TO CPROP-DECISAO-DATA
           MOVE WRK-OPERADOR     TO CPROP-APROVADOR
           MOVE WRK-MOTIVO       TO CPROP-MOTIVO
           OPEN OUTPUT CEP-PROPOSTA-CTL
           WRITE REG-CEP-PROPOSTA-CTL
           CLOSE CEP-PROPOSTA-CTL.

       0001-CARREGA-TARIFAS SECTION.

           OPEN INPUT FRETE-TARIFAS
