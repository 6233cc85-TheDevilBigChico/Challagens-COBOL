      *== OBS: O ARQUIVO E CARREGADO EM TABELA NA ENTRADA E REGRAVADO
      *==      NA SAIDA SOMENTE QUANDO HOUVE ALTERACAO, COM A
      *==      REGRAVACAO RECUSADA SE A CARGA FOI TRUNCADA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  SITUACAO DO ALUNO (CONCLUINTE, GRAVADA PELO
      *==                 VIRADA-ANO) PRESERVADA NA REGRAVACAO, NAS
      *==                 IMAGENS DO ALUNOS-LOG (89 POSICOES) E
      *==                 MOSTRADA NA LISTA; INCLUSAO ENTRA ATIVO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 ALOG-HORA            PIC 9(08).
           05 ALOG-OPERADOR        PIC X(10).
           05 ALOG-ACAO            PIC X(08).
           05 ALOG-ANTES           PIC X(89).
           05 ALOG-DEPOIS          PIC X(89).

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
              10 ALU-TURMA       PIC X(05).
              10 ALU-RESPONSAVEL PIC X(25).
              10 ALU-CONTATO     PIC X(15).
              10 ALU-SITUACAO    PIC X(01).
      *====================== CAMPOS DIGITADOS ===========================
       01  WRK-MATRICULA-GRP.
           05 WRK-MATRICULA PIC X(10)           VALUE SPACE.
      *====================== LOG DE ALTERACOES ==========================
       77  WRK-DATA-SISTEMA PIC 9(08)           VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)           VALUE ZERO.
       77  WRK-IMAGEM-ANTES PIC X(89)           VALUE SPACE.
       77  WRK-IMAGEM-DEPOIS PIC X(89)          VALUE SPACE.
       77  WRK-ACAO         PIC X(08)           VALUE SPACE.
       01  WRK-ALUNO-IMAGEM.
           05 IMG-MATRICULA PIC X(10).
           05 IMG-TURMA     PIC X(05).
           05 IMG-RESPONSAVEL PIC X(25).
           05 IMG-CONTATO   PIC X(15).
           05 IMG-SITUACAO  PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
             DISPLAY ALU-MATRICULA(WRK-IDX-ALUNO) " "
                     ALU-NOME(WRK-IDX-ALUNO) " "
                     ALU-NIVEL(WRK-IDX-ALUNO) " "
                     ALU-TURMA(WRK-IDX-ALUNO) " "
                     ALU-SITUACAO(WRK-IDX-ALUNO)
           END-PERFORM.

       0030-INCLUIR SECTION.
                 MOVE WRK-RESPONSAVEL
                   TO ALU-RESPONSAVEL(WRK-QTD-ALUNOS)
                 MOVE WRK-CONTATO   TO ALU-CONTATO(WRK-QTD-ALUNOS)
                 MOVE SPACE         TO ALU-SITUACAO(WRK-QTD-ALUNOS)
                 MOVE SPACE TO WRK-IMAGEM-ANTES
                 MOVE WRK-QTD-ALUNOS TO WRK-IDX-ACHADO
                 PERFORM 0062-MONTA-IMAGEM
           MOVE ALU-TURMA(WRK-IDX-ACHADO)     TO IMG-TURMA
           MOVE ALU-RESPONSAVEL(WRK-IDX-ACHADO)
             TO IMG-RESPONSAVEL
           MOVE ALU-CONTATO(WRK-IDX-ACHADO)   TO IMG-CONTATO
           MOVE ALU-SITUACAO(WRK-IDX-ACHADO)  TO IMG-SITUACAO.

       0063-CHECA-HISTORICO SECTION.

                       TO ALU-RESPONSAVEL(WRK-QTD-ALUNOS)
                     MOVE ALUNO-CONTATO-REG
                       TO ALU-CONTATO(WRK-QTD-ALUNOS)
                     MOVE ALUNO-SITUACAO-REG
                       TO ALU-SITUACAO(WRK-QTD-ALUNOS)
                   END-IF
               END-READ
             END-PERFORM
                 TO ALUNO-RESPONSAVEL-REG
               MOVE ALU-CONTATO(WRK-IDX-ALUNO)
                 TO ALUNO-CONTATO-REG
               MOVE ALU-SITUACAO(WRK-IDX-ALUNO)
                 TO ALUNO-SITUACAO-REG
               WRITE REG-ALUNO-CADASTRO
             END-PERFORM
             CLOSE ALUNOS-CADASTRO
