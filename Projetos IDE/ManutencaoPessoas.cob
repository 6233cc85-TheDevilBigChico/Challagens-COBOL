      *== OBS: O ARQUIVO E CARREGADO EM TABELA NA ENTRADA E REGRAVADO
      *==      NA SAIDA SOMENTE QUANDO HOUVE ALTERACAO, COM A
      *==      REGRAVACAO RECUSADA SE A CARGA FOI TRUNCADA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  PROTECAO DE DADOS: NOVA ACAO ENCERRAR VINCULO,
      *==                 QUE GRAVA NO FIM DO REGISTRO A DATA DE
      *==                 ENCERRAMENTO (PESSOA-DATA-FIM, EM BRANCO OU
      *==                 ZERO = VINCULO ATIVO). E DELA QUE O
      *==                 ANONIMIZA-DADOS CONTA O PRAZO DE RETENCAO.
      *==                 SALVAR E SAIR PASSA DE 4 PARA 5.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 PESSOA-SALARIO    PIC 9(04)V99.
           05 PESSOA-ID         PIC 9(06).
           05 PESSOA-ID-SITUACAO PIC X(08).
           05 PESSOA-DATA-FIM   PIC 9(08).

       FD  PESSOAS-LOG.
       01  REG-PESSOA-LOG.
           88 ACAO-LISTAR                        VALUE 1.
           88 ACAO-ALTERAR                       VALUE 2.
           88 ACAO-EXCLUIR                       VALUE 3.
           88 ACAO-ENCERRAR                      VALUE 4.
           88 ACAO-SAIR                          VALUE 5.
      *====================== TABELA DO ARQUIVO ==========================
       77  WRK-QTD-PESSOAS  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-PESSOA   PIC 9(04)            VALUE ZERO.
              10 PES-SALARIO     PIC 9(04)V99.
              10 PES-ID          PIC 9(06).
              10 PES-ID-SITUACAO PIC X(08).
              10 PES-DATA-FIM    PIC 9(08).
      *====================== CAMPOS DIGITADOS ===========================
       77  WRK-NOME         PIC X(12)            VALUE SPACE.
       77  WRK-GENERO       PIC X(03)            VALUE SPACE.
                 PERFORM 0030-ALTERAR
               WHEN ACAO-EXCLUIR
                 PERFORM 0040-EXCLUIR
               WHEN ACAO-ENCERRAR
                 PERFORM 0045-ENCERRAR
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
           DISPLAY "1 - LISTAR"
           DISPLAY "2 - ALTERAR"
           DISPLAY "3 - EXCLUIR"
           DISPLAY "4 - ENCERRAR VINCULO"
           DISPLAY "5 - SALVAR E SAIR"
           ACCEPT WRK-OPCAO.

       0020-LISTAR SECTION.
                     PES-NASCIMENTO(WRK-IDX-PESSOA) " "
                     PES-GENERO(WRK-IDX-PESSOA) " "
                     PES-ID-SITUACAO(WRK-IDX-PESSOA)
             IF PES-DATA-FIM(WRK-IDX-PESSOA) GREATER ZERO
               DISPLAY "       VINCULO ENCERRADO EM "
                       PES-DATA-FIM(WRK-IDX-PESSOA)
             END-IF
           END-PERFORM.

       0030-ALTERAR SECTION.
             DISPLAY "PESSOA EXCLUIDA"
           END-IF.

       0045-ENCERRAR SECTION.

           DISPLAY "ID DA PESSOA "
             ACCEPT WRK-ID
           PERFORM 0050-PROCURA-PESSOA
           IF WRK-IDX-ACHADO EQUAL ZERO
             DISPLAY "PESSOA NAO CADASTRADA"
           ELSE
             IF PES-DATA-FIM(WRK-IDX-ACHADO) GREATER ZERO
               DISPLAY "VINCULO JA ENCERRADO EM "
                       PES-DATA-FIM(WRK-IDX-ACHADO)
             ELSE
      *        A IMAGEM DO LOG NAO TRAZ A DATA DE ENCERRAMENTO; ELA E
      *        A PROPRIA DATA DO LOG DA ACAO ENCERRAR.
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               PERFORM 0053-MONTA-IMAGEM
               MOVE WRK-PESSOA-IMAGEM TO WRK-IMAGEM-ANTES
               MOVE WRK-PESSOA-IMAGEM TO WRK-IMAGEM-DEPOIS
               MOVE WRK-HOJE TO PES-DATA-FIM(WRK-IDX-ACHADO)
               MOVE "S" TO WRK-PESSOAS-MUDOU
               MOVE "ENCERRAR" TO WRK-ACAO
               PERFORM 0060-GRAVA-LOG
               DISPLAY "VINCULO ENCERRADO EM " WRK-HOJE
             END-IF
           END-IF.

       0050-PROCURA-PESSOA SECTION.

           MOVE ZERO TO WRK-IDX-ACHADO
                     END-IF
                     MOVE PESSOA-ID-SITUACAO
                       TO PES-ID-SITUACAO(WRK-QTD-PESSOAS)
                     IF PESSOA-DATA-FIM NUMERIC
                       MOVE PESSOA-DATA-FIM
                         TO PES-DATA-FIM(WRK-QTD-PESSOAS)
                     ELSE
                       MOVE ZERO TO PES-DATA-FIM(WRK-QTD-PESSOAS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
               MOVE PES-ID(WRK-IDX-PESSOA) TO PESSOA-ID
               MOVE PES-ID-SITUACAO(WRK-IDX-PESSOA)
                 TO PESSOA-ID-SITUACAO
               MOVE PES-DATA-FIM(WRK-IDX-PESSOA) TO PESSOA-DATA-FIM
               WRITE REG-PESSOA
             END-PERFORM
             CLOSE PESSOAS
