      *==            MENU ASSINA CADA REGISTRO.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  NOVA OPCAO 3 DO MENU: SITUACAO DA RECUPERACAO
      *==                 JUNTO A SEGURADORA (PAGA COM O VALOR RECEBIDO
      *==                 OU NEGADA) DOS SINISTROS RECLAMADOS PELA
      *==                 RECUPERA-SEGURO EM RECUPERACOES-SEGURO
      *==                 (LEIAUTE RECUPERA-REG). SAIR PASSA A SER 4.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.
           SELECT RECUPERACOES-SEGURO ASSIGN TO "RECUPERACOES-SEGURO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECUP.
           SELECT RECUPERACOES-NOVA ASSIGN TO "RECUPERACOES-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  RECUPERACOES-SEGURO.
       01  REG-RECUPERACAO.
           COPY RECUPERA-REG.

       FD  RECUPERACOES-NOVA.
       01  REG-RECUPERACAO-NOVA.
           COPY RECUPERA-REG REPLACING LEADING ==RSEG== BY ==RNOVA==.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-SINISTROS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-QMASTER PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-AUDITORIA PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-RECUP PIC X(02)            VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-FIM-SINISTROS PIC X(01)           VALUE "N".
       77  WRK-FIM-NOVA     PIC X(01)            VALUE "N".
       77  WRK-OPCAO        PIC 9(01)            VALUE ZERO.
           88 OPCAO-REGISTRAR                    VALUE 1.
           88 OPCAO-SITUACAO                     VALUE 2.
           88 OPCAO-RECUPERACAO                  VALUE 3.
           88 OPCAO-SAIR                         VALUE 4.
      *====================== SINISTRO DIGITADO ==========================
       77  WRK-DATA-EMBARQUE PIC 9(08)           VALUE ZERO.
       77  WRK-SEQ-EMBARQUE PIC 9(07)            VALUE ZERO.
       77  WRK-NOVA-SITUACAO PIC X(01)           VALUE SPACE.
           88 SITUACAO-VALIDA  VALUE "A" "P" "N".
       77  WRK-ACHOU-SIN    PIC X(01)            VALUE "N".
      *====================== RECUPERACAO JUNTO A SEGURADORA =============
       77  WRK-SITUACAO-RECUP PIC X(01)          VALUE SPACE.
           88 RECUPERACAO-VALIDA VALUE "P" "N".
           88 RECUPERACAO-PAGA   VALUE "P".
       77  WRK-VALOR-RECEBIDO PIC 9(09)V99       VALUE ZERO.
       77  WRK-ACHOU-RECUP  PIC X(01)            VALUE "N".
       77  WRK-RECUP-ACEITA PIC X(01)            VALUE "N".

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
                 PERFORM 0010-REGISTRA-SINISTRO
               WHEN OPCAO-SITUACAO
                 PERFORM 0020-ATUALIZA-SITUACAO
               WHEN OPCAO-RECUPERACAO
                 PERFORM 0030-ATUALIZA-RECUPERACAO
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
           DISPLAY "===== SINISTROS DE CARGA ====="
           DISPLAY "1 - REGISTRAR SINISTRO"
           DISPLAY "2 - ATUALIZAR SITUACAO (PAGO/NEGADO)"
           DISPLAY "3 - RECUPERACAO DO SEGURO (PAGA/NEGADA)"
           DISPLAY "4 - SAIR"
           ACCEPT WRK-OPCAO.

       0010-REGISTRA-SINISTRO SECTION.
             END-IF
           END-IF.

       0030-ATUALIZA-RECUPERACAO SECTION.

      *    A RECLAMACAO E INCLUIDA PELA RECUPERA-SEGURO; AQUI SO SE
      *    REGISTRA A RESPOSTA DA SEGURADORA. O VALOR RECEBIDO NAO PODE
      *    PASSAR DO VALOR DO SINISTRO RECLAMADO.
           DISPLAY "DATA DE PROCESSAMENTO DO EMBARQUE (AAAAMMDD) "
             ACCEPT WRK-DATA-EMBARQUE
           DISPLAY "SEQUENCIA DO EMBARQUE "
             ACCEPT WRK-SEQ-EMBARQUE
           DISPLAY "SITUACAO DA RECUPERACAO (P-PAGA N-NEGADA) "
             ACCEPT WRK-SITUACAO-RECUP
           MOVE ZERO TO WRK-VALOR-RECEBIDO
           IF RECUPERACAO-PAGA
             DISPLAY "VALOR RECEBIDO DA SEGURADORA "
               ACCEPT WRK-VALOR-RECEBIDO
           END-IF

           EVALUATE TRUE
             WHEN NOT RECUPERACAO-VALIDA
               DISPLAY "SITUACAO DESCONHECIDA, ALTERACAO RECUSADA"
             WHEN RECUPERACAO-PAGA
               AND WRK-VALOR-RECEBIDO EQUAL ZERO
               DISPLAY "RECUPERACAO PAGA SEM VALOR RECEBIDO, "
                       "ALTERACAO RECUSADA"
             WHEN OTHER
               MOVE "N" TO WRK-ACHOU-RECUP
               MOVE "N" TO WRK-RECUP-ACEITA
               MOVE "N" TO WRK-FIM-SINISTROS
               MOVE "N" TO WRK-FIM-NOVA
               OPEN INPUT RECUPERACOES-SEGURO
               IF WRK-STATUS-RECUP EQUAL "35"
                 DISPLAY "ARQUIVO RECUPERACOES-SEGURO INEXISTENTE"
               ELSE
                 OPEN OUTPUT RECUPERACOES-NOVA
                 PERFORM UNTIL WRK-FIM-SINISTROS EQUAL "S"
                   READ RECUPERACOES-SEGURO
                     AT END
                       MOVE "S" TO WRK-FIM-SINISTROS
                     NOT AT END
                       IF RSEG-DATA-EMBARQUE EQUAL WRK-DATA-EMBARQUE
                         AND RSEG-SEQ EQUAL WRK-SEQ-EMBARQUE
                         MOVE "S" TO WRK-ACHOU-RECUP
                         IF WRK-VALOR-RECEBIDO
                              NOT GREATER RSEG-VALOR-SINISTRO
                           MOVE "S" TO WRK-RECUP-ACEITA
                           MOVE WRK-SITUACAO-RECUP TO RSEG-SITUACAO
                           MOVE WRK-DATA-HOJE      TO RSEG-DATA-SITUACAO
                           MOVE WRK-VALOR-RECEBIDO
                             TO RSEG-VALOR-RECEBIDO
                           MOVE WRK-OPERADOR       TO RSEG-OPERADOR
                         END-IF
                       END-IF
                       MOVE REG-RECUPERACAO TO REG-RECUPERACAO-NOVA
                       WRITE REG-RECUPERACAO-NOVA
                   END-READ
                 END-PERFORM
                 CLOSE RECUPERACOES-SEGURO
                 CLOSE RECUPERACOES-NOVA

                 OPEN INPUT  RECUPERACOES-NOVA
                 OPEN OUTPUT RECUPERACOES-SEGURO
                 PERFORM UNTIL WRK-FIM-NOVA EQUAL "S"
                   READ RECUPERACOES-NOVA
                     AT END
                       MOVE "S" TO WRK-FIM-NOVA
                     NOT AT END
                       MOVE REG-RECUPERACAO-NOVA TO REG-RECUPERACAO
                       WRITE REG-RECUPERACAO
                   END-READ
                 END-PERFORM
                 CLOSE RECUPERACOES-NOVA
                 CLOSE RECUPERACOES-SEGURO

                 EVALUATE TRUE
                   WHEN WRK-ACHOU-RECUP NOT EQUAL "S"
                     DISPLAY "EMBARQUE SEM RECLAMACAO NA SEGURADORA"
                   WHEN WRK-RECUP-ACEITA NOT EQUAL "S"
                     DISPLAY "VALOR RECEBIDO MAIOR QUE O RECLAMADO, "
                             "ALTERACAO RECUSADA"
                   WHEN OTHER
                     DISPLAY "RECUPERACAO ATUALIZADA"
                 END-EVALUATE
               END-IF
           END-EVALUATE.

       END PROGRAM SINISTRO-CADASTRO.
