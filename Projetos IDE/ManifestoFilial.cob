      *==            IMPRESSORA ACUMULAM NA MESMA FILA.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FRETE A PAGAR: EMBARQUE COM DESTINATARIO
      *==                 INFORMADO (FRETE-SAIDA VERSAO 07) GANHA UMA
      *==                 LINHA COM O DESTINATARIO E QUEM PAGA O FRETE.
      *== 15/10/2026 FA  O MANIFESTO DE CADA FILIAL E REGISTRADO NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 COM A FILIAL, PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS; O TEXTO DA FILIAL E
      *==                 COPIADO EM MANIFESTO-REGISTRO, PORQUE A FILA
      *==                 DE IMPRESSAO ACUMULA OUTRAS FILIAIS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO DYNAMIC WRK-NOME-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANIF.
           SELECT MANIFESTO-REGISTRO ASSIGN TO "MANIFESTO-REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
           05 SORT-SEGURO          PIC 9(09)V99.
           05 SORT-TRANSPORTADORA  PIC X(04).
           05 SORT-DATA-ENTREGA    PIC 9(08).
           05 SORT-PAGADOR         PIC X(01).
           05 SORT-DESTINATARIO    PIC 9(05).

       FD  MANIFESTO-SAIDA.
       01  REG-MANIFESTO           PIC X(132).

       FD  MANIFESTO-REGISTRO.
       01  REG-MANIFESTO-REGISTRO  PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-SAIDA PIC X(02)            VALUE SPACE.
                   MOVE SAIDA-TRANSPORTADORA
                     TO SORT-TRANSPORTADORA
                   MOVE SAIDA-DATA-ENTREGA TO SORT-DATA-ENTREGA
                   MOVE SAIDA-PAGADOR TO SORT-PAGADOR
                   IF SAIDA-DESTINATARIO NUMERIC
                     MOVE SAIDA-DESTINATARIO TO SORT-DESTINATARIO
                   ELSE
                     MOVE ZERO TO SORT-DESTINATARIO
                   END-IF
                   RELEASE REG-SORT
                 END-IF
             END-READ
             IF WRK-STATUS-MANIF EQUAL "35"
               OPEN OUTPUT MANIFESTO-SAIDA
             END-IF
             OPEN OUTPUT MANIFESTO-REGISTRO
             MOVE SPACE TO WRK-LINHA-REL
             STRING "MANIFESTO DA FILIAL " DELIMITED BY SIZE
                    WRK-FILIAL-ATUAL DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-MANIFESTO
             PERFORM 0007-GRAVA-LINHA
           END-IF

           ADD 1 TO WRK-QTD-EMBARQUES
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-MANIFESTO
           PERFORM 0007-GRAVA-LINHA

           IF SORT-DESTINATARIO GREATER ZERO
             MOVE SPACE TO WRK-LINHA-REL
             IF SORT-PAGADOR EQUAL "F"
               STRING "          DESTINATARIO " DELIMITED BY SIZE
                      SORT-DESTINATARIO         DELIMITED BY SIZE
                      " - FRETE A PAGAR (FOB), PAGADOR: DESTINATARIO"
                                                DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             ELSE
               STRING "          DESTINATARIO " DELIMITED BY SIZE
                      SORT-DESTINATARIO         DELIMITED BY SIZE
                      " - FRETE PAGO (CIF), PAGADOR: REMETENTE"
                                                DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             END-IF
             MOVE WRK-LINHA-REL TO REG-MANIFESTO
             PERFORM 0007-GRAVA-LINHA
           END-IF.

       0004-FECHA-FILIAL SECTION.

             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-MANIFESTO
           PERFORM 0007-GRAVA-LINHA
           CLOSE MANIFESTO-SAIDA
           CLOSE MANIFESTO-REGISTRO

      *    EMISSAO DA FILIAL REGISTRADA NO REPOSITORIO DE RELATORIOS.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "MANIFESTO"          TO RPED-JOB
           MOVE "MANIFESTO-REGISTRO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE WRK-FILIAL-ATUAL     TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO".

       0006-RESOLVE-FILA SECTION.

             CLOSE FILIAIS
           END-IF.

       0007-GRAVA-LINHA SECTION.

      *    TODA LINHA DO MANIFESTO VAI PARA A FILA DE IMPRESSAO E PARA
      *    A COPIA DA FILIAL QUE SERA REGISTRADA NO REPOSITORIO.
           WRITE REG-MANIFESTO
           MOVE REG-MANIFESTO TO REG-MANIFESTO-REGISTRO
           WRITE REG-MANIFESTO-REGISTRO.

       END PROGRAM MANIFESTO-FILIAL.
