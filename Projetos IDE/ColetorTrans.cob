      *==            FORA.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FRETE A PAGAR: O DETALHE DA TRANSACAO CRESCE
      *==                 PARA 106 POSICOES (PAGADOR DO FRETE E CODIGO
      *==                 DO DESTINATARIO NO FIM); A COPIA CONTINUA
      *==                 INTEGRAL E REGISTRO CURTO DE FILIAL SAI COM
      *==                 OS CAMPOS NOVOS EM BRANCO.
      *== 15/10/2026 FA  PRODUTOS PERIGOSOS: O DETALHE CRESCE PARA 110
      *==                 POSICOES (NUMERO ONU NO FIM), COPIADO INTEGRAL
      *==                 COMO OS DEMAIS CAMPOS.
      *== 15/10/2026 FA  AGENDAMENTO DE COLETAS: O DETALHE CRESCE PARA
      *==                 117 POSICOES (NUMERO DA COLETA NO FIM),
      *==                 COPIADO INTEGRAL COMO OS DEMAIS CAMPOS.
      *== 15/10/2026 FA  EMISSAO DO COLETOR-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLETOR-RELATORIO ASSIGN TO "COLETOR-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TRF-REGISTRO         PIC X(01).
           05 TRF-PRODUTO          PIC X(30).
           05 TRF-VALOR            PIC 9(8)V99.
           05 TRF-RESTO            PIC X(77).
       01  REG-TRANS-FILIAL-TRL.
           05 TRFT-REGISTRO        PIC X(01).
           05 TRFT-QTD             PIC 9(07).
           05 TRFT-HASH-VALOR      PIC 9(11)V99.

       FD  FRETE-TRANS.
       01  REG-FRETE-TRANS         PIC X(117).
       01  REG-FRETE-TRANS-HDR.
           05 TRANSH-REGISTRO      PIC X(01).
           05 TRANSH-DATA          PIC 9(08).
       FD  COLETOR-RELATORIO.
       01  REG-COLETOR-REL         PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-FILIAIS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ENTRADA PIC X(02)          VALUE SPACE.
       77  WRK-FIM-FILIAIS  PIC X(01)            VALUE "N".

           PERFORM 0006-TOTAIS-FINAIS
           CLOSE COLETOR-RELATORIO
           PERFORM 0007-REGISTRA-RELATORIO

           IF WRK-QTD-FILIAIS-RUIM GREATER ZERO
             MOVE 4 TO RETURN-CODE
           MOVE WRK-LINHA-REL TO REG-COLETOR-REL
           WRITE REG-COLETOR-REL.

       0007-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "COLETOR-TRAN"      TO RPED-JOB
           MOVE "COLETOR-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM COLETOR-TRANS.
