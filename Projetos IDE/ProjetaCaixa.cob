      *== OBJETIVO: PROJECAO DE CAIXA DA SUITE. OS RECEBIVEIS VIVEM NO
      *==            ACUMULADO FATURAS-HISTORICO (COM OS RECEBIMENTOS
      *==            JA LANCADOS EM
      *==            FATURA-RECEBIMENTOS), OS PAGAMENTOS DE
      *==            TRANSPORTADORA NA AGENDA TRANSP-AGENDA DO
      *==            PAGAR-TRANSP E A FOLHA EM FOLHA-PAGAMENTO. ESTE
      *==            RELATORIO (CAIXA-RELATORIO) ALINHA, POR SEMANA (4
      *==            SEMANAS) E POR MES (3 MESES), OS RECEBIMENTOS
      *==            ESPERADOS DE CLIENTES (VENCIMENTO = FIM DA
      *==            COMPETENCIA + 30 DIAS, COMO NO AGING), OS ACERTOS
      *==            DE TRANSPORTADORA AGENDADOS (NO VENCIMENTO DA
      *==            AGENDA, MENOS OS SINISTROS A DESCONTAR) E A
      *==            FOLHA MENSAL PROJETADA (TOTAL LIQUIDO DA ULTIMA
      *==            COMPETENCIA, NO FIM DE CADA MES), COM A LINHA DE
      *==            CAIXA LIQUIDO POR PERIODO E O TOTAL DE CADA FONTE
      *==            HORIZONTE SAI NA LINHA PROPRIA).
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  TRANSPORTADORAS SAEM DA AGENDA REAL DE
      *==                 PAGAMENTO (TRANSP-AGENDA) EM VEZ DA ESTIMATIVA
      *==                 SOBRE O FRETE-SAIDA; RETIDOS E PAGOS FICAM
      *==                 FORA.
      *== 15/10/2026 FA  EMISSAO DO CAIXA-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "FATURA-RECEBIMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECEB.
           SELECT TRANSP-AGENDA ASSIGN TO "TRANSP-AGENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AGENDA.
           SELECT FOLHA-PAGAMENTO ASSIGN TO "FOLHA-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA.
           SELECT CAIXA-RELATORIO ASSIGN TO "CAIXA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 RECEB-VALOR          PIC 9(09)V99.
           05 RECEB-OPERADOR       PIC X(10).

       FD  TRANSP-AGENDA.
       01  REG-TRANSP-AGENDA.
           COPY TRANSP-AGENDA.

       FD  FOLHA-PAGAMENTO.
       01  REG-FOLHA-PAGAMENTO.
       FD  CAIXA-RELATORIO.
       01  REG-CAIXA               PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB         PIC 9(04)          VALUE ZERO.
       77  WRK-STATUS-FATURAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-AGENDA PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-FOLHA PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
              10 FAT-FILIAL      PIC X(05).
              10 FAT-DEVIDO      PIC S9(09)V99.
              10 FAT-RECEBIDO    PIC 9(09)V99.
      *====================== FOLHA PROJETADA ============================
       77  WRK-ULT-COMPETENCIA PIC 9(06)         VALUE ZERO.
       77  WRK-FOLHA-MES    PIC 9(11)V99         VALUE ZERO.
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.
      *====================== APOIO ======================================
       77  WRK-DATA-FLUXO   PIC 9(08)            VALUE ZERO.
       77  WRK-VALOR-FLUXO  PIC S9(11)V99        VALUE ZERO.
       77  WRK-TIPO-FLUXO   PIC 9(01)            VALUE ZERO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 0001-MONTA-PERIODOS
           PERFORM 0020-PROJETA-RECEBIVEIS
           PERFORM 0030-PROJETA-TRANSPORTADORAS
           PERFORM 0040-PROJETA-FOLHA

       0030-PROJETA-TRANSPORTADORAS SECTION.

      *    SO ENTRA O QUE ESTA AGENDADO (SITUACAO A): EMBARQUE
      *    CONFERIDO SAI NO SEU VENCIMENTO E SINISTRO A DESCONTAR
      *    REDUZ O PROXIMO PAGAMENTO (PRIMEIRA SEMANA). RETIDO POR
      *    DIVERGENCIA E JA PAGO FICAM FORA DA PROJECAO.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT TRANSP-AGENDA
           IF WRK-STATUS-AGENDA EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ TRANSP-AGENDA
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF AGD-AGENDADO
                   AND AGD-VALOR NUMERIC
                   PERFORM 0031-FLUXO-TRANSPORTADORA
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-AGENDA NOT EQUAL "35"
             CLOSE TRANSP-AGENDA
           END-IF.

       0031-FLUXO-TRANSPORTADORA SECTION.

           IF AGD-SINISTRO
             MOVE WRK-DATA-HOJE TO WRK-DATA-FLUXO
             COMPUTE WRK-VALOR-FLUXO = ZERO - AGD-VALOR
           ELSE
             MOVE AGD-VENCIMENTO TO WRK-DATA-FLUXO
             MOVE AGD-VALOR      TO WRK-VALOR-FLUXO
           END-IF
           MOVE 2 TO WRK-TIPO-FLUXO
           PERFORM 0004-CLASSIFICA-FLUXO
           ADD WRK-VALOR-FLUXO TO WRK-TOT-TRANSP.

       0040-PROJETA-FOLHA SECTION.

           END-PERFORM

      *    OS TOTAIS DE CADA FONTE FECHAM COM O SEU ARQUIVO: SALDO
      *    ABERTO DE FATURAS, AGENDA DE PAGAMENTO DE TRANSPORTADORAS E
      *    FOLHA PROJETADA (3 MESES DA ULTIMA COMPETENCIA).
           MOVE WRK-TOT-RECEBER TO WRK-VALOR-ED
           MOVE WRK-TOT-TRANSP  TO WRK-VALOR-ED2
           END-STRING
           MOVE WRK-LINHA-REL TO REG-CAIXA
           WRITE REG-CAIXA
           CLOSE CAIXA-RELATORIO
           PERFORM 0051-REGISTRA-RELATORIO.

       0002-AVANCA-UM-DIA SECTION.

             END-IF
           END-IF.

       0051-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "PROJETA-CAIX"    TO RPED-JOB
           MOVE "CAIXA-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM PROJETA-CAIXA.
