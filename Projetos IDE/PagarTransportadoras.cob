       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAR-TRANSP.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONTAS A PAGAR DE TRANSPORTADORAS. AS
      *==            TRANSPORTADORAS ERAM PAGAS POR PLANILHA A PARTIR DO
      *==            CONCILIA-RELATORIO; AGORA A AGENDA ACUMULADA
      *==            TRANSP-AGENDA (LEIAUTE TRANSP-AGENDA) RECEBE DO
      *==            CONCILIA-SITUACAO SO OS EMBARQUES CONFERIDOS (OK),
      *==            COM VENCIMENTO NA ENTREGA + 30 DIAS; O DIVERGENTE
      *==            ENTRA RETIDO E SO E LIBERADO QUANDO UMA CONCILIACAO
      *==            POSTERIOR O DER COMO CONFERIDO. OS SINISTROS PAGOS
      *==            DE RESPONSABILIDADE DA TRANSPORTADORA (SINISTROS,
      *==            SIN-TRANSP-RESP = S) ENTRAM UMA UNICA VEZ COMO
      *==            DESCONTO. NA DATA LIMITE INFORMADA (EM BRANCO =
      *==            DATA DO SISTEMA), CADA TRANSPORTADORA COM EMBARQUES
      *==            VENCIDOS RECEBE UM CREDITO LIQUIDO (A PAGAR MENOS
      *==            SINISTROS) NA REMESSA TRANSP-REMESSA (H/D/T, COMO A
      *==            REMESSA DA FOLHA) E OS ITENS PAGOS FICAM MARCADOS
      *==            NA AGENDA. A LISTAGEM TRANSP-PAGAR-REL TRAZ OS
      *==            PAGAMENTOS, OS ADIADOS E OS RETIDOS.
      *== DATA: 15/10/2026
      *== OBS: SINISTRO MAIOR QUE O A PAGAR ADIA O PAGAMENTO DA
      *==      TRANSPORTADORA ATE HAVER SALDO. HAVENDO ITEM RETIDO O JOB
      *==      TERMINA COM RETURN-CODE 4; AGENDA MAIOR QUE A TABELA
      *==      ABORTA COM RETURN-CODE 12 SEM REGRAVAR NADA.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  EMISSAO DO TRANSP-PAGAR-REL REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *== 15/10/2026 FA  O REGISTRO DE EMPRESA-PARAMETROS PASSA A VIR DO
      *==                 COPY EMPRESA-PARAM, O MESMO LEIAUTE DA FOLHA,
      *==                 EM VEZ DE SER DECLARADO AQUI; CONTINUA VALENDO
      *==                 O PRIMEIRO REGISTRO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSP-AGENDA ASSIGN TO "TRANSP-AGENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AGENDA.
           SELECT CONCILIA-SITUACAO ASSIGN TO "CONCILIA-SITUACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONCILIA.
           SELECT SINISTROS ASSIGN TO "SINISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPORTADORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT EMPRESA-PARAMETROS ASSIGN TO "EMPRESA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT TRANSP-REMESSA ASSIGN TO "TRANSP-REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSP-PAGAR-REL ASSIGN TO "TRANSP-PAGAR-REL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSP-AGENDA.
       01  REG-TRANSP-AGENDA.
           COPY TRANSP-AGENDA.

       FD  CONCILIA-SITUACAO.
       01  REG-CONCILIA-SITUACAO.
           COPY CONCILIA-SIT.

       FD  SINISTROS.
       01  REG-SINISTRO.
           COPY SINISTRO-REG.

       FD  TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TRANSP-ZONA-REG      PIC X(04).
           05 TRANSP-COD-REG       PIC X(04).
           05 TRANSP-NOME-REG      PIC X(20).
           05 TRANSP-CUSTO-REG     PIC 9V9999.
           05 TRANSP-PRIORIDADE-REG PIC 9(02).
           05 TRANSP-PERC-ALOC-REG PIC 9(03).

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETROS.
           COPY EMPRESA-PARAM.

       FD  TRANSP-REMESSA.
       01  REG-TREM-HDR.
           05 TREM-H-REGISTRO      PIC X(01).
           05 TREM-H-DATA          PIC 9(08).
           05 TREM-H-EMPRESA       PIC X(30).
           05 TREM-H-BANCO         PIC 9(03).
           05 TREM-H-AGENCIA       PIC 9(05).
           05 TREM-H-CONTA         PIC 9(10).
       01  REG-TREM-DET.
           05 TREM-D-REGISTRO      PIC X(01).
           05 TREM-D-TRANSPORTADORA PIC X(04).
           05 TREM-D-NOME          PIC X(20).
           05 TREM-D-QTD-EMBARQUES PIC 9(05).
           05 TREM-D-VALOR-BRUTO   PIC 9(09)V99.
           05 TREM-D-SINISTROS     PIC 9(09)V99.
           05 TREM-D-VALOR-LIQUIDO PIC 9(09)V99.
       01  REG-TREM-TRL.
           05 TREM-T-REGISTRO      PIC X(01).
           05 TREM-T-QTD           PIC 9(07).
           05 TREM-T-TOTAL         PIC 9(11)V99.

       FD  TRANSP-PAGAR-REL.
       01  REG-PAGAR-REL           PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-AGENDA PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-CONCILIA PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-SINISTROS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-TRANSP PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-EMPRESA PIC X(02)          VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-LIMITE-X PIC X(08)           VALUE SPACE.
       77  WRK-DATA-LIMITE  PIC 9(08)            VALUE ZERO.
      *====================== DADOS DO PAGADOR ===========================
       77  WRK-EMPRESA-NOME PIC X(30)            VALUE
           "EMPRESA NAO PARAMETRIZADA".
       77  WRK-EMPRESA-BANCO PIC 9(03)           VALUE ZERO.
       77  WRK-EMPRESA-AGENCIA PIC 9(05)         VALUE ZERO.
       77  WRK-EMPRESA-CONTA PIC 9(10)           VALUE ZERO.
      *====================== AGENDA DE PAGAMENTO ========================
       77  WRK-QTD-AGENDA   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-AGENDA   PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-AGD    PIC 9(04)            VALUE ZERO.
       77  WRK-AGENDA-CHEIA PIC X(01)            VALUE "N".
           88 AGENDA-CHEIA                       VALUE "S".
       77  WRK-ITEM-NOVO    PIC X(01)            VALUE "N".
           88 ITEM-NOVO                          VALUE "S".
       01  TAB-AGENDA.
           05 AGENDA-ITEM OCCURS 5000 TIMES
                           INDEXED BY IDX-AGENDA.
              10 AGT-TIPO          PIC X(01).
              10 AGT-TRANSP        PIC X(04).
              10 AGT-DATA-EMBARQUE PIC 9(08).
              10 AGT-SEQ           PIC 9(07).
              10 AGT-SITUACAO      PIC X(01).
              10 AGT-VALOR         PIC 9(09)V99.
              10 AGT-VENCIMENTO    PIC 9(08).
              10 AGT-DATA-INCLUSAO PIC 9(08).
              10 AGT-DATA-REMESSA  PIC 9(08).
      *====================== CHAVE PROCURADA ============================
       77  WRK-CHAVE-TIPO   PIC X(01)            VALUE SPACE.
       77  WRK-CHAVE-TRANSP PIC X(04)            VALUE SPACE.
       77  WRK-CHAVE-DATA   PIC 9(08)            VALUE ZERO.
       77  WRK-CHAVE-SEQ    PIC 9(07)            VALUE ZERO.
      *====================== TRANSPORTADORAS ============================
       77  WRK-QTD-TRANSP   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TRANSP   PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-TRANSP PIC 9(03)            VALUE ZERO.
       77  WRK-TRANSP-NOME  PIC X(20)            VALUE SPACE.
       01  TAB-TRANSPORTADORAS.
           05 TRANSP-ITEM OCCURS 100 TIMES
                           INDEXED BY IDX-TRANSP.
              10 TRANSP-COD        PIC X(04).
              10 TRANSP-NOME       PIC X(20).
              10 TRANSP-QTD-PAGAR  PIC 9(05).
              10 TRANSP-BRUTO      PIC 9(09)V99.
              10 TRANSP-SINISTROS  PIC 9(09)V99.
      *====================== APURACAO ===================================
       77  WRK-LIQUIDO      PIC S9(09)V99        VALUE ZERO.
       77  WRK-QTD-LIDOS    PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-NOVOS    PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-LIBERADOS PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-RETIDOS  PIC 9(07)            VALUE ZERO.
       77  WRK-TOT-RETIDOS  PIC 9(11)V99         VALUE ZERO.
       77  WRK-QTD-SIN-NOVOS PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-PAGAMENTOS PIC 9(07)          VALUE ZERO.
       77  WRK-TOT-PAGAMENTOS PIC 9(11)V99       VALUE ZERO.
       77  WRK-QTD-ADIADOS  PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZZZ9.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-VALOR-ED2    COPY CURRENCY-ED.
       77  WRK-LIQUIDO-ED   COPY CURRENCY-ED-SIGNED.
       77  WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *====================== CALENDARIO DO VENCIMENTO ===================
       77  WRK-IDX-DIA      PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORRE-GRP.
           05 CORRE-ANO     PIC 9(04)            VALUE ZERO.
           05 CORRE-MES     PIC 9(02)            VALUE ZERO.
           05 CORRE-DIA     PIC 9(02)            VALUE ZERO.
       01  WRK-DATA-CORRE REDEFINES WRK-DATA-CORRE-GRP
                            PIC 9(08).
       77  WRK-DIAS-NO-MES  PIC 9(02)            VALUE ZERO.
       77  WRK-BISSEXTO     PIC X(01)            VALUE "N".
           88 ANO-BISSEXTO                       VALUE "S".
       77  WRK-DIV-TMP      PIC 9(05)            VALUE ZERO.
       77  WRK-RESTO-4      PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-100    PIC 9(04)            VALUE ZERO.
       77  WRK-RESTO-400    PIC 9(04)            VALUE ZERO.
       01  WRK-DIAS-MES-LIT PIC X(24)            VALUE
           "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "DATA LIMITE DE PAGAMENTO (AAAAMMDD) "
             ACCEPT WRK-DATA-LIMITE-X
           IF WRK-DATA-LIMITE-X NUMERIC
             MOVE WRK-DATA-LIMITE-X TO WRK-DATA-LIMITE
           ELSE
             MOVE WRK-DATA-SISTEMA TO WRK-DATA-LIMITE
             IF WRK-DATA-LIMITE-X NOT EQUAL SPACE
               DISPLAY "DATA LIMITE INVALIDA, ASSUMINDO "
                       WRK-DATA-LIMITE
             END-IF
           END-IF

           PERFORM 0010-CARREGA-EMPRESA
           PERFORM 0011-CARREGA-TRANSPORTADORAS
           PERFORM 0005-CARREGA-AGENDA

           IF AGENDA-CHEIA
             DISPLAY "TAB-AGENDA CHEIA, PAGAMENTO ABORTADO SEM "
                     "REGRAVAR A AGENDA"
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM 0020-APLICA-CONCILIACAO
             PERFORM 0030-APLICA-SINISTROS
             IF AGENDA-CHEIA
               DISPLAY "TAB-AGENDA CHEIA, PAGAMENTO ABORTADO SEM "
                       "REGRAVAR A AGENDA"
               MOVE 12 TO RETURN-CODE
             ELSE
               PERFORM 0040-GERA-REMESSA
               PERFORM 0050-REGRAVA-AGENDA
               MOVE WRK-QTD-PAGAMENTOS TO WRK-QTD-ED
               DISPLAY "TRANSPORTADORAS NA REMESSA: " WRK-QTD-ED
               IF WRK-QTD-RETIDOS GREATER ZERO
                 MOVE WRK-QTD-RETIDOS TO WRK-QTD-ED
                 DISPLAY "EMBARQUES RETIDOS POR DIVERGENCIA: "
                         WRK-QTD-ED
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF

           GOBACK.

       0005-CARREGA-AGENDA SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT TRANSP-AGENDA
           IF WRK-STATUS-AGENDA NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ TRANSP-AGENDA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-AGENDA NOT LESS 5000
                     MOVE "S" TO WRK-AGENDA-CHEIA
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-AGENDA
                     MOVE AGD-TIPO
                       TO AGT-TIPO(WRK-QTD-AGENDA)
                     MOVE AGD-TRANSPORTADORA
                       TO AGT-TRANSP(WRK-QTD-AGENDA)
                     MOVE AGD-DATA-EMBARQUE
                       TO AGT-DATA-EMBARQUE(WRK-QTD-AGENDA)
                     MOVE AGD-SEQ
                       TO AGT-SEQ(WRK-QTD-AGENDA)
                     MOVE AGD-SITUACAO
                       TO AGT-SITUACAO(WRK-QTD-AGENDA)
                     MOVE AGD-VALOR
                       TO AGT-VALOR(WRK-QTD-AGENDA)
                     MOVE AGD-VENCIMENTO
                       TO AGT-VENCIMENTO(WRK-QTD-AGENDA)
                     MOVE AGD-DATA-INCLUSAO
                       TO AGT-DATA-INCLUSAO(WRK-QTD-AGENDA)
                     MOVE AGD-DATA-REMESSA
                       TO AGT-DATA-REMESSA(WRK-QTD-AGENDA)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSP-AGENDA
           END-IF.

       0006-PROCURA-AGENDA SECTION.

           MOVE ZERO TO WRK-ACHOU-AGD
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             IF AGT-TIPO(WRK-IDX-AGENDA)   EQUAL WRK-CHAVE-TIPO
               AND AGT-TRANSP(WRK-IDX-AGENDA) EQUAL WRK-CHAVE-TRANSP
               AND AGT-DATA-EMBARQUE(WRK-IDX-AGENDA)
                   EQUAL WRK-CHAVE-DATA
               AND AGT-SEQ(WRK-IDX-AGENDA)  EQUAL WRK-CHAVE-SEQ
               MOVE WRK-IDX-AGENDA TO WRK-ACHOU-AGD
               MOVE WRK-QTD-AGENDA TO WRK-IDX-AGENDA
             END-IF
           END-PERFORM.

       0007-INCLUI-AGENDA SECTION.

           IF WRK-QTD-AGENDA NOT LESS 5000
             MOVE "S" TO WRK-AGENDA-CHEIA
             MOVE ZERO TO WRK-ACHOU-AGD
           ELSE
             ADD 1 TO WRK-QTD-AGENDA
             MOVE WRK-QTD-AGENDA   TO WRK-ACHOU-AGD
             MOVE WRK-CHAVE-TIPO   TO AGT-TIPO(WRK-ACHOU-AGD)
             MOVE WRK-CHAVE-TRANSP TO AGT-TRANSP(WRK-ACHOU-AGD)
             MOVE WRK-CHAVE-DATA   TO AGT-DATA-EMBARQUE(WRK-ACHOU-AGD)
             MOVE WRK-CHAVE-SEQ    TO AGT-SEQ(WRK-ACHOU-AGD)
             MOVE WRK-DATA-SISTEMA TO AGT-DATA-INCLUSAO(WRK-ACHOU-AGD)
             MOVE ZERO             TO AGT-DATA-REMESSA(WRK-ACHOU-AGD)
           END-IF.

       0010-CARREGA-EMPRESA SECTION.

           OPEN INPUT EMPRESA-PARAMETROS
           IF WRK-STATUS-EMPRESA NOT EQUAL "35"
             READ EMPRESA-PARAMETROS
               NOT AT END
                 MOVE EMPR-NOME-REG    TO WRK-EMPRESA-NOME
                 IF EMPR-BANCO-REG NUMERIC
                   MOVE EMPR-BANCO-REG TO WRK-EMPRESA-BANCO
                 END-IF
                 IF EMPR-AGENCIA-REG NUMERIC
                   MOVE EMPR-AGENCIA-REG TO WRK-EMPRESA-AGENCIA
                 END-IF
                 IF EMPR-CONTA-REG NUMERIC
                   MOVE EMPR-CONTA-REG TO WRK-EMPRESA-CONTA
                 END-IF
             END-READ
             CLOSE EMPRESA-PARAMETROS
           END-IF.

       0011-CARREGA-TRANSPORTADORAS SECTION.

      *    TRANSPORTADORAS TEM UMA LINHA POR ZONA ATENDIDA: AQUI SO
      *    INTERESSA UMA ENTRADA POR CODIGO, COM O NOME.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT TRANSPORTADORAS
           IF WRK-STATUS-TRANSP NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ TRANSPORTADORAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   MOVE TRANSP-COD-REG TO WRK-CHAVE-TRANSP
                   PERFORM 0012-PROCURA-TRANSPORTADORA
                   IF WRK-ACHOU-TRANSP GREATER ZERO
                     AND TRANSP-NOME(WRK-ACHOU-TRANSP) EQUAL SPACE
                     MOVE TRANSP-NOME-REG
                       TO TRANSP-NOME(WRK-ACHOU-TRANSP)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSPORTADORAS
           END-IF.

       0012-PROCURA-TRANSPORTADORA SECTION.

      *    PROCURA O CODIGO EM WRK-CHAVE-TRANSP E ABRE A ENTRADA SE
      *    FOR NOVO.
           MOVE ZERO TO WRK-ACHOU-TRANSP
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
             IF TRANSP-COD(WRK-IDX-TRANSP) EQUAL WRK-CHAVE-TRANSP
               MOVE WRK-IDX-TRANSP TO WRK-ACHOU-TRANSP
               MOVE WRK-QTD-TRANSP TO WRK-IDX-TRANSP
             END-IF
           END-PERFORM
           IF WRK-ACHOU-TRANSP EQUAL ZERO
             IF WRK-QTD-TRANSP NOT LESS 100
               DISPLAY "TAB-TRANSPORTADORAS CHEIA, TRANSPORTADORA "
                       "FORA DA REMESSA: " WRK-CHAVE-TRANSP
             ELSE
               ADD 1 TO WRK-QTD-TRANSP
               MOVE WRK-QTD-TRANSP   TO WRK-ACHOU-TRANSP
               MOVE WRK-CHAVE-TRANSP TO TRANSP-COD(WRK-ACHOU-TRANSP)
               MOVE SPACE            TO TRANSP-NOME(WRK-ACHOU-TRANSP)
               MOVE ZERO TO TRANSP-QTD-PAGAR(WRK-ACHOU-TRANSP)
               MOVE ZERO TO TRANSP-BRUTO(WRK-ACHOU-TRANSP)
               MOVE ZERO TO TRANSP-SINISTROS(WRK-ACHOU-TRANSP)
             END-IF
           END-IF.

       0020-APLICA-CONCILIACAO SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CONCILIA-SITUACAO
           IF WRK-STATUS-CONCILIA EQUAL "35"
             DISPLAY "CONCILIA-SITUACAO INEXISTENTE, NENHUM EMBARQUE "
                     "NOVO NA AGENDA"
           ELSE
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                        OR AGENDA-CHEIA
               READ CONCILIA-SITUACAO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0021-TRATA-SITUACAO
               END-READ
             END-PERFORM
             CLOSE CONCILIA-SITUACAO
           END-IF.

       0021-TRATA-SITUACAO SECTION.

           MOVE "E"                 TO WRK-CHAVE-TIPO
           MOVE CSIT-TRANSPORTADORA TO WRK-CHAVE-TRANSP
           MOVE CSIT-DATA-EMBARQUE  TO WRK-CHAVE-DATA
           MOVE CSIT-SEQ            TO WRK-CHAVE-SEQ
           PERFORM 0006-PROCURA-AGENDA
           MOVE "N" TO WRK-ITEM-NOVO

      *    EMBARQUE JA AGENDADO OU PAGO NAO MUDA MAIS: A MESMA
      *    CONCILIACAO PROCESSADA DUAS VEZES NAO PAGA EM DOBRO.
           IF WRK-ACHOU-AGD EQUAL ZERO
             PERFORM 0007-INCLUI-AGENDA
             IF WRK-ACHOU-AGD GREATER ZERO
               ADD 1 TO WRK-QTD-NOVOS
               MOVE "S" TO WRK-ITEM-NOVO
               PERFORM 0022-CALCULA-VENCIMENTO
               MOVE "R" TO AGT-SITUACAO(WRK-ACHOU-AGD)
             END-IF
           END-IF

           IF WRK-ACHOU-AGD GREATER ZERO
             IF AGT-SITUACAO(WRK-ACHOU-AGD) EQUAL "R"
               MOVE CSIT-VALOR-COBRADO TO AGT-VALOR(WRK-ACHOU-AGD)
               IF CSIT-CONFERIDO
                 MOVE "A" TO AGT-SITUACAO(WRK-ACHOU-AGD)
                 IF NOT ITEM-NOVO
                   ADD 1 TO WRK-QTD-LIBERADOS
                 END-IF
               END-IF
             END-IF
           END-IF.

       0022-CALCULA-VENCIMENTO SECTION.

      *    O ACERTO COM A TRANSPORTADORA VENCE 30 DIAS CORRIDOS
      *    DEPOIS DA ENTREGA PROMETIDA; SEM DATA DE ENTREGA LEGIVEL,
      *    VALE A DATA DO EMBARQUE.
           IF CSIT-DATA-ENTREGA NUMERIC
             AND CSIT-DATA-ENTREGA GREATER ZERO
             MOVE CSIT-DATA-ENTREGA  TO WRK-DATA-CORRE
           ELSE
             MOVE CSIT-DATA-EMBARQUE TO WRK-DATA-CORRE
           END-IF
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                     UNTIL WRK-IDX-DIA GREATER 30
             PERFORM 0026-AVANCA-UM-DIA
           END-PERFORM
           MOVE WRK-DATA-CORRE TO AGT-VENCIMENTO(WRK-ACHOU-AGD).

       0030-APLICA-SINISTROS SECTION.

      *    SINISTRO PAGO DE RESPONSABILIDADE DA TRANSPORTADORA ENTRA
      *    UMA VEZ NA AGENDA COMO DESCONTO DO PROXIMO PAGAMENTO DELA.
           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT SINISTROS
           IF WRK-STATUS-SINISTROS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                        OR AGENDA-CHEIA
               READ SINISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF SIN-SITUACAO EQUAL "P"
                     AND SIN-TRANSP-RESP EQUAL "S"
                     AND SIN-TRANSPORTADORA NOT EQUAL SPACE
                     AND SIN-VALOR NUMERIC
                     MOVE "S"                TO WRK-CHAVE-TIPO
                     MOVE SIN-TRANSPORTADORA TO WRK-CHAVE-TRANSP
                     MOVE SIN-DATA-EMBARQUE  TO WRK-CHAVE-DATA
                     MOVE SIN-SEQ            TO WRK-CHAVE-SEQ
                     PERFORM 0006-PROCURA-AGENDA
                     IF WRK-ACHOU-AGD EQUAL ZERO
                       PERFORM 0007-INCLUI-AGENDA
                       IF WRK-ACHOU-AGD GREATER ZERO
                         ADD 1 TO WRK-QTD-SIN-NOVOS
                         MOVE "A" TO AGT-SITUACAO(WRK-ACHOU-AGD)
                         MOVE SIN-VALOR TO AGT-VALOR(WRK-ACHOU-AGD)
                         MOVE WRK-DATA-SISTEMA
                           TO AGT-VENCIMENTO(WRK-ACHOU-AGD)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SINISTROS
           END-IF.

       0040-GERA-REMESSA SECTION.

           OPEN OUTPUT TRANSP-REMESSA
           OPEN OUTPUT TRANSP-PAGAR-REL

           MOVE SPACE TO WRK-LINHA-REL
           STRING "PAGAMENTO DE TRANSPORTADORAS - DATA "
                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
                  " - VENCIDOS ATE " DELIMITED BY SIZE
                  WRK-DATA-LIMITE DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL

           MOVE "H"                 TO TREM-H-REGISTRO
           MOVE WRK-DATA-SISTEMA    TO TREM-H-DATA
           MOVE WRK-EMPRESA-NOME    TO TREM-H-EMPRESA
           MOVE WRK-EMPRESA-BANCO   TO TREM-H-BANCO
           MOVE WRK-EMPRESA-AGENCIA TO TREM-H-AGENCIA
           MOVE WRK-EMPRESA-CONTA   TO TREM-H-CONTA
           WRITE REG-TREM-HDR

      *    PRIMEIRA PASSADA: A PAGAR VENCIDO E SINISTROS A DESCONTAR
      *    POR TRANSPORTADORA; RETIDOS SAO LISTADOS.
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             MOVE AGT-TRANSP(WRK-IDX-AGENDA) TO WRK-CHAVE-TRANSP
             EVALUATE TRUE
               WHEN AGT-SITUACAO(WRK-IDX-AGENDA) EQUAL "R"
                 PERFORM 0043-LISTA-RETIDO
               WHEN AGT-SITUACAO(WRK-IDX-AGENDA) EQUAL "A"
                 AND AGT-TIPO(WRK-IDX-AGENDA) EQUAL "E"
                 AND AGT-VENCIMENTO(WRK-IDX-AGENDA)
                     NOT GREATER WRK-DATA-LIMITE
                 PERFORM 0012-PROCURA-TRANSPORTADORA
                 IF WRK-ACHOU-TRANSP GREATER ZERO
                   ADD 1 TO TRANSP-QTD-PAGAR(WRK-ACHOU-TRANSP)
                   ADD AGT-VALOR(WRK-IDX-AGENDA)
                     TO TRANSP-BRUTO(WRK-ACHOU-TRANSP)
                 END-IF
               WHEN AGT-SITUACAO(WRK-IDX-AGENDA) EQUAL "A"
                 AND AGT-TIPO(WRK-IDX-AGENDA) EQUAL "S"
                 PERFORM 0012-PROCURA-TRANSPORTADORA
                 IF WRK-ACHOU-TRANSP GREATER ZERO
                   ADD AGT-VALOR(WRK-IDX-AGENDA)
                     TO TRANSP-SINISTROS(WRK-ACHOU-TRANSP)
                 END-IF
             END-EVALUATE
           END-PERFORM

           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
             IF TRANSP-QTD-PAGAR(WRK-IDX-TRANSP) GREATER ZERO
               PERFORM 0041-PAGA-TRANSPORTADORA
             END-IF
           END-PERFORM

           MOVE "T"                TO TREM-T-REGISTRO
           MOVE WRK-QTD-PAGAMENTOS TO TREM-T-QTD
           MOVE WRK-TOT-PAGAMENTOS TO TREM-T-TOTAL
           WRITE REG-TREM-TRL

           PERFORM 0044-TOTAIS-PAGAMENTO
           CLOSE TRANSP-REMESSA
           CLOSE TRANSP-PAGAR-REL
           PERFORM 0051-REGISTRA-RELATORIO.

       0041-PAGA-TRANSPORTADORA SECTION.

           COMPUTE WRK-LIQUIDO =
               TRANSP-BRUTO(WRK-IDX-TRANSP)
               - TRANSP-SINISTROS(WRK-IDX-TRANSP)
           MOVE TRANSP-BRUTO(WRK-IDX-TRANSP)     TO WRK-VALOR-ED
           MOVE TRANSP-SINISTROS(WRK-IDX-TRANSP) TO WRK-VALOR-ED2
           MOVE WRK-LIQUIDO                      TO WRK-LIQUIDO-ED

           IF WRK-LIQUIDO NOT GREATER ZERO
             ADD 1 TO WRK-QTD-ADIADOS
             MOVE SPACE TO WRK-LINHA-REL
             STRING "ADIADO " DELIMITED BY SIZE
                    TRANSP-COD(WRK-IDX-TRANSP) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    TRANSP-NOME(WRK-IDX-TRANSP) DELIMITED BY SIZE
                    " A PAGAR: " DELIMITED BY SIZE
                    WRK-VALOR-ED DELIMITED BY SIZE
                    " SINISTROS: " DELIMITED BY SIZE
                    WRK-VALOR-ED2 DELIMITED BY SIZE
                    " - SINISTROS SUPERAM O A PAGAR" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-PAGAR-REL
             WRITE REG-PAGAR-REL
           ELSE
             MOVE "D"                         TO TREM-D-REGISTRO
             MOVE TRANSP-COD(WRK-IDX-TRANSP)  TO TREM-D-TRANSPORTADORA
             MOVE TRANSP-NOME(WRK-IDX-TRANSP) TO TREM-D-NOME
             MOVE TRANSP-QTD-PAGAR(WRK-IDX-TRANSP)
                                              TO TREM-D-QTD-EMBARQUES
             MOVE TRANSP-BRUTO(WRK-IDX-TRANSP) TO TREM-D-VALOR-BRUTO
             MOVE TRANSP-SINISTROS(WRK-IDX-TRANSP)
                                              TO TREM-D-SINISTROS
             MOVE WRK-LIQUIDO                 TO TREM-D-VALOR-LIQUIDO
             WRITE REG-TREM-DET
             ADD 1 TO WRK-QTD-PAGAMENTOS
             ADD WRK-LIQUIDO TO WRK-TOT-PAGAMENTOS
             PERFORM 0042-BAIXA-AGENDA

             MOVE TRANSP-QTD-PAGAR(WRK-IDX-TRANSP) TO WRK-QTD-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "PAGO   " DELIMITED BY SIZE
                    TRANSP-COD(WRK-IDX-TRANSP) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    TRANSP-NOME(WRK-IDX-TRANSP) DELIMITED BY SIZE
                    " EMBARQUES: " DELIMITED BY SIZE
                    WRK-QTD-ED DELIMITED BY SIZE
                    " A PAGAR: " DELIMITED BY SIZE
                    WRK-VALOR-ED DELIMITED BY SIZE
                    " SINISTROS: " DELIMITED BY SIZE
                    WRK-VALOR-ED2 DELIMITED BY SIZE
                    " LIQUIDO: " DELIMITED BY SIZE
                    WRK-LIQUIDO-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-PAGAR-REL
             WRITE REG-PAGAR-REL
           END-IF.

       0042-BAIXA-AGENDA SECTION.

      *    MARCA PAGOS OS EMBARQUES VENCIDOS E OS SINISTROS
      *    DESCONTADOS DA TRANSPORTADORA REMETIDA.
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             IF AGT-TRANSP(WRK-IDX-AGENDA)
                  EQUAL TRANSP-COD(WRK-IDX-TRANSP)
               AND AGT-SITUACAO(WRK-IDX-AGENDA) EQUAL "A"
               IF AGT-TIPO(WRK-IDX-AGENDA) EQUAL "S"
                 OR AGT-VENCIMENTO(WRK-IDX-AGENDA)
                    NOT GREATER WRK-DATA-LIMITE
                 MOVE "P" TO AGT-SITUACAO(WRK-IDX-AGENDA)
                 MOVE WRK-DATA-SISTEMA
                   TO AGT-DATA-REMESSA(WRK-IDX-AGENDA)
               END-IF
             END-IF
           END-PERFORM.

       0043-LISTA-RETIDO SECTION.

           ADD 1 TO WRK-QTD-RETIDOS
           ADD AGT-VALOR(WRK-IDX-AGENDA) TO WRK-TOT-RETIDOS
           MOVE AGT-VALOR(WRK-IDX-AGENDA) TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RETIDO " DELIMITED BY SIZE
                  AGT-TRANSP(WRK-IDX-AGENDA) DELIMITED BY SIZE
                  " EMBARQUE " DELIMITED BY SIZE
                  AGT-DATA-EMBARQUE(WRK-IDX-AGENDA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGT-SEQ(WRK-IDX-AGENDA) DELIMITED BY SIZE
                  " COBRADO: " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " - DIVERGENTE NA CONCILIACAO" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL.

       0044-TOTAIS-PAGAMENTO SECTION.

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "SITUACOES CONCILIADAS LIDAS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL

           MOVE WRK-QTD-NOVOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMBARQUES NOVOS NA AGENDA..: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL

           MOVE WRK-QTD-LIBERADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RETIDOS LIBERADOS..........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL

           MOVE WRK-QTD-SIN-NOVOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "SINISTROS NOVOS A DESCONTAR: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL

           MOVE WRK-QTD-RETIDOS TO WRK-QTD-ED
           MOVE WRK-TOT-RETIDOS TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMBARQUES RETIDOS..........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL

           MOVE WRK-QTD-ADIADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TRANSPORTADORAS ADIADAS....: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL

           MOVE WRK-QTD-PAGAMENTOS TO WRK-QTD-ED
           MOVE WRK-TOT-PAGAMENTOS TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "PAGAMENTOS NA REMESSA......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PAGAR-REL
           WRITE REG-PAGAR-REL.

       0050-REGRAVA-AGENDA SECTION.

           OPEN OUTPUT TRANSP-AGENDA
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                     UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
             MOVE AGT-TIPO(WRK-IDX-AGENDA)   TO AGD-TIPO
             MOVE AGT-TRANSP(WRK-IDX-AGENDA) TO AGD-TRANSPORTADORA
             MOVE AGT-DATA-EMBARQUE(WRK-IDX-AGENDA)
                                             TO AGD-DATA-EMBARQUE
             MOVE AGT-SEQ(WRK-IDX-AGENDA)    TO AGD-SEQ
             MOVE AGT-SITUACAO(WRK-IDX-AGENDA) TO AGD-SITUACAO
             MOVE AGT-VALOR(WRK-IDX-AGENDA)  TO AGD-VALOR
             MOVE AGT-VENCIMENTO(WRK-IDX-AGENDA) TO AGD-VENCIMENTO
             MOVE AGT-DATA-INCLUSAO(WRK-IDX-AGENDA)
                                             TO AGD-DATA-INCLUSAO
             MOVE AGT-DATA-REMESSA(WRK-IDX-AGENDA)
                                             TO AGD-DATA-REMESSA
             WRITE REG-TRANSP-AGENDA
           END-PERFORM
           CLOSE TRANSP-AGENDA.

       0025-DIAS-NO-MES-CORRE SECTION.

           MOVE DIAS-MES(CORRE-MES) TO WRK-DIAS-NO-MES
           MOVE "N" TO WRK-BISSEXTO
           IF CORRE-MES EQUAL 2
             DIVIDE CORRE-ANO BY 4   GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-4
             DIVIDE CORRE-ANO BY 100 GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-100
             DIVIDE CORRE-ANO BY 400 GIVING WRK-DIV-TMP
                                     REMAINDER WRK-RESTO-400
             IF WRK-RESTO-4 EQUAL 0
               MOVE "S" TO WRK-BISSEXTO
               IF WRK-RESTO-100 EQUAL 0 AND WRK-RESTO-400 NOT EQUAL 0
                 MOVE "N" TO WRK-BISSEXTO
               END-IF
             END-IF
             IF ANO-BISSEXTO
               MOVE 29 TO WRK-DIAS-NO-MES
             END-IF
           END-IF.

       0026-AVANCA-UM-DIA SECTION.

           PERFORM 0025-DIAS-NO-MES-CORRE
           IF CORRE-DIA LESS WRK-DIAS-NO-MES
             ADD 1 TO CORRE-DIA
           ELSE
             MOVE 1 TO CORRE-DIA
             IF CORRE-MES LESS 12
               ADD 1 TO CORRE-MES
             ELSE
               MOVE 1 TO CORRE-MES
               ADD 1 TO CORRE-ANO
             END-IF
           END-IF.

       0051-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "PAGAR-TRANSP"     TO RPED-JOB
           MOVE "TRANSP-PAGAR-REL" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-LIMITE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM PAGAR-TRANSP.
