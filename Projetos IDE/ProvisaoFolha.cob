       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO-FOLHA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: PROVISAO MENSAL DE FERIAS E 13o SALARIO PARA A
      *==            CONTABILIDADE, QUE SO LANCAVA O CUSTO NO MES DO
      *==            PAGAMENTO E DISTORCIA O RESULTADO. PARA CADA
      *==            EMPREGADO ATIVO DO EMPLOYEE-MASTER APROPRIA 1/12
      *==            DO SALARIO PARA O 13o E 1/12 MAIS UM TERCO PARA AS
      *==            FERIAS, COM OS ENCARGOS (ALIQUOTA PATRONAL E FGTS
      *==            DE FOLHA-PARAMETROS, PADRAO 20% E 8%) POR CIMA. A
      *==            PROVISAO E REVERTIDA QUANDO O CUSTO ACONTECE:
      *==            - 13o PAGO NO DECIMO-TERCEIRO DA COMPETENCIA
      *==              (ADIANTAMENTO REVERTE O VALOR PAGO, QUITACAO
      *==              REVERTE O SALDO INTEIRO);
      *==            - FERIAS PAGAS NA FOLHA-MENSAL DA COMPETENCIA
      *==              (TERCO EM FOLHA-PAGAMENTO; REVERTE SALARIO DE
      *==              FERIAS + TERCO, ATE O SALDO);
      *==            - DESLIGAMENTO (RESCISAO-CALC): O SALDO INTEIRO
      *==              E REVERTIDO E O EMPREGADO DEIXA DE PROVISIONAR.
      *==            O MOVIMENTO DO MES VAI PARA PROVISAO-SALDOS
      *==            (ACUMULADO DE COMPETENCIAS COMO A FOLHA-PAGAMENTO)
      *==            E OS LANCAMENTOS, POR DEPARTAMENTO/CENTRO DE
      *==            CUSTO, PARA PROVISAO-LANCAMENTOS NO LEIAUTE DO
      *==            CONTABIL-EXPORTA: DESPESA CONTRA PROVISAO NA
      *==            APROPRIACAO E O INVERSO NA REVERSAO.
      *== DATA: 15/10/2026
      *== OBS: RODA DEPOIS DA FOLHA-MENSAL E, EM NOVEMBRO E DEZEMBRO,
      *==      DO DECIMO-TERCEIRO. NO SYSIN, A COMPETENCIA AAAAMM
      *==      (BRANCO = MES CORRENTE). REEXECUTAR O MES REFAZ O
      *==      MOVIMENTO DELE; COMPETENCIA ANTERIOR A ULTIMA JA
      *==      PROVISIONADA E RECUSADA. AS CONTAS VEM DE CONTAS-MAPA
      *==      (COLUNAS DE PROVISAO DEPOIS DAS CONTAS DA FOLHA); LINHA
      *==      SEM CONTA DE PROVISAO OU DEBITOS DIFERENTES DE CREDITOS
      *==      RECUSAM A EXPORTACAO COM RETURN-CODE 8 (O MOVIMENTO FICA
      *==      GRAVADO E O MES PODE SER REEXECUTADO APOS A CORRECAO).
      *==      FOLHA-PAGAMENTO SEM A COMPETENCIA DEVOLVE RC 4 (FERIAS
      *==      PAGAS NAO TERIAM COMO SER REVERTIDAS).
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  RATEIO DE CENTROS DE CUSTO: A APROPRIACAO E A
      *==                 REVERSAO DO EMPREGADO COM RATEIO VIGENTE NA
      *==                 COMPETENCIA (RATEIO-VALIDADO) SAO LANCADAS NOS
      *==                 CENTROS PELOS PERCENTUAIS, COM A SOBRA DO
      *==                 ARREDONDAMENTO NO ULTIMO. PROVISAO-SALDOS
      *==                 CONTINUA POR EMPREGADO, NO DEPARTAMENTO DO
      *==                 CADASTRO.
      *== 15/10/2026 FA  EMISSAO DO PROVISAO-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT FOLHA-PAGAMENTO ASSIGN TO "FOLHA-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA.
           SELECT DECIMO-PAGAMENTO ASSIGN TO "DECIMO-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DECIMO.
           SELECT FOLHA-PARAMETROS ASSIGN TO "FOLHA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPARAM.
           SELECT CONTAS-MAPA ASSIGN TO "CONTAS-MAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT PROVISAO-SALDOS ASSIGN TO "PROVISAO-SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROV.
           SELECT PROVISAO-SALDOS-NOVA
               ASSIGN TO "PROVISAO-SALDOS-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISAO-LANCAMENTOS
               ASSIGN TO "PROVISAO-LANCAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISAO-RELATORIO
               ASSIGN TO "PROVISAO-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATEIO-VALIDADO ASSIGN TO "RATEIO-VALIDADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       FD  FOLHA-PAGAMENTO.
       01  REG-FOLHA-PAGAMENTO.
           05 FOLHA-COMPETENCIA    PIC 9(06).
           05 FOLHA-CODIGO         PIC 9(04).
           05 FOLHA-NOME           PIC X(15).
           05 FOLHA-DEPARTAMENTO   PIC X(04).
           05 FOLHA-BRUTO          PIC 9(06)V99.
           05 FOLHA-INSS           PIC 9(06)V99.
           05 FOLHA-IRRF           PIC 9(06)V99.
           05 FOLHA-LIQUIDO        PIC 9(06)V99.
           05 FOLHA-FERIAS-TERCO   PIC 9(06)V99.
           05 FOLHA-HE50           PIC 9(06)V99.
           05 FOLHA-HE100          PIC 9(06)V99.
           05 FOLHA-FALTAS         PIC 9(06)V99.
           05 FOLHA-QTD-DEP        PIC 9(02).
           05 FOLHA-OUTROS-DESC    PIC 9(06)V99.

       FD  DECIMO-PAGAMENTO.
       01  REG-DECIMO-PAGAMENTO.
           05 DEC-COMPETENCIA      PIC 9(06).
           05 DEC-PARCELA          PIC 9(01).
           05 DEC-CODIGO           PIC 9(04).
           05 DEC-NOME             PIC X(15).
           05 DEC-DEPARTAMENTO     PIC X(04).
           05 DEC-BRUTO            PIC 9(06)V99.
           05 DEC-INSS             PIC 9(06)V99.
           05 DEC-IRRF             PIC 9(06)V99.
           05 DEC-ADIANTAMENTO     PIC 9(06)V99.
           05 DEC-LIQUIDO          PIC 9(06)V99.

       FD  FOLHA-PARAMETROS.
       01  REG-FOLHA-PARAMETRO.
           05 FPARAM-VALOR-DEP-REG PIC 9(04)V99.
           05 FPARAM-IDADE-DEP-REG PIC 9(02).
           05 FPARAM-PATRONAL-REG  PIC 9V9999.
           05 FPARAM-PISO-REG      PIC 9V9999.
           05 FPARAM-BH-CREDITO-REG PIC 9(03)V9.
           05 FPARAM-BH-DEBITO-REG PIC 9(03)V9.
           05 FPARAM-BH-PRAZO-REG  PIC 9(02).
           05 FPARAM-BH-JORNADA-REG PIC 9(02)V9.
           05 FPARAM-FGTS-REG      PIC 9V9999.

      *    MESMO MAPA DO CONTABIL-EXPORTA; AS CONTAS DE PROVISAO VEM
      *    DEPOIS DAS CONTAS DA FOLHA.
       FD  CONTAS-MAPA.
       01  REG-CONTA-MAPA.
           05 MAPA-DEPARTAMENTO-REG PIC X(04).
           05 MAPA-CONTA-DESPESA-REG PIC X(08).
           05 MAPA-CONTA-INSS-REG  PIC X(08).
           05 MAPA-CONTA-IRRF-REG  PIC X(08).
           05 MAPA-CONTA-LIQUIDO-REG PIC X(08).
           05 MAPA-CONTA-DESCONTOS-REG PIC X(08).
           05 MAPA-DESP-13-REG     PIC X(08).
           05 MAPA-DESP-FERIAS-REG PIC X(08).
           05 MAPA-DESP-ENCARGOS-REG PIC X(08).
           05 MAPA-PROV-13-REG     PIC X(08).
           05 MAPA-PROV-FERIAS-REG PIC X(08).
           05 MAPA-PROV-ENCARGOS-REG PIC X(08).

       FD  PROVISAO-SALDOS.
       01  REG-PROVISAO-SALDOS.
           COPY PROVISAO-MOV.

       FD  PROVISAO-SALDOS-NOVA.
       01  REG-PROVISAO-NOVA       PIC X(118).

       FD  PROVISAO-LANCAMENTOS.
       01  REG-CONTABIL.
           05 LANC-COMPETENCIA     PIC 9(06).
           05 LANC-DEPARTAMENTO    PIC X(04).
           05 LANC-CONTA           PIC X(08).
           05 LANC-NATUREZA        PIC X(01).
           05 LANC-VALOR           PIC 9(11)V99.
           05 LANC-HISTORICO       PIC X(30).

       FD  PROVISAO-RELATORIO.
       01  REG-PROVISAO-RELATORIO  PIC X(132).

       FD  RATEIO-VALIDADO.
       01  REG-RATEIO-VALIDADO.
           COPY RATEIO-CC.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB        PIC 9(04)           VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-FOLHA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-DECIMO PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-FPARAM PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-MAPA  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-PROV  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-RATEIO PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-TRACO        PIC X(132)           VALUE ALL "-".
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-ULTIMA-PROV  PIC 9(06)            VALUE ZERO.
       77  WRK-FIM-COMPETENCIA PIC 9(08)         VALUE ZERO.
      *====================== ALIQUOTAS ==================================
       77  WRK-TAXA-PATRONAL PIC 9V9999          VALUE 0,2000.
       77  WRK-TAXA-FGTS    PIC 9V9999           VALUE 0,0800.
       77  WRK-TAXA-ENCARGOS PIC 9V9999          VALUE ZERO.
      *====================== MAPA DE CONTAS =============================
       77  WRK-FIM-MAPA     PIC X(01)            VALUE "N".
       77  WRK-QTD-MAPA     PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-MAPA     PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-MAPA   PIC 9(02)            VALUE ZERO.
       01  TAB-MAPA.
           05 MAPA-ITEM OCCURS 50 TIMES
                         INDEXED BY IDX-MAPA.
              10 MAPA-DEPARTAMENTO PIC X(04).
              10 MAPA-DESP-13     PIC X(08).
              10 MAPA-DESP-FERIAS PIC X(08).
              10 MAPA-DESP-ENCARGOS PIC X(08).
              10 MAPA-PROV-13     PIC X(08).
              10 MAPA-PROV-FERIAS PIC X(08).
              10 MAPA-PROV-ENCARGOS PIC X(08).
      *====================== SALDOS DO MES ANTERIOR =====================
       77  WRK-QTD-SALDOS   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-SALDO    PIC 9(04)            VALUE ZERO.
       77  WRK-ACHOU-SALDO  PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-PRESERVADOS PIC 9(07)         VALUE ZERO.
       77  WRK-PROV-RECUSA  PIC X(01)            VALUE "N".
       01  TAB-SALDOS.
           05 SALT-ITEM OCCURS 9999 TIMES
                         INDEXED BY IDX-SALT.
              10 SALT-CODIGO      PIC 9(04).
              10 SALT-13          PIC 9(07)V99.
              10 SALT-ENC-13      PIC 9(07)V99.
              10 SALT-FERIAS      PIC 9(07)V99.
              10 SALT-ENC-FERIAS  PIC 9(07)V99.
      *====================== PAGAMENTOS DO MES ==========================
       77  WRK-QTD-DECIMO   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-DECIMO   PIC 9(04)            VALUE ZERO.
       01  TAB-DECIMO.
           05 DECT-ITEM OCCURS 9999 TIMES
                         INDEXED BY IDX-DECT.
              10 DECT-CODIGO      PIC 9(04).
              10 DECT-PARCELA     PIC 9(01).
              10 DECT-BRUTO       PIC 9(06)V99.
       77  WRK-QTD-FERIAS   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-FERIAS   PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-FOLHA-MES PIC 9(05)           VALUE ZERO.
       01  TAB-FERIAS-PAGAS.
           05 FERP-ITEM OCCURS 9999 TIMES
                         INDEXED BY IDX-FERP.
              10 FERP-CODIGO      PIC 9(04).
              10 FERP-TERCO       PIC 9(06)V99.
      *====================== CALCULO DO EMPREGADO =======================
       77  WRK-ADM-COMPET   PIC 9(06)            VALUE ZERO.
       77  WRK-ADM-DIA      PIC 9(02)            VALUE ZERO.
       77  WRK-DESL-COMPET  PIC 9(06)            VALUE ZERO.
       77  WRK-DESLIGADO    PIC X(01)            VALUE "N".
       77  WRK-QUITOU-13    PIC X(01)            VALUE "N".
       77  WRK-PAGO-13      PIC 9(07)V99         VALUE ZERO.
       77  WRK-PAGO-FERIAS  PIC 9(07)V99         VALUE ZERO.
       77  WRK-SALDO-ANT    PIC 9(07)V99         VALUE ZERO.
       01  WRK-PROV-REG.
           COPY PROVISAO-MOV REPLACING LEADING ==PROV== BY ==WPRV==.
      *====================== RATEIO DE CENTROS DE CUSTO =================
       77  WRK-QTD-RATEIO   PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-RATEIO   PIC 9(04)            VALUE ZERO.
       77  WRK-VIGENCIA-RATEIO PIC 9(08)         VALUE ZERO.
       01  TAB-RATEIO.
           05 RATT-ITEM OCCURS 5000 TIMES
                         INDEXED BY IDX-RATT.
              10 RATT-CODIGO      PIC 9(04).
              10 RATT-VIGENCIA    PIC 9(08).
              10 RATT-CENTRO      PIC X(04).
              10 RATT-PERCENTUAL  PIC 9(03)V99.
       77  WRK-QTD-CENTROS  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-CENTRO   PIC 9(02)            VALUE ZERO.
       01  TAB-CENTROS.
           05 CENT-ITEM OCCURS 10 TIMES
                         INDEXED BY IDX-CENT.
              10 CENT-CODIGO      PIC X(04).
              10 CENT-PERCENTUAL  PIC 9(03)V99.
       77  WRK-EMP-APROP-ENC PIC 9(07)V99        VALUE ZERO.
       77  WRK-EMP-REVER-ENC PIC 9(08)V99        VALUE ZERO.
       77  WRK-PARTE-APROP-13 PIC 9(07)V99       VALUE ZERO.
       77  WRK-PARTE-APROP-FERIAS PIC 9(07)V99   VALUE ZERO.
       77  WRK-PARTE-APROP-ENC PIC 9(07)V99      VALUE ZERO.
       77  WRK-PARTE-REVER-13 PIC 9(08)V99       VALUE ZERO.
       77  WRK-PARTE-REVER-FERIAS PIC 9(08)V99   VALUE ZERO.
       77  WRK-PARTE-REVER-ENC PIC 9(08)V99      VALUE ZERO.
       77  WRK-RATEADO-APROP-13 PIC 9(07)V99     VALUE ZERO.
       77  WRK-RATEADO-APROP-FERIAS PIC 9(07)V99 VALUE ZERO.
       77  WRK-RATEADO-APROP-ENC PIC 9(07)V99    VALUE ZERO.
       77  WRK-RATEADO-REVER-13 PIC 9(08)V99     VALUE ZERO.
       77  WRK-RATEADO-REVER-FERIAS PIC 9(08)V99 VALUE ZERO.
       77  WRK-RATEADO-REVER-ENC PIC 9(08)V99    VALUE ZERO.
      *====================== ACUMULADO POR DEPARTAMENTO =================
       77  WRK-QTD-DEPTOS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-DEPTO    PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-DEPTO  PIC X(01)            VALUE "N".
       01  TAB-DEPTOS.
           05 DEPT-ITEM OCCURS 50 TIMES
                         INDEXED BY IDX-DEPT.
              10 DEPT-CODIGO      PIC X(04).
              10 DEPT-APROP-13    PIC 9(11)V99.
              10 DEPT-APROP-FERIAS PIC 9(11)V99.
              10 DEPT-APROP-ENC   PIC 9(11)V99.
              10 DEPT-REVER-13    PIC 9(11)V99.
              10 DEPT-REVER-FERIAS PIC 9(11)V99.
              10 DEPT-REVER-ENC   PIC 9(11)V99.
      *====================== LANCAMENTOS ================================
       77  WRK-CONTA-DEB    PIC X(08)            VALUE SPACE.
       77  WRK-CONTA-CRED   PIC X(08)            VALUE SPACE.
       77  WRK-VALOR-LANC   PIC 9(11)V99         VALUE ZERO.
       77  WRK-HIST-LANC    PIC X(30)            VALUE SPACE.
       77  WRK-MAPA-OK      PIC X(01)            VALUE "S".
       77  WRK-TOTAL-DEBITOS PIC 9(13)V99        VALUE ZERO.
       77  WRK-TOTAL-CREDITOS PIC 9(13)V99       VALUE ZERO.
       77  WRK-DEB-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-CRED-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-LANCADOS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
      *====================== RELATORIO ==================================
       77  WRK-QTD-PROVISIONADOS PIC 9(05)        VALUE ZERO.
       77  WRK-TOT-APROP    PIC 9(11)V99         VALUE ZERO.
       77  WRK-TOT-REVER    PIC 9(11)V99         VALUE ZERO.
       77  WRK-TOT-SALDO    PIC 9(11)V99         VALUE ZERO.
       77  WRK-APROP-EMP    PIC 9(07)V99         VALUE ZERO.
       77  WRK-REVER-EMP    PIC 9(07)V99         VALUE ZERO.
       77  WRK-SALDO-EMP    PIC 9(08)V99         VALUE ZERO.
       77  WRK-APROP-13-ED  COPY CURRENCY-ED.
       77  WRK-APROP-FER-ED COPY CURRENCY-ED.
       77  WRK-APROP-ENC-ED COPY CURRENCY-ED.
       77  WRK-REVER-ED     COPY CURRENCY-ED.
       77  WRK-SALDO-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA A PROVISIONAR (AAAAMM) "
             ACCEPT WRK-COMPETENCIA-X
           IF WRK-COMPETENCIA-X NUMERIC
             MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA
           ELSE
             COMPUTE WRK-COMPETENCIA = WRK-DATA-SISTEMA / 100
             DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                     WRK-COMPETENCIA
           END-IF

           COMPUTE WRK-FIM-COMPETENCIA = WRK-COMPETENCIA * 100 + 31
           PERFORM 0001-CARREGA-PARAMETROS
           PERFORM 0002-CARREGA-MAPA
           PERFORM 0019-CARREGA-RATEIO
           IF WRK-QTD-MAPA EQUAL ZERO
             DISPLAY "CONTAS-MAPA AUSENTE OU VAZIO, PROVISAO "
                     "NAO GERADA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, PROVISAO NAO GERADA"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0003-PRESERVA-PROVISOES
           IF WRK-PROV-RECUSA EQUAL "S"
             DISPLAY "PROVISAO-SALDOS JA TEM A COMPETENCIA "
                     WRK-ULTIMA-PROV ", POSTERIOR A " WRK-COMPETENCIA
                     ": PROVISAO RECUSADA"
             CLOSE EMPLOYEE-MASTER
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0004-CARREGA-DECIMO
           PERFORM 0005-CARREGA-FERIAS-PAGAS

           OPEN OUTPUT PROVISAO-RELATORIO
           PERFORM 0012-CABECALHO

           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ EMPLOYEE-MASTER
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 PERFORM 0006-PROVISIONA-EMPREGADO
             END-READ
           END-PERFORM

           CLOSE EMPLOYEE-MASTER
           CLOSE PROVISAO-SALDOS

           PERFORM 0013-TOTAIS

           PERFORM 0008-CONFERE-LANCAMENTOS
           IF WRK-MAPA-OK EQUAL "N"
             DISPLAY "EXPORTACAO RECUSADA: DEPARTAMENTO SEM CONTA DE "
                     "PROVISAO EM CONTAS-MAPA"
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WRK-TOTAL-DEBITOS NOT EQUAL WRK-TOTAL-CREDITOS
               MOVE WRK-TOTAL-DEBITOS  TO WRK-DEB-ED
               MOVE WRK-TOTAL-CREDITOS TO WRK-CRED-ED
               DISPLAY "EXPORTACAO RECUSADA: DEBITOS " WRK-DEB-ED
                       " NAO FECHAM COM CREDITOS " WRK-CRED-ED
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 0009-GRAVA-LANCAMENTOS
               MOVE WRK-QTD-LANCADOS TO WRK-QTD-ED
               DISPLAY "LANCAMENTOS GERADOS: " WRK-QTD-ED
             END-IF
           END-IF

           CLOSE PROVISAO-RELATORIO
           PERFORM 0023-REGISTRA-RELATORIO

           IF WRK-QTD-FOLHA-MES EQUAL ZERO
             DISPLAY "FOLHA-PAGAMENTO SEM A COMPETENCIA "
                     WRK-COMPETENCIA
                     ": FERIAS PAGAS NAO FORAM REVERTIDAS"
             IF RETURN-CODE LESS 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF

           GOBACK.

       0001-CARREGA-PARAMETROS SECTION.

           OPEN INPUT FOLHA-PARAMETROS
           IF WRK-STATUS-FPARAM NOT EQUAL "35"
             READ FOLHA-PARAMETROS
               NOT AT END
                 IF FPARAM-PATRONAL-REG NUMERIC
                   AND FPARAM-PATRONAL-REG GREATER ZERO
                   MOVE FPARAM-PATRONAL-REG TO WRK-TAXA-PATRONAL
                 END-IF
                 IF FPARAM-FGTS-REG NUMERIC
                   AND FPARAM-FGTS-REG GREATER ZERO
                   MOVE FPARAM-FGTS-REG TO WRK-TAXA-FGTS
                 END-IF
             END-READ
             CLOSE FOLHA-PARAMETROS
           END-IF
           COMPUTE WRK-TAXA-ENCARGOS =
               WRK-TAXA-PATRONAL + WRK-TAXA-FGTS.

       0002-CARREGA-MAPA SECTION.

           OPEN INPUT CONTAS-MAPA
           IF WRK-STATUS-MAPA NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-MAPA EQUAL "S"
               READ CONTAS-MAPA
                 AT END
                   MOVE "S" TO WRK-FIM-MAPA
                 NOT AT END
                   IF WRK-QTD-MAPA NOT LESS 50
                     DISPLAY "TAB-MAPA CHEIA, LINHAS RESTANTES NAO "
                             "CARREGADAS"
                     MOVE "S" TO WRK-FIM-MAPA
                   ELSE
                     ADD 1 TO WRK-QTD-MAPA
                     MOVE MAPA-DEPARTAMENTO-REG
                       TO MAPA-DEPARTAMENTO(WRK-QTD-MAPA)
                     MOVE MAPA-DESP-13-REG
                       TO MAPA-DESP-13(WRK-QTD-MAPA)
                     MOVE MAPA-DESP-FERIAS-REG
                       TO MAPA-DESP-FERIAS(WRK-QTD-MAPA)
                     MOVE MAPA-DESP-ENCARGOS-REG
                       TO MAPA-DESP-ENCARGOS(WRK-QTD-MAPA)
                     MOVE MAPA-PROV-13-REG
                       TO MAPA-PROV-13(WRK-QTD-MAPA)
                     MOVE MAPA-PROV-FERIAS-REG
                       TO MAPA-PROV-FERIAS(WRK-QTD-MAPA)
                     MOVE MAPA-PROV-ENCARGOS-REG
                       TO MAPA-PROV-ENCARGOS(WRK-QTD-MAPA)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONTAS-MAPA
           END-IF.

       0003-PRESERVA-PROVISOES SECTION.

      *    PROVISAO-SALDOS E ACUMULADO: GUARDA AS COMPETENCIAS
      *    ANTERIORES, DESCARTA SO A DESTA EXECUCAO E GUARDA EM
      *    TAB-SALDOS O ULTIMO SALDO DE CADA EMPREGADO (O ARQUIVO ESTA
      *    EM ORDEM DE COMPETENCIA). SE JA EXISTIR COMPETENCIA
      *    POSTERIOR, O ARQUIVO NAO E TOCADO. AO SAIR, O ARQUIVO FICA
      *    ABERTO PARA GRAVACAO COM AS COMPETENCIAS ANTIGAS.
           MOVE ZERO TO WRK-QTD-PRESERVADOS
           OPEN OUTPUT PROVISAO-SALDOS-NOVA
           OPEN INPUT PROVISAO-SALDOS
           IF WRK-STATUS-PROV EQUAL "35"
             MOVE "S" TO WRK-FIM-ARQUIVO
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ PROVISAO-SALDOS
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 IF PROV-COMPETENCIA GREATER WRK-COMPETENCIA
                   MOVE "S" TO WRK-PROV-RECUSA
                   IF PROV-COMPETENCIA GREATER WRK-ULTIMA-PROV
                     MOVE PROV-COMPETENCIA TO WRK-ULTIMA-PROV
                   END-IF
                 END-IF
                 IF PROV-COMPETENCIA LESS WRK-COMPETENCIA
                   MOVE REG-PROVISAO-SALDOS TO REG-PROVISAO-NOVA
                   WRITE REG-PROVISAO-NOVA
                   ADD 1 TO WRK-QTD-PRESERVADOS
                   PERFORM 0014-GUARDA-SALDO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-PROV NOT EQUAL "35"
             CLOSE PROVISAO-SALDOS
           END-IF
           CLOSE PROVISAO-SALDOS-NOVA

           IF WRK-PROV-RECUSA EQUAL "N"
             OPEN INPUT PROVISAO-SALDOS-NOVA
             OPEN OUTPUT PROVISAO-SALDOS
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROVISAO-SALDOS-NOVA
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   MOVE REG-PROVISAO-NOVA TO REG-PROVISAO-SALDOS
                   WRITE REG-PROVISAO-SALDOS
               END-READ
             END-PERFORM
             CLOSE PROVISAO-SALDOS-NOVA
           END-IF.

       0014-GUARDA-SALDO SECTION.

           MOVE ZERO TO WRK-ACHOU-SALDO
           PERFORM VARYING WRK-IDX-SALDO FROM 1 BY 1
                     UNTIL WRK-IDX-SALDO > WRK-QTD-SALDOS
             IF SALT-CODIGO(WRK-IDX-SALDO) EQUAL PROV-CODIGO
               MOVE WRK-IDX-SALDO TO WRK-ACHOU-SALDO
               MOVE WRK-QTD-SALDOS TO WRK-IDX-SALDO
             END-IF
           END-PERFORM
           IF WRK-ACHOU-SALDO EQUAL ZERO
             IF WRK-QTD-SALDOS NOT LESS 9999
               DISPLAY "TAB-SALDOS CHEIA, EMPREGADO " PROV-CODIGO
                       " SEM SALDO ANTERIOR"
             ELSE
               ADD 1 TO WRK-QTD-SALDOS
               MOVE WRK-QTD-SALDOS TO WRK-ACHOU-SALDO
               MOVE PROV-CODIGO TO SALT-CODIGO(WRK-ACHOU-SALDO)
             END-IF
           END-IF
           IF WRK-ACHOU-SALDO GREATER ZERO
             MOVE PROV-SALDO-13     TO SALT-13(WRK-ACHOU-SALDO)
             MOVE PROV-SALDO-ENC-13 TO SALT-ENC-13(WRK-ACHOU-SALDO)
             MOVE PROV-SALDO-FERIAS TO SALT-FERIAS(WRK-ACHOU-SALDO)
             MOVE PROV-SALDO-ENC-FERIAS
               TO SALT-ENC-FERIAS(WRK-ACHOU-SALDO)
           END-IF.

       0004-CARREGA-DECIMO SECTION.

      *    SO OS PAGAMENTOS DE 13o DA COMPETENCIA.
           OPEN INPUT DECIMO-PAGAMENTO
           IF WRK-STATUS-DECIMO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DECIMO-PAGAMENTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DEC-COMPETENCIA EQUAL WRK-COMPETENCIA
                     IF WRK-QTD-DECIMO NOT LESS 9999
                       DISPLAY "TAB-DECIMO CHEIA, PAGAMENTOS "
                               "RESTANTES NAO REVERTIDOS"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-DECIMO
                       MOVE DEC-CODIGO
                         TO DECT-CODIGO(WRK-QTD-DECIMO)
                       MOVE DEC-PARCELA
                         TO DECT-PARCELA(WRK-QTD-DECIMO)
                       MOVE DEC-BRUTO
                         TO DECT-BRUTO(WRK-QTD-DECIMO)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DECIMO-PAGAMENTO
           END-IF.

       0005-CARREGA-FERIAS-PAGAS SECTION.

      *    CONTRACHEQUE DA COMPETENCIA COM TERCO DE FERIAS: AS FERIAS
      *    COMECARAM NO MES E FORAM PAGAS NA FOLHA-MENSAL.
           OPEN INPUT FOLHA-PAGAMENTO
           IF WRK-STATUS-FOLHA NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FOLHA-PAGAMENTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA
                     ADD 1 TO WRK-QTD-FOLHA-MES
                     IF FOLHA-FERIAS-TERCO NUMERIC
                       AND FOLHA-FERIAS-TERCO GREATER ZERO
                       IF WRK-QTD-FERIAS NOT LESS 9999
                         DISPLAY "TAB-FERIAS-PAGAS CHEIA, FERIAS "
                                 "RESTANTES NAO REVERTIDAS"
                       ELSE
                         ADD 1 TO WRK-QTD-FERIAS
                         MOVE FOLHA-CODIGO
                           TO FERP-CODIGO(WRK-QTD-FERIAS)
                         MOVE FOLHA-FERIAS-TERCO
                           TO FERP-TERCO(WRK-QTD-FERIAS)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FOLHA-PAGAMENTO
           END-IF.

       0006-PROVISIONA-EMPREGADO SECTION.

           MOVE ZERO TO WRK-PROV-REG
           MOVE WRK-COMPETENCIA      TO WPRV-COMPETENCIA
           MOVE EMP-CODIGO-REG       TO WPRV-CODIGO
           MOVE EMP-DEPARTAMENTO-REG TO WPRV-DEPARTAMENTO

           MOVE ZERO TO WRK-ACHOU-SALDO
           PERFORM VARYING WRK-IDX-SALDO FROM 1 BY 1
                     UNTIL WRK-IDX-SALDO > WRK-QTD-SALDOS
             IF SALT-CODIGO(WRK-IDX-SALDO) EQUAL EMP-CODIGO-REG
               MOVE WRK-IDX-SALDO TO WRK-ACHOU-SALDO
               MOVE WRK-QTD-SALDOS TO WRK-IDX-SALDO
             END-IF
           END-PERFORM
           IF WRK-ACHOU-SALDO GREATER ZERO
             MOVE SALT-13(WRK-ACHOU-SALDO)     TO WPRV-SALDO-13
             MOVE SALT-ENC-13(WRK-ACHOU-SALDO) TO WPRV-SALDO-ENC-13
             MOVE SALT-FERIAS(WRK-ACHOU-SALDO) TO WPRV-SALDO-FERIAS
             MOVE SALT-ENC-FERIAS(WRK-ACHOU-SALDO)
               TO WPRV-SALDO-ENC-FERIAS
           END-IF

      *    DESLIGADO ATE A COMPETENCIA NAO PROVISIONA MAIS; O SALDO
      *    INTEIRO E REVERTIDO (A RESCISAO PAGA FERIAS E 13o).
           MOVE "N" TO WRK-DESLIGADO
           IF EMP-SITUACAO-REG EQUAL "D"
             MOVE "S" TO WRK-DESLIGADO
             IF EMP-DESLIGAMENTO-REG NUMERIC
               AND EMP-DESLIGAMENTO-REG GREATER ZERO
               COMPUTE WRK-DESL-COMPET = EMP-DESLIGAMENTO-REG / 100
               IF WRK-DESL-COMPET GREATER WRK-COMPETENCIA
                 MOVE "N" TO WRK-DESLIGADO
               END-IF
             END-IF
           END-IF

      *    ADMITIDO NO MES SO CONTA O MES COM 15 DIAS OU MAIS DE
      *    TRABALHO, COMO NA RESCISAO.
           IF WRK-DESLIGADO EQUAL "N"
             AND EMP-ADMISSAO-REG NUMERIC
             DIVIDE EMP-ADMISSAO-REG BY 100
               GIVING WRK-ADM-COMPET REMAINDER WRK-ADM-DIA
             IF WRK-ADM-COMPET LESS WRK-COMPETENCIA
               OR (WRK-ADM-COMPET EQUAL WRK-COMPETENCIA
                   AND WRK-ADM-DIA NOT GREATER 16)
               COMPUTE WPRV-APROP-13 ROUNDED =
                   EMP-SALARIO-REG / 12
               COMPUTE WPRV-APROP-FERIAS ROUNDED =
                   EMP-SALARIO-REG * 4 / 36
               COMPUTE WPRV-APROP-ENC-13 ROUNDED =
                   WPRV-APROP-13 * WRK-TAXA-ENCARGOS
               COMPUTE WPRV-APROP-ENC-FERIAS ROUNDED =
                   WPRV-APROP-FERIAS * WRK-TAXA-ENCARGOS
               ADD WPRV-APROP-13         TO WPRV-SALDO-13
               ADD WPRV-APROP-ENC-13     TO WPRV-SALDO-ENC-13
               ADD WPRV-APROP-FERIAS     TO WPRV-SALDO-FERIAS
               ADD WPRV-APROP-ENC-FERIAS TO WPRV-SALDO-ENC-FERIAS
             END-IF
           END-IF

           IF WRK-DESLIGADO EQUAL "S"
             MOVE WPRV-SALDO-13         TO WRK-PAGO-13
             MOVE WPRV-SALDO-FERIAS     TO WRK-PAGO-FERIAS
             MOVE "N" TO WRK-QUITOU-13
           ELSE
             PERFORM 0007-APURA-PAGAMENTOS
           END-IF
           PERFORM 0015-REVERTE

           COMPUTE WRK-APROP-EMP =
               WPRV-APROP-13 + WPRV-APROP-ENC-13
               + WPRV-APROP-FERIAS + WPRV-APROP-ENC-FERIAS
           COMPUTE WRK-REVER-EMP =
               WPRV-REVER-13 + WPRV-REVER-ENC-13
               + WPRV-REVER-FERIAS + WPRV-REVER-ENC-FERIAS
           COMPUTE WRK-SALDO-EMP =
               WPRV-SALDO-13 + WPRV-SALDO-ENC-13
               + WPRV-SALDO-FERIAS + WPRV-SALDO-ENC-FERIAS

           IF WRK-APROP-EMP GREATER ZERO
             OR WRK-REVER-EMP GREATER ZERO
             OR WRK-SALDO-EMP GREATER ZERO
             MOVE WRK-PROV-REG TO REG-PROVISAO-SALDOS
             WRITE REG-PROVISAO-SALDOS
             ADD 1 TO WRK-QTD-PROVISIONADOS
             ADD WRK-APROP-EMP TO WRK-TOT-APROP
             ADD WRK-REVER-EMP TO WRK-TOT-REVER
             ADD WRK-SALDO-EMP TO WRK-TOT-SALDO
             PERFORM 0010-ACUMULA-DEPTO
             PERFORM 0016-LINHA-EMPREGADO
           END-IF.

       0007-APURA-PAGAMENTOS SECTION.

      *    QUITACAO DO 13o (PARCELA 2) ENCERRA O ANO: REVERTE O SALDO
      *    INTEIRO. ADIANTAMENTO REVERTE O QUE FOI PAGO.
           MOVE ZERO TO WRK-PAGO-13
           MOVE ZERO TO WRK-PAGO-FERIAS
           MOVE "N"  TO WRK-QUITOU-13
           PERFORM VARYING WRK-IDX-DECIMO FROM 1 BY 1
                     UNTIL WRK-IDX-DECIMO > WRK-QTD-DECIMO
             IF DECT-CODIGO(WRK-IDX-DECIMO) EQUAL EMP-CODIGO-REG
               IF DECT-PARCELA(WRK-IDX-DECIMO) EQUAL 2
                 MOVE "S" TO WRK-QUITOU-13
               ELSE
                 ADD DECT-BRUTO(WRK-IDX-DECIMO) TO WRK-PAGO-13
               END-IF
             END-IF
           END-PERFORM
           IF WRK-QUITOU-13 EQUAL "S"
             MOVE WPRV-SALDO-13 TO WRK-PAGO-13
           END-IF

      *    FERIAS PAGAS: SALARIO DAS FERIAS MAIS O TERCO (O TERCO DO
      *    CONTRACHEQUE VEZES QUATRO).
           PERFORM VARYING WRK-IDX-FERIAS FROM 1 BY 1
                     UNTIL WRK-IDX-FERIAS > WRK-QTD-FERIAS
             IF FERP-CODIGO(WRK-IDX-FERIAS) EQUAL EMP-CODIGO-REG
               COMPUTE WRK-PAGO-FERIAS =
                   WRK-PAGO-FERIAS + FERP-TERCO(WRK-IDX-FERIAS) * 4
             END-IF
           END-PERFORM.

       0015-REVERTE SECTION.

      *    REVERTE ATE O SALDO; OS ENCARGOS SAEM NA MESMA PROPORCAO
      *    DO PRINCIPAL REVERTIDO.
           IF WRK-PAGO-13 GREATER ZERO
             AND WPRV-SALDO-13 GREATER ZERO
             MOVE WPRV-SALDO-13 TO WRK-SALDO-ANT
             IF WRK-PAGO-13 NOT LESS WRK-SALDO-ANT
               MOVE WRK-SALDO-ANT     TO WPRV-REVER-13
               MOVE WPRV-SALDO-ENC-13 TO WPRV-REVER-ENC-13
             ELSE
               MOVE WRK-PAGO-13       TO WPRV-REVER-13
               COMPUTE WPRV-REVER-ENC-13 ROUNDED =
                   WPRV-SALDO-ENC-13 * WRK-PAGO-13 / WRK-SALDO-ANT
             END-IF
             SUBTRACT WPRV-REVER-13     FROM WPRV-SALDO-13
             SUBTRACT WPRV-REVER-ENC-13 FROM WPRV-SALDO-ENC-13
           END-IF
           IF WRK-DESLIGADO EQUAL "S"
             OR WRK-QUITOU-13 EQUAL "S"
             ADD WPRV-SALDO-ENC-13 TO WPRV-REVER-ENC-13
             MOVE ZERO TO WPRV-SALDO-ENC-13
           END-IF

           IF WRK-PAGO-FERIAS GREATER ZERO
             AND WPRV-SALDO-FERIAS GREATER ZERO
             MOVE WPRV-SALDO-FERIAS TO WRK-SALDO-ANT
             IF WRK-PAGO-FERIAS NOT LESS WRK-SALDO-ANT
               MOVE WRK-SALDO-ANT         TO WPRV-REVER-FERIAS
               MOVE WPRV-SALDO-ENC-FERIAS TO WPRV-REVER-ENC-FERIAS
             ELSE
               MOVE WRK-PAGO-FERIAS       TO WPRV-REVER-FERIAS
               COMPUTE WPRV-REVER-ENC-FERIAS ROUNDED =
                   WPRV-SALDO-ENC-FERIAS * WRK-PAGO-FERIAS
                   / WRK-SALDO-ANT
             END-IF
             SUBTRACT WPRV-REVER-FERIAS     FROM WPRV-SALDO-FERIAS
             SUBTRACT WPRV-REVER-ENC-FERIAS FROM WPRV-SALDO-ENC-FERIAS
           END-IF
           IF WRK-DESLIGADO EQUAL "S"
             ADD WPRV-SALDO-ENC-FERIAS TO WPRV-REVER-ENC-FERIAS
             MOVE ZERO TO WPRV-SALDO-ENC-FERIAS
           END-IF.

       0010-ACUMULA-DEPTO SECTION.

      *    A APROPRIACAO E A REVERSAO DO MES VAO PARA OS CENTROS DO
      *    RATEIO VIGENTE NA COMPETENCIA.
           COMPUTE WRK-EMP-APROP-ENC =
               WPRV-APROP-ENC-13 + WPRV-APROP-ENC-FERIAS
           COMPUTE WRK-EMP-REVER-ENC =
               WPRV-REVER-ENC-13 + WPRV-REVER-ENC-FERIAS
           PERFORM 0020-RESOLVE-RATEIO
           MOVE ZERO TO WRK-RATEADO-APROP-13
           MOVE ZERO TO WRK-RATEADO-APROP-FERIAS
           MOVE ZERO TO WRK-RATEADO-APROP-ENC
           MOVE ZERO TO WRK-RATEADO-REVER-13
           MOVE ZERO TO WRK-RATEADO-REVER-FERIAS
           MOVE ZERO TO WRK-RATEADO-REVER-ENC
           PERFORM VARYING WRK-IDX-CENTRO FROM 1 BY 1
                     UNTIL WRK-IDX-CENTRO > WRK-QTD-CENTROS
             PERFORM 0021-PARTE-CENTRO
             PERFORM 0022-LOCALIZA-DEPTO
           END-PERFORM.

       0022-LOCALIZA-DEPTO SECTION.

           MOVE "N" TO WRK-ACHOU-DEPTO
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             IF DEPT-CODIGO(WRK-IDX-DEPTO)
                  EQUAL CENT-CODIGO(WRK-IDX-CENTRO)
               MOVE "S" TO WRK-ACHOU-DEPTO
               PERFORM 0011-SOMA-DEPTO
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
             END-IF
           END-PERFORM
           IF WRK-ACHOU-DEPTO EQUAL "N"
             IF WRK-QTD-DEPTOS NOT LESS 50
               DISPLAY "TAB-DEPTOS CHEIA, EXPORTACAO RECUSADA "
                       "PARA NAO PERDER LANCAMENTO"
               MOVE "N" TO WRK-MAPA-OK
             ELSE
               ADD 1 TO WRK-QTD-DEPTOS
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
               MOVE CENT-CODIGO(WRK-IDX-CENTRO)
                 TO DEPT-CODIGO(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-APROP-13(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-APROP-FERIAS(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-APROP-ENC(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-REVER-13(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-REVER-FERIAS(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-REVER-ENC(WRK-IDX-DEPTO)
               PERFORM 0011-SOMA-DEPTO
             END-IF
           END-IF.

       0011-SOMA-DEPTO SECTION.

           ADD WRK-PARTE-APROP-13
             TO DEPT-APROP-13(WRK-IDX-DEPTO)
           ADD WRK-PARTE-APROP-FERIAS
             TO DEPT-APROP-FERIAS(WRK-IDX-DEPTO)
           ADD WRK-PARTE-APROP-ENC
             TO DEPT-APROP-ENC(WRK-IDX-DEPTO)
           ADD WRK-PARTE-REVER-13
             TO DEPT-REVER-13(WRK-IDX-DEPTO)
           ADD WRK-PARTE-REVER-FERIAS
             TO DEPT-REVER-FERIAS(WRK-IDX-DEPTO)
           ADD WRK-PARTE-REVER-ENC
             TO DEPT-REVER-ENC(WRK-IDX-DEPTO).

       0021-PARTE-CENTRO SECTION.

      *    O ULTIMO CENTRO FICA COM A SOBRA DO ARREDONDAMENTO, PARA AS
      *    PARTES SOMAREM EXATAMENTE O MOVIMENTO DO EMPREGADO.
           IF WRK-IDX-CENTRO EQUAL WRK-QTD-CENTROS
             COMPUTE WRK-PARTE-APROP-13 =
                 WPRV-APROP-13 - WRK-RATEADO-APROP-13
             COMPUTE WRK-PARTE-APROP-FERIAS =
                 WPRV-APROP-FERIAS - WRK-RATEADO-APROP-FERIAS
             COMPUTE WRK-PARTE-APROP-ENC =
                 WRK-EMP-APROP-ENC - WRK-RATEADO-APROP-ENC
             COMPUTE WRK-PARTE-REVER-13 =
                 WPRV-REVER-13 - WRK-RATEADO-REVER-13
             COMPUTE WRK-PARTE-REVER-FERIAS =
                 WPRV-REVER-FERIAS - WRK-RATEADO-REVER-FERIAS
             COMPUTE WRK-PARTE-REVER-ENC =
                 WRK-EMP-REVER-ENC - WRK-RATEADO-REVER-ENC
           ELSE
             COMPUTE WRK-PARTE-APROP-13 ROUNDED =
                 WPRV-APROP-13 * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
             COMPUTE WRK-PARTE-APROP-FERIAS ROUNDED =
                 WPRV-APROP-FERIAS * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
             COMPUTE WRK-PARTE-APROP-ENC ROUNDED =
                 WRK-EMP-APROP-ENC * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
             COMPUTE WRK-PARTE-REVER-13 ROUNDED =
                 WPRV-REVER-13 * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
             COMPUTE WRK-PARTE-REVER-FERIAS ROUNDED =
                 WPRV-REVER-FERIAS * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
             COMPUTE WRK-PARTE-REVER-ENC ROUNDED =
                 WRK-EMP-REVER-ENC * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
           END-IF
           ADD WRK-PARTE-APROP-13     TO WRK-RATEADO-APROP-13
           ADD WRK-PARTE-APROP-FERIAS TO WRK-RATEADO-APROP-FERIAS
           ADD WRK-PARTE-APROP-ENC    TO WRK-RATEADO-APROP-ENC
           ADD WRK-PARTE-REVER-13     TO WRK-RATEADO-REVER-13
           ADD WRK-PARTE-REVER-FERIAS TO WRK-RATEADO-REVER-FERIAS
           ADD WRK-PARTE-REVER-ENC    TO WRK-RATEADO-REVER-ENC.

       0008-CONFERE-LANCAMENTOS SECTION.

      *    CADA DEPARTAMENTO PRECISA DAS SEIS CONTAS DE PROVISAO NA
      *    SUA LINHA DO MAPA (OU NA PADRAO); CADA VALOR VAI A DEBITO E
      *    A CREDITO, ENTAO OS TOTAIS TEM DE FECHAR.
           MOVE ZERO TO WRK-TOTAL-DEBITOS
           MOVE ZERO TO WRK-TOTAL-CREDITOS
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             PERFORM 0017-RESOLVE-MAPA
             IF MAPA-DESP-13(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-DESP-FERIAS(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-DESP-ENCARGOS(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-PROV-13(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-PROV-FERIAS(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-PROV-ENCARGOS(WRK-ACHOU-MAPA) EQUAL SPACE
               DISPLAY "DEPARTAMENTO " DEPT-CODIGO(WRK-IDX-DEPTO)
                       " SEM CONTA DE PROVISAO NO MAPA"
               MOVE "N" TO WRK-MAPA-OK
             END-IF
             ADD DEPT-APROP-13(WRK-IDX-DEPTO)
                 DEPT-APROP-FERIAS(WRK-IDX-DEPTO)
                 DEPT-APROP-ENC(WRK-IDX-DEPTO)
                 DEPT-REVER-13(WRK-IDX-DEPTO)
                 DEPT-REVER-FERIAS(WRK-IDX-DEPTO)
                 DEPT-REVER-ENC(WRK-IDX-DEPTO)
               TO WRK-TOTAL-DEBITOS
             ADD DEPT-APROP-13(WRK-IDX-DEPTO)
                 DEPT-APROP-FERIAS(WRK-IDX-DEPTO)
                 DEPT-APROP-ENC(WRK-IDX-DEPTO)
                 DEPT-REVER-13(WRK-IDX-DEPTO)
                 DEPT-REVER-FERIAS(WRK-IDX-DEPTO)
                 DEPT-REVER-ENC(WRK-IDX-DEPTO)
               TO WRK-TOTAL-CREDITOS
           END-PERFORM.

       0009-GRAVA-LANCAMENTOS SECTION.

           OPEN OUTPUT PROVISAO-LANCAMENTOS
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             PERFORM 0017-RESOLVE-MAPA

             MOVE MAPA-DESP-13(WRK-ACHOU-MAPA) TO WRK-CONTA-DEB
             MOVE MAPA-PROV-13(WRK-ACHOU-MAPA) TO WRK-CONTA-CRED
             MOVE DEPT-APROP-13(WRK-IDX-DEPTO) TO WRK-VALOR-LANC
             MOVE "PROVISAO DE 13o SALARIO" TO WRK-HIST-LANC
             PERFORM 0018-GRAVA-PARTIDA

             MOVE MAPA-DESP-FERIAS(WRK-ACHOU-MAPA) TO WRK-CONTA-DEB
             MOVE MAPA-PROV-FERIAS(WRK-ACHOU-MAPA) TO WRK-CONTA-CRED
             MOVE DEPT-APROP-FERIAS(WRK-IDX-DEPTO) TO WRK-VALOR-LANC
             MOVE "PROVISAO DE FERIAS + 1/3" TO WRK-HIST-LANC
             PERFORM 0018-GRAVA-PARTIDA

             MOVE MAPA-DESP-ENCARGOS(WRK-ACHOU-MAPA) TO WRK-CONTA-DEB
             MOVE MAPA-PROV-ENCARGOS(WRK-ACHOU-MAPA) TO WRK-CONTA-CRED
             MOVE DEPT-APROP-ENC(WRK-IDX-DEPTO) TO WRK-VALOR-LANC
             MOVE "PROVISAO ENCARGOS FERIAS/13o" TO WRK-HIST-LANC
             PERFORM 0018-GRAVA-PARTIDA

             MOVE MAPA-PROV-13(WRK-ACHOU-MAPA) TO WRK-CONTA-DEB
             MOVE MAPA-DESP-13(WRK-ACHOU-MAPA) TO WRK-CONTA-CRED
             MOVE DEPT-REVER-13(WRK-IDX-DEPTO) TO WRK-VALOR-LANC
             MOVE "REVERSAO PROVISAO 13o" TO WRK-HIST-LANC
             PERFORM 0018-GRAVA-PARTIDA

             MOVE MAPA-PROV-FERIAS(WRK-ACHOU-MAPA) TO WRK-CONTA-DEB
             MOVE MAPA-DESP-FERIAS(WRK-ACHOU-MAPA) TO WRK-CONTA-CRED
             MOVE DEPT-REVER-FERIAS(WRK-IDX-DEPTO) TO WRK-VALOR-LANC
             MOVE "REVERSAO PROVISAO FERIAS" TO WRK-HIST-LANC
             PERFORM 0018-GRAVA-PARTIDA

             MOVE MAPA-PROV-ENCARGOS(WRK-ACHOU-MAPA) TO WRK-CONTA-DEB
             MOVE MAPA-DESP-ENCARGOS(WRK-ACHOU-MAPA) TO WRK-CONTA-CRED
             MOVE DEPT-REVER-ENC(WRK-IDX-DEPTO) TO WRK-VALOR-LANC
             MOVE "REVERSAO ENCARGOS FERIAS/13o" TO WRK-HIST-LANC
             PERFORM 0018-GRAVA-PARTIDA
           END-PERFORM
           CLOSE PROVISAO-LANCAMENTOS.

       0018-GRAVA-PARTIDA SECTION.

      *    VALOR ZERO NAO GERA PARTIDA.
           IF WRK-VALOR-LANC GREATER ZERO
             MOVE WRK-COMPETENCIA TO LANC-COMPETENCIA
             MOVE DEPT-CODIGO(WRK-IDX-DEPTO) TO LANC-DEPARTAMENTO
             MOVE WRK-HIST-LANC   TO LANC-HISTORICO
             MOVE WRK-VALOR-LANC  TO LANC-VALOR

             MOVE WRK-CONTA-DEB   TO LANC-CONTA
             MOVE "D" TO LANC-NATUREZA
             WRITE REG-CONTABIL
             ADD 1 TO WRK-QTD-LANCADOS

             MOVE WRK-CONTA-CRED  TO LANC-CONTA
             MOVE "C" TO LANC-NATUREZA
             WRITE REG-CONTABIL
             ADD 1 TO WRK-QTD-LANCADOS
           END-IF.

       0017-RESOLVE-MAPA SECTION.

      *    SEM LINHA PROPRIA DO DEPARTAMENTO, VALE A LINHA PADRAO
      *    (DEPARTAMENTO EM BRANCO), COMO NO CONTABIL-EXPORTA.
           MOVE ZERO TO WRK-ACHOU-MAPA
           PERFORM VARYING WRK-IDX-MAPA FROM 1 BY 1
                     UNTIL WRK-IDX-MAPA > WRK-QTD-MAPA
             IF MAPA-DEPARTAMENTO(WRK-IDX-MAPA)
                  EQUAL DEPT-CODIGO(WRK-IDX-DEPTO)
               MOVE WRK-IDX-MAPA TO WRK-ACHOU-MAPA
               MOVE WRK-QTD-MAPA TO WRK-IDX-MAPA
             END-IF
           END-PERFORM
           IF WRK-ACHOU-MAPA EQUAL ZERO
             PERFORM VARYING WRK-IDX-MAPA FROM 1 BY 1
                       UNTIL WRK-IDX-MAPA > WRK-QTD-MAPA
               IF MAPA-DEPARTAMENTO(WRK-IDX-MAPA) EQUAL SPACE
                 MOVE WRK-IDX-MAPA TO WRK-ACHOU-MAPA
                 MOVE WRK-QTD-MAPA TO WRK-IDX-MAPA
               END-IF
             END-PERFORM
           END-IF
           IF WRK-ACHOU-MAPA EQUAL ZERO
             DISPLAY "DEPARTAMENTO SEM MAPA E SEM PADRAO: "
                     DEPT-CODIGO(WRK-IDX-DEPTO)
                     ", USANDO A PRIMEIRA LINHA DO MAPA"
             MOVE 1 TO WRK-ACHOU-MAPA
           END-IF.

       0012-CABECALHO SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           STRING "PROVISAO DE FERIAS E 13o SALARIO - COMPETENCIA "
                    DELIMITED BY SIZE
                  WRK-COMPETENCIA  DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO
           MOVE WRK-TRACO TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "COD  NOME            DEPTO      PROV. 13o  "
                    DELIMITED BY SIZE
                  "  PROV. FERIAS      ENCARGOS      REVERSOES"
                    DELIMITED BY SIZE
                  "    SALDO PROVISIONADO"
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO.

       0016-LINHA-EMPREGADO SECTION.

           MOVE WPRV-APROP-13 TO WRK-APROP-13-ED
           MOVE WPRV-APROP-FERIAS TO WRK-APROP-FER-ED
           COMPUTE WRK-APROP-ENC-ED =
               WPRV-APROP-ENC-13 + WPRV-APROP-ENC-FERIAS
           MOVE WRK-REVER-EMP TO WRK-REVER-ED
           MOVE WRK-SALDO-EMP TO WRK-SALDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING EMP-CODIGO-REG       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  EMP-NOME-REG         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WPRV-DEPARTAMENTO    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-APROP-13-ED      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-APROP-FER-ED     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-APROP-ENC-ED     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-REVER-ED         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO
           IF WRK-REVER-EMP GREATER ZERO
             MOVE SPACE TO WRK-LINHA-REL
             EVALUATE TRUE
               WHEN WRK-DESLIGADO EQUAL "S"
                 MOVE "     REVERSAO POR DESLIGAMENTO" TO WRK-LINHA-REL
               WHEN WPRV-REVER-13 GREATER ZERO
                 AND WPRV-REVER-FERIAS GREATER ZERO
                 MOVE "     REVERSAO POR PAGAMENTO DE 13o E FERIAS"
                   TO WRK-LINHA-REL
               WHEN WPRV-REVER-13 GREATER ZERO
                 MOVE "     REVERSAO POR PAGAMENTO DE 13o"
                   TO WRK-LINHA-REL
               WHEN OTHER
                 MOVE "     REVERSAO POR PAGAMENTO DE FERIAS"
                   TO WRK-LINHA-REL
             END-EVALUATE
             MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
             WRITE REG-PROVISAO-RELATORIO
           END-IF.

       0013-TOTAIS SECTION.

           MOVE WRK-TRACO TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO
           MOVE WRK-QTD-PROVISIONADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPREGADOS COM PROVISAO: " DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO
           MOVE WRK-TOT-APROP TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL APROPRIADO NO MES (COM ENCARGOS): "
                    DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO
           MOVE WRK-TOT-REVER TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL REVERTIDO NO MES (COM ENCARGOS):  "
                    DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO
           MOVE WRK-TOT-SALDO TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "SALDO PROVISIONADO AO FIM DO MES:       "
                    DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-PROVISAO-RELATORIO
           WRITE REG-PROVISAO-RELATORIO.

       0019-CARREGA-RATEIO SECTION.

      *    RATEIO-VALIDADO SO TEM RATEIOS ACEITOS PELO RATEIO-VALIDA.
           OPEN INPUT RATEIO-VALIDADO
           IF WRK-STATUS-RATEIO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ RATEIO-VALIDADO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-RATEIO NOT LESS 5000
                     DISPLAY "TAB-RATEIO CHEIA, RATEIOS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-RATEIO
                     MOVE RAT-CODIGO
                       TO RATT-CODIGO(WRK-QTD-RATEIO)
                     MOVE RAT-VIGENCIA
                       TO RATT-VIGENCIA(WRK-QTD-RATEIO)
                     MOVE RAT-CENTRO
                       TO RATT-CENTRO(WRK-QTD-RATEIO)
                     MOVE RAT-PERCENTUAL
                       TO RATT-PERCENTUAL(WRK-QTD-RATEIO)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RATEIO-VALIDADO
           END-IF.

       0020-RESOLVE-RATEIO SECTION.

      *    VALE O RATEIO DE MAIOR VIGENCIA ATE O FIM DA COMPETENCIA;
      *    SEM RATEIO, TUDO FICA NO DEPARTAMENTO DO CADASTRO. A
      *    REVERSAO SEGUE O RATEIO DO MES EM QUE O CUSTO ACONTECE.
           MOVE ZERO TO WRK-VIGENCIA-RATEIO
           PERFORM VARYING WRK-IDX-RATEIO FROM 1 BY 1
                     UNTIL WRK-IDX-RATEIO > WRK-QTD-RATEIO
             IF RATT-CODIGO(WRK-IDX-RATEIO) EQUAL EMP-CODIGO-REG
               AND RATT-VIGENCIA(WRK-IDX-RATEIO)
                   NOT GREATER WRK-FIM-COMPETENCIA
               AND RATT-VIGENCIA(WRK-IDX-RATEIO)
                   GREATER WRK-VIGENCIA-RATEIO
               MOVE RATT-VIGENCIA(WRK-IDX-RATEIO)
                 TO WRK-VIGENCIA-RATEIO
             END-IF
           END-PERFORM
           MOVE ZERO TO WRK-QTD-CENTROS
           IF WRK-VIGENCIA-RATEIO GREATER ZERO
             PERFORM VARYING WRK-IDX-RATEIO FROM 1 BY 1
                       UNTIL WRK-IDX-RATEIO > WRK-QTD-RATEIO
               IF RATT-CODIGO(WRK-IDX-RATEIO) EQUAL EMP-CODIGO-REG
                 AND RATT-VIGENCIA(WRK-IDX-RATEIO)
                     EQUAL WRK-VIGENCIA-RATEIO
                 AND WRK-QTD-CENTROS LESS 10
                 ADD 1 TO WRK-QTD-CENTROS
                 MOVE RATT-CENTRO(WRK-IDX-RATEIO)
                   TO CENT-CODIGO(WRK-QTD-CENTROS)
                 MOVE RATT-PERCENTUAL(WRK-IDX-RATEIO)
                   TO CENT-PERCENTUAL(WRK-QTD-CENTROS)
               END-IF
             END-PERFORM
           END-IF
           IF WRK-QTD-CENTROS EQUAL ZERO
             MOVE 1 TO WRK-QTD-CENTROS
             MOVE WPRV-DEPARTAMENTO TO CENT-CODIGO(1)
             MOVE 100 TO CENT-PERCENTUAL(1)
           END-IF.

       0023-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "PROVISAO-FOL"       TO RPED-JOB
           MOVE "PROVISAO-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM PROVISAO-FOLHA.
