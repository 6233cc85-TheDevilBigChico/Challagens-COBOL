      *==                 CONTAS-MAPA), SENAO O BALANCO DEBITO X
      *==                 CREDITO NUNCA FECHARIA NUM MES COM DESCONTO
      *==                 APLICADO.
      *== 15/10/2026 FA  RATEIO DE CENTROS DE CUSTO: O CONTRACHEQUE DO
      *==                 EMPREGADO COM RATEIO VIGENTE EM
      *==                 RATEIO-VALIDADO (GRAVADO PELO RATEIO-VALIDA) E
      *==                 DIVIDIDO ENTRE OS CENTROS PELOS PERCENTUAIS,
      *==                 COM A SOBRA DO ARREDONDAMENTO NO ULTIMO; SEM
      *==                 RATEIO, TUDO SEGUE NO DEPARTAMENTO DA FOLHA.
      *==                 A EXPORTACAO PASSA A LANCAR TAMBEM O INSS
      *==                 PATRONAL E O FGTS DO MES SOBRE O BRUTO
      *==                 (ALIQUOTAS DE FOLHA-PARAMETROS, PADRAO 20% E
      *==                 8%), RATEADOS DO MESMO JEITO, COM AS CONTAS
      *==                 NOVAS DE CONTAS-MAPA (DEPOIS DAS COLUNAS DA
      *==                 PROVISAO); LINHA DO MAPA SEM ESSAS CONTAS NAO
      *==                 LANCA OS ENCARGOS DO DEPARTAMENTO E O JOB
      *==                 TERMINA COM RETURN-CODE 4.
      *== 15/10/2026 FA  FOLHA DE MAIS DE UMA EMPRESA (CNPJ): A EMPRESA
      *==                 E INFORMADA NA LARGADA (BRANCO = TODAS) E
      *==                 CADA EMPRESA COM CONTRACHEQUE NA COMPETENCIA
      *==                 GANHA O SEU ARQUIVO CONTABIL-LANCAMENTOS-cc,
      *==                 COM DEPARTAMENTOS E BALANCO PROPRIOS; EMPRESA
      *==                 QUE NAO FECHA NAO E GRAVADA (RETURN-CODE 8)
      *==                 SEM IMPEDIR AS DEMAIS. CONTRACHEQUE SEM
      *==                 EMPRESA E DA EMPRESA 01.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT CONTABIL-LANCAMENTOS
               ASSIGN TO DYNAMIC WRK-NOME-LANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHA-PARAMETROS ASSIGN TO "FOLHA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPARAM.
           SELECT RATEIO-VALIDADO ASSIGN TO "RATEIO-VALIDADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.

       DATA DIVISION.
       FILE SECTION.
           05 FOLHA-FALTAS         PIC 9(06)V99.
           05 FOLHA-QTD-DEP        PIC 9(02).
           05 FOLHA-OUTROS-DESC    PIC 9(06)V99.
           05 FOLHA-EMPRESA        PIC 9(02).

       FD  CONTAS-MAPA.
       01  REG-CONTA-MAPA.
           05 MAPA-CONTA-IRRF-REG  PIC X(08).
           05 MAPA-CONTA-LIQUIDO-REG PIC X(08).
           05 MAPA-CONTA-DESCONTOS-REG PIC X(08).
      *    AS SEIS CONTAS DA PROVISAO-FOLHA VEM ANTES DAS DE ENCARGOS.
           05 FILLER               PIC X(48).
           05 MAPA-DESP-PATRONAL-REG PIC X(08).
           05 MAPA-DESP-FGTS-REG   PIC X(08).
           05 MAPA-REC-PATRONAL-REG PIC X(08).
           05 MAPA-REC-FGTS-REG    PIC X(08).

       FD  CONTABIL-LANCAMENTOS.
       01  REG-CONTABIL.
           05 LANC-VALOR           PIC 9(11)V99.
           05 LANC-HISTORICO       PIC X(30).

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

       FD  RATEIO-VALIDADO.
       01  REG-RATEIO-VALIDADO.
           COPY RATEIO-CC.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-FOLHA PIC X(02)            VALUE SPACE.
       77  WRK-FIM-FOLHA    PIC X(01)            VALUE "N".
           88 FIM-DA-FOLHA                       VALUE "S".
       77  WRK-FIM-MAPA     PIC X(01)            VALUE "N".
       77  WRK-STATUS-FPARAM PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-RATEIO PIC X(02)           VALUE SPACE.
       77  WRK-FIM-RATEIO   PIC X(01)            VALUE "N".
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-FIM-COMPETENCIA PIC 9(08)         VALUE ZERO.
      *====================== EMPRESAS ===================================
       77  WRK-EMPRESA-ENTRADA PIC X(02)         VALUE SPACE.
      *    EMPRESA INFORMADA NA LARGADA; ZERO = TODAS.
       77  WRK-EMPRESA-SELECAO PIC 9(02)         VALUE ZERO.
       77  WRK-EMPRESA-COD  PIC 9(02)            VALUE ZERO.
       77  WRK-QTD-EMPRESAS PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPRESA  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPR-BUSCA PIC 9(02)          VALUE ZERO.
       77  WRK-ACHOU-EMPRESA PIC X(01)           VALUE "N".
       77  WRK-NOME-LANCAMENTOS PIC X(24)        VALUE SPACE.
       01  TAB-EMPRESAS.
           05 EMPRESA-CODIGO PIC 9(02) OCCURS 20 TIMES.
      *====================== ALIQUOTAS ==================================
       77  WRK-TAXA-PATRONAL PIC 9V9999          VALUE 0,2000.
       77  WRK-TAXA-FGTS    PIC 9V9999           VALUE 0,0800.
      *====================== MAPA DE CONTAS =============================
       77  WRK-QTD-MAPA     PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-MAPA     PIC 9(02)            VALUE ZERO.
              10 MAPA-CONTA-IRRF   PIC X(08).
              10 MAPA-CONTA-LIQUIDO PIC X(08).
              10 MAPA-CONTA-DESCONTOS PIC X(08).
              10 MAPA-DESP-PATRONAL PIC X(08).
              10 MAPA-DESP-FGTS   PIC X(08).
              10 MAPA-REC-PATRONAL PIC X(08).
              10 MAPA-REC-FGTS    PIC X(08).
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
      *====================== PARTE DO CENTRO NO CONTRACHEQUE ============
       77  WRK-OUTROS-EMP   PIC 9(06)V99         VALUE ZERO.
       77  WRK-PATRONAL-EMP PIC 9(06)V99         VALUE ZERO.
       77  WRK-FGTS-EMP     PIC 9(06)V99         VALUE ZERO.
       77  WRK-PARTE-BRUTO  PIC 9(06)V99         VALUE ZERO.
       77  WRK-PARTE-INSS   PIC 9(06)V99         VALUE ZERO.
       77  WRK-PARTE-IRRF   PIC 9(06)V99         VALUE ZERO.
       77  WRK-PARTE-LIQUIDO PIC 9(06)V99        VALUE ZERO.
       77  WRK-PARTE-OUTROS PIC 9(06)V99         VALUE ZERO.
       77  WRK-PARTE-PATRONAL PIC 9(06)V99       VALUE ZERO.
       77  WRK-PARTE-FGTS   PIC 9(06)V99         VALUE ZERO.
       77  WRK-RATEADO-BRUTO PIC 9(06)V99        VALUE ZERO.
       77  WRK-RATEADO-INSS PIC 9(06)V99         VALUE ZERO.
       77  WRK-RATEADO-IRRF PIC 9(06)V99         VALUE ZERO.
       77  WRK-RATEADO-LIQUIDO PIC 9(06)V99      VALUE ZERO.
       77  WRK-RATEADO-OUTROS PIC 9(06)V99       VALUE ZERO.
       77  WRK-RATEADO-PATRONAL PIC 9(06)V99     VALUE ZERO.
       77  WRK-RATEADO-FGTS PIC 9(06)V99         VALUE ZERO.
      *====================== ACUMULADO POR DEPARTAMENTO =================
       77  WRK-QTD-DEPTOS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-DEPTO    PIC 9(03)            VALUE ZERO.
              10 DEPT-IRRF        PIC 9(11)V99.
              10 DEPT-LIQUIDO     PIC 9(11)V99.
              10 DEPT-OUTROS      PIC 9(11)V99.
              10 DEPT-PATRONAL    PIC 9(11)V99.
              10 DEPT-FGTS        PIC 9(11)V99.
              10 DEPT-MAPA        PIC 9(02).
              10 DEPT-LANCA-ENC   PIC X(01).
      *====================== BALANCEAMENTO ==============================
       77  WRK-TOTAL-DEBITOS PIC 9(13)V99        VALUE ZERO.
       77  WRK-TOTAL-CREDITOS PIC 9(13)V99       VALUE ZERO.
                     WRK-COMPETENCIA-NUM
           END-IF

           DISPLAY "EMPRESA (BRANCO = TODAS) "
             ACCEPT WRK-EMPRESA-ENTRADA
           IF WRK-EMPRESA-ENTRADA NUMERIC
             AND WRK-EMPRESA-ENTRADA NOT EQUAL "00"
             MOVE WRK-EMPRESA-ENTRADA TO WRK-EMPRESA-SELECAO
           END-IF

           PERFORM 0005-CARREGA-MAPA
           IF WRK-QTD-MAPA EQUAL ZERO
             DISPLAY "CONTAS-MAPA AUSENTE OU VAZIO, EXPORTACAO "
             GOBACK
           END-IF

           COMPUTE WRK-FIM-COMPETENCIA = WRK-COMPETENCIA-NUM * 100 + 31
           PERFORM 0008-CARREGA-PARAMETROS
           PERFORM 0009-CARREGA-RATEIO

           OPEN INPUT FOLHA-PAGAMENTO
           IF WRK-STATUS-FOLHA EQUAL "35"
             DISPLAY "FOLHA-PAGAMENTO INEXISTENTE, NADA A EXPORTAR"
           ELSE
             PERFORM 0013-MAPEIA-EMPRESAS
             CLOSE FOLHA-PAGAMENTO
             IF WRK-QTD-EMPRESAS EQUAL ZERO
               DISPLAY "NENHUM CONTRACHEQUE DA COMPETENCIA "
                       WRK-COMPETENCIA-NUM " PARA A EMPRESA "
                       "INFORMADA, NADA A EXPORTAR"
             END-IF
             PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                       UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               PERFORM 0015-EXPORTA-EMPRESA
             END-PERFORM
           END-IF

           GOBACK.

       0001-RECEBE SECTION.

           READ FOLHA-PAGAMENTO
             AT END
               MOVE "S" TO WRK-FIM-FOLHA
           END-READ.

       0013-MAPEIA-EMPRESAS SECTION.

      *    EMPRESAS COM CONTRACHEQUE NA COMPETENCIA, NA ORDEM EM QUE
      *    APARECEM; SO A INFORMADA QUANDO NAO SAO TODAS.
           MOVE ZERO TO WRK-QTD-EMPRESAS
           MOVE "N" TO WRK-FIM-FOLHA
           PERFORM 0001-RECEBE
           PERFORM UNTIL FIM-DA-FOLHA
             IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA-NUM
               PERFORM 0014-EMPRESA-DA-FOLHA
               IF WRK-EMPRESA-SELECAO EQUAL ZERO
                 OR WRK-EMPRESA-SELECAO EQUAL WRK-EMPRESA-COD
                 MOVE "N" TO WRK-ACHOU-EMPRESA
                 PERFORM VARYING WRK-IDX-EMPR-BUSCA FROM 1 BY 1
                           UNTIL WRK-IDX-EMPR-BUSCA > WRK-QTD-EMPRESAS
                   IF EMPRESA-CODIGO(WRK-IDX-EMPR-BUSCA)
                        EQUAL WRK-EMPRESA-COD
                     MOVE "S" TO WRK-ACHOU-EMPRESA
                     MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPR-BUSCA
                   END-IF
                 END-PERFORM
                 IF WRK-ACHOU-EMPRESA EQUAL "N"
                   IF WRK-QTD-EMPRESAS NOT LESS 20
                     DISPLAY "TAB-EMPRESAS CHEIA, EMPRESA "
                             WRK-EMPRESA-COD " NAO EXPORTADA"
                     MOVE 8 TO RETURN-CODE
                   ELSE
                     ADD 1 TO WRK-QTD-EMPRESAS
                     MOVE WRK-EMPRESA-COD
                       TO EMPRESA-CODIGO(WRK-QTD-EMPRESAS)
                   END-IF
                 END-IF
               END-IF
             END-IF
             PERFORM 0001-RECEBE
           END-PERFORM.

       0014-EMPRESA-DA-FOLHA SECTION.

      *    CONTRACHEQUE ANTERIOR AO CODIGO DE EMPRESA VALE EMPRESA 01.
           IF FOLHA-EMPRESA NUMERIC
             AND FOLHA-EMPRESA GREATER ZERO
             MOVE FOLHA-EMPRESA TO WRK-EMPRESA-COD
           ELSE
             MOVE 1 TO WRK-EMPRESA-COD
           END-IF.

       0015-EXPORTA-EMPRESA SECTION.

      *    UMA PASSADA POR FOLHA-PAGAMENTO POR EMPRESA: DEPARTAMENTOS,
      *    BALANCO E ARQUIVO SO COM OS CONTRACHEQUES DELA.
           MOVE ZERO TO WRK-QTD-DEPTOS
           MOVE ZERO TO WRK-QTD-LANCADOS
           MOVE SPACE TO WRK-NOME-LANCAMENTOS
           STRING "CONTABIL-LANCAMENTOS-" DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
             INTO WRK-NOME-LANCAMENTOS
           END-STRING

           OPEN INPUT FOLHA-PAGAMENTO
           MOVE "N" TO WRK-FIM-FOLHA
           PERFORM 0001-RECEBE
           PERFORM UNTIL FIM-DA-FOLHA
             PERFORM 0014-EMPRESA-DA-FOLHA
             IF WRK-EMPRESA-COD EQUAL EMPRESA-CODIGO(WRK-IDX-EMPRESA)
               PERFORM 0002-ACUMULA
             END-IF
             PERFORM 0001-RECEBE
           END-PERFORM
           CLOSE FOLHA-PAGAMENTO

           PERFORM 0003-CONFERE-BALANCO

           IF WRK-TOTAL-DEBITOS NOT EQUAL WRK-TOTAL-CREDITOS
             MOVE WRK-TOTAL-DEBITOS  TO WRK-DEB-ED
             MOVE WRK-TOTAL-CREDITOS TO WRK-CRED-ED
             DISPLAY "EXPORTACAO DA EMPRESA "
                     EMPRESA-CODIGO(WRK-IDX-EMPRESA)
                     " RECUSADA: DEBITOS " WRK-DEB-ED
                     " NAO FECHAM COM CREDITOS " WRK-CRED-ED
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 0004-GRAVA-LANCAMENTOS
             MOVE WRK-QTD-LANCADOS TO WRK-QTD-ED
             DISPLAY "EMPRESA " EMPRESA-CODIGO(WRK-IDX-EMPRESA)
                     " LANCAMENTOS GERADOS: " WRK-QTD-ED
                     " EM " WRK-NOME-LANCAMENTOS
           END-IF.

       0002-ACUMULA SECTION.

      *    CONTRACHEQUE ANTERIOR AOS OUTROS DESCONTOS (REGISTRO
      *    CURTO) ENTRA COM DESCONTO ZERO. OS ENCARGOS DO EMPREGADOR
      *    SAO CALCULADOS SOBRE O BRUTO COMO NA FOLHA-MENSAL.
           IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA-NUM
             MOVE ZERO TO WRK-OUTROS-EMP
             IF FOLHA-OUTROS-DESC NUMERIC
               MOVE FOLHA-OUTROS-DESC TO WRK-OUTROS-EMP
             END-IF
             COMPUTE WRK-PATRONAL-EMP ROUNDED =
                 FOLHA-BRUTO * WRK-TAXA-PATRONAL
             COMPUTE WRK-FGTS-EMP ROUNDED =
                 FOLHA-BRUTO * WRK-TAXA-FGTS
             PERFORM 0010-RESOLVE-RATEIO
             MOVE ZERO TO WRK-RATEADO-BRUTO
             MOVE ZERO TO WRK-RATEADO-INSS
             MOVE ZERO TO WRK-RATEADO-IRRF
             MOVE ZERO TO WRK-RATEADO-LIQUIDO
             MOVE ZERO TO WRK-RATEADO-OUTROS
             MOVE ZERO TO WRK-RATEADO-PATRONAL
             MOVE ZERO TO WRK-RATEADO-FGTS
             PERFORM VARYING WRK-IDX-CENTRO FROM 1 BY 1
                       UNTIL WRK-IDX-CENTRO > WRK-QTD-CENTROS
                          OR FIM-DA-FOLHA
               PERFORM 0011-PARTE-CENTRO
               PERFORM 0012-LOCALIZA-DEPTO
             END-PERFORM
           END-IF.

       0012-LOCALIZA-DEPTO SECTION.

           MOVE "N" TO WRK-ACHOU-DEPTO
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             IF DEPT-CODIGO(WRK-IDX-DEPTO)
                  EQUAL CENT-CODIGO(WRK-IDX-CENTRO)
               PERFORM 0006-SOMA-DEPTO
               MOVE "S" TO WRK-ACHOU-DEPTO
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
             END-IF
           END-PERFORM
           IF WRK-ACHOU-DEPTO EQUAL "N"
             IF WRK-QTD-DEPTOS NOT LESS 50
               DISPLAY "TAB-DEPTOS CHEIA, EXPORTACAO ABORTADA "
                       "PARA NAO PERDER LANCAMENTO"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WRK-FIM-FOLHA
             ELSE
               ADD 1 TO WRK-QTD-DEPTOS
               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
               MOVE CENT-CODIGO(WRK-IDX-CENTRO)
                 TO DEPT-CODIGO(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-BRUTO(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-INSS(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-IRRF(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-LIQUIDO(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-OUTROS(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-PATRONAL(WRK-IDX-DEPTO)
               MOVE ZERO TO DEPT-FGTS(WRK-IDX-DEPTO)
               PERFORM 0006-SOMA-DEPTO
             END-IF
           END-IF.

       0006-SOMA-DEPTO SECTION.

           ADD WRK-PARTE-BRUTO    TO DEPT-BRUTO(WRK-IDX-DEPTO)
           ADD WRK-PARTE-INSS     TO DEPT-INSS(WRK-IDX-DEPTO)
           ADD WRK-PARTE-IRRF     TO DEPT-IRRF(WRK-IDX-DEPTO)
           ADD WRK-PARTE-LIQUIDO  TO DEPT-LIQUIDO(WRK-IDX-DEPTO)
           ADD WRK-PARTE-OUTROS   TO DEPT-OUTROS(WRK-IDX-DEPTO)
           ADD WRK-PARTE-PATRONAL TO DEPT-PATRONAL(WRK-IDX-DEPTO)
           ADD WRK-PARTE-FGTS     TO DEPT-FGTS(WRK-IDX-DEPTO).

       0011-PARTE-CENTRO SECTION.

      *    CADA CENTRO LEVA O PERCENTUAL DELE DE CADA VALOR; O ULTIMO
      *    FICA COM O QUE SOBROU, PARA AS PARTES SOMAREM EXATAMENTE O
      *    CONTRACHEQUE. O LIQUIDO DO CENTRO SAI DA DIFERENCA DAS
      *    PARTES, ENTAO CADA DEPARTAMENTO FECHA DEBITO COM CREDITO.
           IF WRK-IDX-CENTRO EQUAL WRK-QTD-CENTROS
             COMPUTE WRK-PARTE-BRUTO =
                 FOLHA-BRUTO - WRK-RATEADO-BRUTO
             COMPUTE WRK-PARTE-INSS =
                 FOLHA-INSS - WRK-RATEADO-INSS
             COMPUTE WRK-PARTE-IRRF =
                 FOLHA-IRRF - WRK-RATEADO-IRRF
             COMPUTE WRK-PARTE-OUTROS =
                 WRK-OUTROS-EMP - WRK-RATEADO-OUTROS
             COMPUTE WRK-PARTE-LIQUIDO =
                 FOLHA-LIQUIDO - WRK-RATEADO-LIQUIDO
             COMPUTE WRK-PARTE-PATRONAL =
                 WRK-PATRONAL-EMP - WRK-RATEADO-PATRONAL
             COMPUTE WRK-PARTE-FGTS =
                 WRK-FGTS-EMP - WRK-RATEADO-FGTS
           ELSE
             COMPUTE WRK-PARTE-BRUTO ROUNDED =
                 FOLHA-BRUTO * CENT-PERCENTUAL(WRK-IDX-CENTRO) / 100
             COMPUTE WRK-PARTE-INSS ROUNDED =
                 FOLHA-INSS * CENT-PERCENTUAL(WRK-IDX-CENTRO) / 100
             COMPUTE WRK-PARTE-IRRF ROUNDED =
                 FOLHA-IRRF * CENT-PERCENTUAL(WRK-IDX-CENTRO) / 100
             COMPUTE WRK-PARTE-OUTROS ROUNDED =
                 WRK-OUTROS-EMP * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
             COMPUTE WRK-PARTE-LIQUIDO =
                 WRK-PARTE-BRUTO - WRK-PARTE-INSS - WRK-PARTE-IRRF
                 - WRK-PARTE-OUTROS
             COMPUTE WRK-PARTE-PATRONAL ROUNDED =
                 WRK-PATRONAL-EMP * CENT-PERCENTUAL(WRK-IDX-CENTRO)
                 / 100
             COMPUTE WRK-PARTE-FGTS ROUNDED =
                 WRK-FGTS-EMP * CENT-PERCENTUAL(WRK-IDX-CENTRO) / 100
           END-IF
           ADD WRK-PARTE-BRUTO    TO WRK-RATEADO-BRUTO
           ADD WRK-PARTE-INSS     TO WRK-RATEADO-INSS
           ADD WRK-PARTE-IRRF     TO WRK-RATEADO-IRRF
           ADD WRK-PARTE-OUTROS   TO WRK-RATEADO-OUTROS
           ADD WRK-PARTE-LIQUIDO  TO WRK-RATEADO-LIQUIDO
           ADD WRK-PARTE-PATRONAL TO WRK-RATEADO-PATRONAL
           ADD WRK-PARTE-FGTS     TO WRK-RATEADO-FGTS.

       0003-CONFERE-BALANCO SECTION.

           MOVE ZERO TO WRK-TOTAL-CREDITOS
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             PERFORM 0007-RESOLVE-MAPA
             MOVE WRK-ACHOU-MAPA TO DEPT-MAPA(WRK-IDX-DEPTO)
      *      SEM AS CONTAS DE ENCARGOS NO MAPA, OS SALARIOS SAO
      *      EXPORTADOS E SO OS ENCARGOS DO DEPARTAMENTO FICAM DE FORA.
             IF MAPA-DESP-PATRONAL(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-DESP-FGTS(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-REC-PATRONAL(WRK-ACHOU-MAPA) EQUAL SPACE
               OR MAPA-REC-FGTS(WRK-ACHOU-MAPA) EQUAL SPACE
               DISPLAY "DEPARTAMENTO " DEPT-CODIGO(WRK-IDX-DEPTO)
                       " SEM CONTAS DE ENCARGOS NO MAPA: PATRONAL E "
                       "FGTS NAO EXPORTADOS"
               MOVE "N" TO DEPT-LANCA-ENC(WRK-IDX-DEPTO)
             ELSE
               MOVE "S" TO DEPT-LANCA-ENC(WRK-IDX-DEPTO)
               ADD DEPT-PATRONAL(WRK-IDX-DEPTO)
                   DEPT-FGTS(WRK-IDX-DEPTO) TO WRK-TOTAL-DEBITOS
               ADD DEPT-PATRONAL(WRK-IDX-DEPTO)
                   DEPT-FGTS(WRK-IDX-DEPTO) TO WRK-TOTAL-CREDITOS
             END-IF
             ADD DEPT-BRUTO(WRK-IDX-DEPTO)   TO WRK-TOTAL-DEBITOS
             ADD DEPT-INSS(WRK-IDX-DEPTO)    TO WRK-TOTAL-CREDITOS
             ADD DEPT-IRRF(WRK-IDX-DEPTO)    TO WRK-TOTAL-CREDITOS
           OPEN OUTPUT CONTABIL-LANCAMENTOS
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             MOVE DEPT-MAPA(WRK-IDX-DEPTO) TO WRK-ACHOU-MAPA

             MOVE WRK-COMPETENCIA-NUM TO LANC-COMPETENCIA
             MOVE DEPT-CODIGO(WRK-IDX-DEPTO) TO LANC-DEPARTAMENTO
             MOVE "DESCONTOS A REPASSAR" TO LANC-HISTORICO
             WRITE REG-CONTABIL
             ADD 1 TO WRK-QTD-LANCADOS

             IF DEPT-LANCA-ENC(WRK-IDX-DEPTO) EQUAL "S"
               MOVE MAPA-DESP-PATRONAL(WRK-ACHOU-MAPA) TO LANC-CONTA
               MOVE "D" TO LANC-NATUREZA
               MOVE DEPT-PATRONAL(WRK-IDX-DEPTO) TO LANC-VALOR
               MOVE "DESPESA INSS PATRONAL" TO LANC-HISTORICO
               WRITE REG-CONTABIL
               ADD 1 TO WRK-QTD-LANCADOS

               MOVE MAPA-REC-PATRONAL(WRK-ACHOU-MAPA) TO LANC-CONTA
               MOVE "C" TO LANC-NATUREZA
               MOVE "INSS PATRONAL A RECOLHER" TO LANC-HISTORICO
               WRITE REG-CONTABIL
               ADD 1 TO WRK-QTD-LANCADOS

               MOVE MAPA-DESP-FGTS(WRK-ACHOU-MAPA) TO LANC-CONTA
               MOVE "D" TO LANC-NATUREZA
               MOVE DEPT-FGTS(WRK-IDX-DEPTO) TO LANC-VALOR
               MOVE "DESPESA DE FGTS" TO LANC-HISTORICO
               WRITE REG-CONTABIL
               ADD 1 TO WRK-QTD-LANCADOS

               MOVE MAPA-REC-FGTS(WRK-ACHOU-MAPA) TO LANC-CONTA
               MOVE "C" TO LANC-NATUREZA
               MOVE "FGTS A RECOLHER" TO LANC-HISTORICO
               WRITE REG-CONTABIL
               ADD 1 TO WRK-QTD-LANCADOS
             ELSE
               IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-PERFORM
           CLOSE CONTABIL-LANCAMENTOS.

                       TO MAPA-CONTA-LIQUIDO(WRK-QTD-MAPA)
                     MOVE MAPA-CONTA-DESCONTOS-REG
                       TO MAPA-CONTA-DESCONTOS(WRK-QTD-MAPA)
                     MOVE MAPA-DESP-PATRONAL-REG
                       TO MAPA-DESP-PATRONAL(WRK-QTD-MAPA)
                     MOVE MAPA-DESP-FGTS-REG
                       TO MAPA-DESP-FGTS(WRK-QTD-MAPA)
                     MOVE MAPA-REC-PATRONAL-REG
                       TO MAPA-REC-PATRONAL(WRK-QTD-MAPA)
                     MOVE MAPA-REC-FGTS-REG
                       TO MAPA-REC-FGTS(WRK-QTD-MAPA)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONTAS-MAPA
           END-IF.

       0008-CARREGA-PARAMETROS SECTION.

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
           END-IF.

       0009-CARREGA-RATEIO SECTION.

      *    RATEIO-VALIDADO SO TEM RATEIOS ACEITOS PELO RATEIO-VALIDA.
           OPEN INPUT RATEIO-VALIDADO
           IF WRK-STATUS-RATEIO NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-RATEIO EQUAL "S"
               READ RATEIO-VALIDADO
                 AT END
                   MOVE "S" TO WRK-FIM-RATEIO
                 NOT AT END
                   IF WRK-QTD-RATEIO NOT LESS 5000
                     DISPLAY "TAB-RATEIO CHEIA, RATEIOS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-RATEIO
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

       0010-RESOLVE-RATEIO SECTION.

      *    VALE O RATEIO DE MAIOR VIGENCIA ATE O FIM DA COMPETENCIA;
      *    SEM RATEIO, TUDO FICA NO DEPARTAMENTO DO CONTRACHEQUE.
           MOVE ZERO TO WRK-VIGENCIA-RATEIO
           PERFORM VARYING WRK-IDX-RATEIO FROM 1 BY 1
                     UNTIL WRK-IDX-RATEIO > WRK-QTD-RATEIO
             IF RATT-CODIGO(WRK-IDX-RATEIO) EQUAL FOLHA-CODIGO
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
               IF RATT-CODIGO(WRK-IDX-RATEIO) EQUAL FOLHA-CODIGO
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
             MOVE FOLHA-DEPARTAMENTO TO CENT-CODIGO(1)
             MOVE 100 TO CENT-PERCENTUAL(1)
           END-IF.

       END PROGRAM CONTABIL-EXPORTA.
