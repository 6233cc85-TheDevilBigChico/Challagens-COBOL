       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-HOLERITE.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: EMISSAO DOS HOLERITES (DEMONSTRATIVO DE PAGAMENTO)
      *==            INDIVIDUAIS DE UMA COMPETENCIA, NO LUGAR DO
      *==            RECIBO ESCRITO A MAO. FOLHA: LE OS CONTRACHEQUES
      *==            DA COMPETENCIA EM FOLHA-PAGAMENTO (GRAVADOS PELA
      *==            FOLHA-MENSAL) E IMPRIME UM HOLERITE POR EMPREGADO
      *==            COM CADA PROVENTO E DESCONTO EM LINHA PROPRIA:
      *==            SALARIO BASE, HORAS EXTRAS 50% E 100%, TERCO DE
      *==            FERIAS, FALTAS, INSS, IRRF, CADA DESCONTO DE
      *==            DESCONTOS-APLICADOS E O LIQUIDO, COM A BASE E O
      *==            DEPOSITO DO FGTS (FGTS-REGISTROS) E A BASE DO IRRF
      *==            A TITULO INFORMATIVO. DECIMO TERCEIRO: LE
      *==            DECIMO-PAGAMENTO (GRAVADO PELO DECIMO-TERCEIRO) E
      *==            IMPRIME O HOLERITE DA PARCELA. OS HOLERITES SAEM
      *==            EM ORDEM DE DEPARTAMENTO E CODIGO, UM ARQUIVO DE
      *==            IMPRESSAO POR DEPARTAMENTO (HOLERITE-<DEPTO>;
      *==            DEPARTAMENTO EM BRANCO VAI PARA HOLERITE-GERAL),
      *==            COMO O MANIFESTO-FILIAL FAZ POR FILIAL.
      *== DATA: 15/10/2026
      *== OBS: NO SYSIN, O TIPO (F = FOLHA MENSAL, D = DECIMO
      *==      TERCEIRO; EM BRANCO = F) E A COMPETENCIA AAAAMM (EM
      *==      BRANCO = MES CORRENTE, COMO A FOLHA-MENSAL).
      *== OBS: O SALARIO BASE E O BRUTO SEM EXTRAS E TERCO, COM AS
      *==      FALTAS DEVOLVIDAS (JA PRO RATA NO MES DE ADMISSAO OU
      *==      DESLIGAMENTO). A BASE DO IRRF E REFEITA COMO NA
      *==      FOLHA-MENSAL (BRUTO - INSS - DEPENDENTES X VALOR DE
      *==      FOLHA-PARAMETROS). SE OS DESCONTOS-APLICADOS DO
      *==      EMPREGADO NAO FECHAREM COM FOLHA-OUTROS-DESC (ARQUIVO DE
      *==      OUTRA EXECUCAO), SAI UMA LINHA UNICA COM O TOTAL; SEM
      *==      FGTS-REGISTROS DA COMPETENCIA, O FGTS E OS 8% DO BRUTO.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  DIFERENCA SALARIAL RETROATIVA PAGA PELA
      *==                 FOLHA-MENSAL (RETROATIVO-LANCAMENTOS COM
      *==                 DESTINO NA COMPETENCIA) SAI EM LINHA PROPRIA
      *==                 DE PROVENTO, COM O INSS E O IRRF DELA EM
      *==                 LINHAS PROPRIAS; O SALARIO BASE E A BASE DO
      *==                 IRRF DO MES DEIXAM DE CONTAR O RETROATIVO.
      *== 15/10/2026 FA  BANCO DE HORAS: O LOTE VENCIDO PAGO OU
      *==                 DESCONTADO PELA FOLHA-MENSAL (BANCO-HORAS DA
      *==                 COMPETENCIA) SAI EM LINHA PROPRIA E DEIXA DE
      *==                 ENTRAR NO SALARIO BASE; O RODAPE MOSTRA O
      *==                 CREDITO, O DEBITO E O SALDO DO BANCO NO MES.
      *== 15/10/2026 FA  FOLHA DE MAIS DE UMA EMPRESA (CNPJ): O HOLERITE
      *==                 SAI COM O NOME DA EMPRESA DO CONTRACHEQUE
      *==                 (FOLHA-EMPRESA / DEC-EMPRESA, VAZIO = 01),
      *==                 PROCURADO EM EMPRESA-PARAMETROS, E OS ARQUIVOS
      *==                 DE IMPRESSAO PASSAM A SER POR EMPRESA E
      *==                 DEPARTAMENTO (HOLERITE-cc-<DEPTO>), PARA NAO
      *==                 MISTURAR EMPREGADOS DE EMPRESAS DIFERENTES.
      *== 15/10/2026 FA  HORA-AULA DO PROFESSOR PAGA PELA FOLHA-MENSAL
      *==                 (HORA-AULA-LANCAMENTOS DA COMPETENCIA) SAI EM
      *==                 LINHA PROPRIA DE PROVENTO COM AS AULAS DO MES
      *==                 E DEIXA DE ENTRAR NO SALARIO BASE.
      *== 15/10/2026 FA  CADA HOLERITE-<EMPRESA>-<FILA> EMITIDO E
      *==                 REGISTRADO NO REPOSITORIO DE RELATORIOS
      *==                 (REGISTRA-RELATORIO) PARA PESQUISA E
      *==                 REIMPRESSAO PELO CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-PAGAMENTO ASSIGN TO "FOLHA-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA.
           SELECT DECIMO-PAGAMENTO ASSIGN TO "DECIMO-PAGAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DECIMO.
           SELECT DESCONTOS-APLICADOS
               ASSIGN TO "DESCONTOS-APLICADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCONTOS.
           SELECT FGTS-REGISTROS ASSIGN TO "FGTS-REGISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FGTS.
           SELECT FOLHA-PARAMETROS ASSIGN TO "FOLHA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPARAM.
           SELECT EMPRESA-PARAMETROS ASSIGN TO "EMPRESA-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT RETROATIVO-LANCAMENTOS
               ASSIGN TO "RETROATIVO-LANCAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETRO.
           SELECT HORA-AULA-LANCAMENTOS
               ASSIGN TO "HORA-AULA-LANCAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HAL.
           SELECT BANCO-HORAS ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BH.
           SELECT HOLERITE-SAIDA
               ASSIGN TO DYNAMIC WRK-NOME-HOLERITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HOLERITE.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
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
           05 FOLHA-EMPRESA        PIC 9(02).

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
           05 DEC-EMPRESA          PIC 9(02).

       FD  DESCONTOS-APLICADOS.
       01  REG-DESCONTO-APLICADO.
           05 DAP-COMPETENCIA      PIC 9(06).
           05 DAP-CODIGO           PIC 9(04).
           05 DAP-TIPO             PIC X(04).
           05 DAP-VALOR            PIC 9(06)V99.

       FD  FGTS-REGISTROS.
       01  REG-FGTS.
           05 FGTS-COMPETENCIA     PIC 9(06).
           05 FGTS-CODIGO          PIC 9(04).
           05 FGTS-BASE            PIC 9(07)V99.
           05 FGTS-VALOR           PIC 9(06)V99.

       FD  FOLHA-PARAMETROS.
       01  REG-FOLHA-PARAMETRO.
           05 FPARAM-VALOR-DEP-REG PIC 9(04)V99.
           05 FPARAM-IDADE-DEP-REG PIC 9(02).
           05 FPARAM-PATRONAL-REG  PIC 9V9999.
           05 FPARAM-PISO-REG      PIC 9V9999.

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETRO.
           COPY EMPRESA-PARAM.

       FD  RETROATIVO-LANCAMENTOS.
       01  REG-RETRO-LANCAMENTO.
           COPY RETRO-LANC.

       FD  HORA-AULA-LANCAMENTOS.
       01  REG-HORA-AULA-LANC.
           COPY HORA-AULA-LANC.

       FD  BANCO-HORAS.
       01  REG-BANCO-HORAS.
           COPY BANCO-HORAS.

       FD  HOLERITE-SAIDA.
       01  REG-HOLERITE            PIC X(80).

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-EMPRESA         PIC 9(02).
           05 SORT-DEPARTAMENTO    PIC X(04).
           05 SORT-CODIGO          PIC 9(04).
           05 SORT-NOME            PIC X(15).
           05 SORT-PARCELA         PIC 9(01).
           05 SORT-BRUTO           PIC 9(06)V99.
           05 SORT-INSS            PIC 9(06)V99.
           05 SORT-IRRF            PIC 9(06)V99.
           05 SORT-LIQUIDO         PIC 9(06)V99.
           05 SORT-TERCO           PIC 9(06)V99.
           05 SORT-HE50            PIC 9(06)V99.
           05 SORT-HE100           PIC 9(06)V99.
           05 SORT-FALTAS          PIC 9(06)V99.
           05 SORT-QTD-DEP         PIC 9(02).
           05 SORT-OUTROS-DESC     PIC 9(06)V99.
           05 SORT-ADIANTAMENTO    PIC 9(06)V99.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-FOLHA PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-DECIMO PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-DESCONTOS PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-FGTS  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-FPARAM PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-EMPRESA PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-HOLERITE PIC X(02)         VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(80)            VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== PARAMETROS =================================
       77  WRK-TIPO         PIC X(01)            VALUE "F".
           88 HOLERITE-DECIMO                    VALUE "D".
       77  WRK-COMPETENCIA-X PIC X(06)           VALUE SPACE.
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-VALOR-POR-DEP PIC 9(04)V99        VALUE 189,59.
       77  WRK-TAXA-FGTS    PIC 9V9999           VALUE 0,0800.
      *====================== EMPRESAS ===================================
       77  WRK-FIM-EMPRESAS PIC X(01)            VALUE "N".
       77  WRK-EMPRESA-COD  PIC 9(02)            VALUE ZERO.
       77  WRK-EMPRESA-ATUAL PIC 9(02)           VALUE ZERO.
       77  WRK-EMPRESA-NOME PIC X(30)            VALUE SPACE.
       77  WRK-QTD-EMPRESAS PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPRESA  PIC 9(02)            VALUE ZERO.
       01  TAB-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 20 TIMES
                            INDEXED BY IDX-EMPRESA.
              10 EMPRESA-CODIGO   PIC 9(02).
              10 EMPRESA-NOME     PIC X(30).
      *====================== DESCONTOS APLICADOS ========================
       77  WRK-QTD-DAP      PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-DAP      PIC 9(04)            VALUE ZERO.
       01  TAB-DESCONTOS-APLICADOS.
           05 DAP-ITEM OCCURS 1000 TIMES
                        INDEXED BY IDX-DAP.
              10 DAPT-CODIGO     PIC 9(04).
              10 DAPT-TIPO       PIC X(04).
              10 DAPT-VALOR      PIC 9(06)V99.
      *====================== FGTS DA COMPETENCIA ========================
       77  WRK-QTD-FGTS     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-FGTS     PIC 9(04)            VALUE ZERO.
       01  TAB-FGTS.
           05 FGTS-ITEM OCCURS 1000 TIMES
                         INDEXED BY IDX-FGTS.
              10 FGTST-CODIGO    PIC 9(04).
              10 FGTST-BASE      PIC 9(07)V99.
              10 FGTST-VALOR     PIC 9(06)V99.
      *====================== DIFERENCA RETROATIVA =======================
       77  WRK-STATUS-RETRO PIC X(02)            VALUE SPACE.
       77  WRK-QTD-RETRO    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-RETRO    PIC 9(03)            VALUE ZERO.
       77  WRK-RETRO-ACHOU  PIC X(01)            VALUE "N".
       77  WRK-RETRO-BRUTO  PIC 9(07)V99         VALUE ZERO.
       77  WRK-RETRO-INSS   PIC 9(06)V99         VALUE ZERO.
       77  WRK-RETRO-IRRF   PIC 9(06)V99         VALUE ZERO.
       01  TAB-RETROATIVOS.
           05 RETRO-ITEM OCCURS 500 TIMES
                          INDEXED BY IDX-RETRO.
              10 RET-CODIGO      PIC 9(04).
              10 RET-BRUTO       PIC 9(07)V99.
              10 RET-INSS        PIC 9(06)V99.
              10 RET-IRRF        PIC 9(06)V99.
      *====================== HORA-AULA DO PROFESSOR =====================
       77  WRK-STATUS-HAL   PIC X(02)            VALUE SPACE.
       77  WRK-QTD-HAULA    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-HAULA    PIC 9(03)            VALUE ZERO.
       77  WRK-HAULA-ACHOU  PIC X(01)            VALUE "N".
       77  WRK-HAULA-VALOR  PIC 9(07)V99         VALUE ZERO.
       77  WRK-HAULA-AULAS  PIC 9(05)            VALUE ZERO.
       77  WRK-HAULA-AULAS-ED PIC ZZZZ9.
       01  TAB-HORA-AULA.
           05 HAULA-ITEM OCCURS 300 TIMES
                          INDEXED BY IDX-HAULA.
              10 HAU-CODIGO      PIC 9(04).
              10 HAU-AULAS       PIC 9(05).
              10 HAU-VALOR       PIC 9(07)V99.
      *====================== BANCO DE HORAS =============================
       77  WRK-STATUS-BH    PIC X(02)            VALUE SPACE.
       77  WRK-QTD-BH       PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-BH       PIC 9(04)            VALUE ZERO.
       77  WRK-BH-ACHOU     PIC X(01)            VALUE "N".
       77  WRK-BH-PAGO      PIC 9(06)V99         VALUE ZERO.
       77  WRK-BH-DESC      PIC 9(06)V99         VALUE ZERO.
       77  WRK-BH-CREDITO   PIC 9(04)V9          VALUE ZERO.
       77  WRK-BH-DEBITO    PIC 9(04)V9          VALUE ZERO.
       77  WRK-BH-SALDO     PIC 9(05)V9          VALUE ZERO.
       77  WRK-BH-SINAL     PIC X(01)            VALUE SPACE.
       77  WRK-BH-CREDITO-ED PIC ZZ.ZZ9,9.
       77  WRK-BH-DEBITO-ED PIC ZZ.ZZ9,9.
       77  WRK-BH-SALDO-ED  PIC ZZ.ZZ9,9.
       01  TAB-BANCO-HORAS.
           05 BHH-ITEM OCCURS 1000 TIMES
                        INDEXED BY IDX-BHH.
              10 BHH-CODIGO      PIC 9(04).
              10 BHH-CREDITO     PIC 9(04)V9.
              10 BHH-DEBITO      PIC 9(04)V9.
              10 BHH-SALDO       PIC 9(05)V9.
              10 BHH-SINAL       PIC X(01).
              10 BHH-PAGO        PIC 9(06)V99.
              10 BHH-DESC        PIC 9(06)V99.
      *====================== HOLERITE ===================================
       77  WRK-NOME-HOLERITE PIC X(30)           VALUE SPACE.
       77  WRK-DEPTO-ATUAL  PIC X(04)            VALUE SPACE.
       77  WRK-TEM-DEPTO    PIC X(01)            VALUE "N".
       77  WRK-FILA         PIC X(05)            VALUE SPACE.
       77  WRK-SALARIO-BASE PIC S9(07)V99        VALUE ZERO.
       77  WRK-BASE-IRRF    PIC S9(07)V99        VALUE ZERO.
       77  WRK-BASE-FGTS    PIC 9(07)V99         VALUE ZERO.
       77  WRK-VALOR-FGTS   PIC 9(06)V99         VALUE ZERO.
       77  WRK-SOMA-DAP     PIC 9(07)V99         VALUE ZERO.
       77  WRK-TOT-PROVENTOS PIC 9(07)V99        VALUE ZERO.
       77  WRK-TOT-DESCONTOS PIC 9(07)V99        VALUE ZERO.
       77  WRK-DESCRICAO    PIC X(34)            VALUE SPACE.
       77  WRK-PROVENTO     PIC 9(07)V99         VALUE ZERO.
       77  WRK-DESCONTO     PIC 9(07)V99         VALUE ZERO.
       77  WRK-PROVENTO-ED  COPY CURRENCY-ED.
       77  WRK-DESCONTO-ED  COPY CURRENCY-ED.
       77  WRK-BASE-FGTS-ED COPY CURRENCY-ED.
       77  WRK-FGTS-ED      COPY CURRENCY-ED.
       77  WRK-BASE-IRRF-ED COPY CURRENCY-ED.
       77  WRK-TRACO        PIC X(80)            VALUE ALL "-".
       77  WRK-DUPLO        PIC X(80)            VALUE ALL "=".
      *====================== TOTAIS =====================================
       77  WRK-QTD-DEPTO    PIC 9(05)            VALUE ZERO.
       77  WRK-LIQ-DEPTO    PIC 9(09)V99         VALUE ZERO.
       77  WRK-QTD-HOLERITES PIC 9(05)           VALUE ZERO.
       77  WRK-TOTAL-LIQUIDO PIC 9(09)V99        VALUE ZERO.
       77  WRK-QTD-DEPTOS   PIC 9(03)            VALUE ZERO.
       77  WRK-TOTAL-ED     COPY CURRENCY-ED.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "TIPO (F-FOLHA MENSAL D-DECIMO TERCEIRO) "
             ACCEPT WRK-TIPO
           DISPLAY "COMPETENCIA (AAAAMM) "
             ACCEPT WRK-COMPETENCIA-X
           IF WRK-TIPO NOT EQUAL "D"
             MOVE "F" TO WRK-TIPO
           END-IF
           IF WRK-COMPETENCIA-X NUMERIC
             MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA
           ELSE
             COMPUTE WRK-COMPETENCIA = WRK-DATA-SISTEMA / 100
             IF WRK-COMPETENCIA-X NOT EQUAL SPACE
               DISPLAY "COMPETENCIA INVALIDA, ASSUMINDO "
                       WRK-COMPETENCIA
             END-IF
           END-IF

           PERFORM 0001-CARREGA-EMPRESAS
           IF NOT HOLERITE-DECIMO
             PERFORM 0002-CARREGA-PARAMETROS
             PERFORM 0003-CARREGA-DESCONTOS
             PERFORM 0004-CARREGA-FGTS
             PERFORM 0009-CARREGA-RETROATIVOS
             PERFORM 0015-CARREGA-BANCO-HORAS
             PERFORM 0017-CARREGA-HORA-AULA
           END-IF

           SORT WRK-SORT
               ASCENDING KEY SORT-EMPRESA SORT-DEPARTAMENTO
                             SORT-CODIGO
               INPUT PROCEDURE 0005-SELECIONA
               OUTPUT PROCEDURE 0006-IMPRIME

           IF WRK-TEM-DEPTO EQUAL "S"
             PERFORM 0008-FECHA-DEPARTAMENTO
           END-IF

           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED
           DISPLAY "HOLERITES EMITIDOS: " WRK-QTD-HOLERITES
                   " EM " WRK-QTD-DEPTOS " DEPARTAMENTOS"
           DISPLAY "TOTAL LIQUIDO DOS HOLERITES: " WRK-TOTAL-ED
           IF WRK-QTD-HOLERITES EQUAL ZERO
             DISPLAY "NENHUM CONTRACHEQUE DA COMPETENCIA "
                     WRK-COMPETENCIA
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-EMPRESAS SECTION.

      *    UM REGISTRO POR EMPRESA; REGISTRO ANTIGO, SEM CODIGO, E A
      *    EMPRESA 01. CODIGO REPETIDO FICA COM O PRIMEIRO REGISTRO.
           OPEN INPUT EMPRESA-PARAMETROS
           IF WRK-STATUS-EMPRESA NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-EMPRESAS EQUAL "S"
               READ EMPRESA-PARAMETROS
                 AT END
                   MOVE "S" TO WRK-FIM-EMPRESAS
                 NOT AT END
                   IF EMPR-CODIGO-REG NUMERIC
                     AND EMPR-CODIGO-REG GREATER ZERO
                     MOVE EMPR-CODIGO-REG TO WRK-EMPRESA-COD
                   ELSE
                     MOVE 1 TO WRK-EMPRESA-COD
                   END-IF
                   PERFORM 0016-RESOLVE-EMPRESA
                   IF WRK-EMPRESA-NOME EQUAL SPACE
                     IF WRK-QTD-EMPRESAS NOT LESS 20
                       DISPLAY "TAB-EMPRESAS CHEIA, EMPRESA "
                               WRK-EMPRESA-COD " IGNORADA"
                     ELSE
                       ADD 1 TO WRK-QTD-EMPRESAS
                       MOVE WRK-EMPRESA-COD
                         TO EMPRESA-CODIGO(WRK-QTD-EMPRESAS)
                       MOVE EMPR-NOME-REG
                         TO EMPRESA-NOME(WRK-QTD-EMPRESAS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPRESA-PARAMETROS
           END-IF.

       0016-RESOLVE-EMPRESA SECTION.

      *    NOME DA EMPRESA WRK-EMPRESA-COD; EM BRANCO QUANDO ELA NAO
      *    ESTA EM EMPRESA-PARAMETROS.
           MOVE SPACE TO WRK-EMPRESA-NOME
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                     UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
             IF EMPRESA-CODIGO(WRK-IDX-EMPRESA) EQUAL WRK-EMPRESA-COD
               MOVE EMPRESA-NOME(WRK-IDX-EMPRESA) TO WRK-EMPRESA-NOME
               MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPRESA
             END-IF
           END-PERFORM.

       0002-CARREGA-PARAMETROS SECTION.

           OPEN INPUT FOLHA-PARAMETROS
           IF WRK-STATUS-FPARAM NOT EQUAL "35"
             READ FOLHA-PARAMETROS
               NOT AT END
                 IF FPARAM-VALOR-DEP-REG NUMERIC
                   AND FPARAM-VALOR-DEP-REG GREATER ZERO
                   MOVE FPARAM-VALOR-DEP-REG TO WRK-VALOR-POR-DEP
                 END-IF
             END-READ
             CLOSE FOLHA-PARAMETROS
           END-IF.

       0003-CARREGA-DESCONTOS SECTION.

           OPEN INPUT DESCONTOS-APLICADOS
           IF WRK-STATUS-DESCONTOS EQUAL "35"
             DISPLAY "DESCONTOS-APLICADOS INEXISTENTE, OUTROS "
                     "DESCONTOS SAEM PELO TOTAL DO CONTRACHEQUE"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DESCONTOS-APLICADOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DAP-COMPETENCIA EQUAL WRK-COMPETENCIA
                     AND DAP-CODIGO NUMERIC
                     AND DAP-VALOR NUMERIC
                     IF WRK-QTD-DAP NOT LESS 1000
                       DISPLAY "TAB-DESCONTOS-APLICADOS CHEIA, "
                               "DESCONTOS RESTANTES PELO TOTAL"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-DAP
                       MOVE DAP-CODIGO TO DAPT-CODIGO(WRK-QTD-DAP)
                       MOVE DAP-TIPO   TO DAPT-TIPO(WRK-QTD-DAP)
                       MOVE DAP-VALOR  TO DAPT-VALOR(WRK-QTD-DAP)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DESCONTOS-APLICADOS
           END-IF.

       0004-CARREGA-FGTS SECTION.

           OPEN INPUT FGTS-REGISTROS
           IF WRK-STATUS-FGTS EQUAL "35"
             DISPLAY "FGTS-REGISTROS INEXISTENTE, FGTS PELOS 8% DO "
                     "BRUTO"
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FGTS-REGISTROS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FGTS-COMPETENCIA EQUAL WRK-COMPETENCIA
                     AND FGTS-CODIGO NUMERIC
                     AND FGTS-BASE NUMERIC
                     AND FGTS-VALOR NUMERIC
                     IF WRK-QTD-FGTS NOT LESS 1000
                       DISPLAY "TAB-FGTS CHEIA, FGTS RESTANTE PELOS "
                               "8% DO BRUTO"
                       MOVE "S" TO WRK-FIM-ARQUIVO
                     ELSE
                       ADD 1 TO WRK-QTD-FGTS
                       MOVE FGTS-CODIGO TO FGTST-CODIGO(WRK-QTD-FGTS)
                       MOVE FGTS-BASE   TO FGTST-BASE(WRK-QTD-FGTS)
                       MOVE FGTS-VALOR  TO FGTST-VALOR(WRK-QTD-FGTS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FGTS-REGISTROS
           END-IF.

       0009-CARREGA-RETROATIVOS SECTION.

           OPEN INPUT RETROATIVO-LANCAMENTOS
           IF WRK-STATUS-RETRO NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ RETROATIVO-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF RETL-DESTINO EQUAL WRK-COMPETENCIA
                     MOVE "N" TO WRK-RETRO-ACHOU
                     PERFORM VARYING WRK-IDX-RETRO FROM 1 BY 1
                               UNTIL WRK-IDX-RETRO > WRK-QTD-RETRO
                       IF RET-CODIGO(WRK-IDX-RETRO) EQUAL RETL-CODIGO
                         MOVE "S" TO WRK-RETRO-ACHOU
                         ADD RETL-BRUTO TO RET-BRUTO(WRK-IDX-RETRO)
                         ADD RETL-INSS  TO RET-INSS(WRK-IDX-RETRO)
                         ADD RETL-IRRF  TO RET-IRRF(WRK-IDX-RETRO)
                         MOVE WRK-QTD-RETRO TO WRK-IDX-RETRO
                       END-IF
                     END-PERFORM
                     IF WRK-RETRO-ACHOU EQUAL "N"
                       IF WRK-QTD-RETRO NOT LESS 500
                         DISPLAY "TAB-RETROATIVOS CHEIA, RETROATIVO "
                                 "DO EMPREGADO " RETL-CODIGO
                                 " SAI SEM LINHA PROPRIA"
                       ELSE
                         ADD 1 TO WRK-QTD-RETRO
                         MOVE RETL-CODIGO
                           TO RET-CODIGO(WRK-QTD-RETRO)
                         MOVE RETL-BRUTO TO RET-BRUTO(WRK-QTD-RETRO)
                         MOVE RETL-INSS  TO RET-INSS(WRK-QTD-RETRO)
                         MOVE RETL-IRRF  TO RET-IRRF(WRK-QTD-RETRO)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RETROATIVO-LANCAMENTOS
           END-IF.

       0015-CARREGA-BANCO-HORAS SECTION.

           OPEN INPUT BANCO-HORAS
           IF WRK-STATUS-BH NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ BANCO-HORAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF BH-COMPETENCIA EQUAL WRK-COMPETENCIA
                     IF WRK-QTD-BH NOT LESS 1000
                       DISPLAY "TAB-BANCO-HORAS CHEIA, BANCO DO "
                               "EMPREGADO " BH-CODIGO
                               " SAI SEM LINHA PROPRIA"
                     ELSE
                       ADD 1 TO WRK-QTD-BH
                       MOVE BH-CODIGO TO BHH-CODIGO(WRK-QTD-BH)
                       MOVE BH-CREDITO TO BHH-CREDITO(WRK-QTD-BH)
                       MOVE BH-DEBITO TO BHH-DEBITO(WRK-QTD-BH)
                       MOVE BH-SALDO-HORAS TO BHH-SALDO(WRK-QTD-BH)
                       MOVE BH-SALDO-SINAL TO BHH-SINAL(WRK-QTD-BH)
                       MOVE BH-VALOR-PAGO TO BHH-PAGO(WRK-QTD-BH)
                       MOVE BH-VALOR-DESCONTADO
                         TO BHH-DESC(WRK-QTD-BH)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BANCO-HORAS
           END-IF.

       0017-CARREGA-HORA-AULA SECTION.

           OPEN INPUT HORA-AULA-LANCAMENTOS
           IF WRK-STATUS-HAL NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ HORA-AULA-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF HAL-COMPETENCIA EQUAL WRK-COMPETENCIA
                     MOVE "N" TO WRK-HAULA-ACHOU
                     PERFORM VARYING WRK-IDX-HAULA FROM 1 BY 1
                               UNTIL WRK-IDX-HAULA > WRK-QTD-HAULA
                       IF HAU-CODIGO(WRK-IDX-HAULA) EQUAL HAL-CODIGO
                         MOVE "S" TO WRK-HAULA-ACHOU
                         ADD HAL-AULAS TO HAU-AULAS(WRK-IDX-HAULA)
                         ADD HAL-VALOR TO HAU-VALOR(WRK-IDX-HAULA)
                         MOVE WRK-QTD-HAULA TO WRK-IDX-HAULA
                       END-IF
                     END-PERFORM
                     IF WRK-HAULA-ACHOU EQUAL "N"
                       IF WRK-QTD-HAULA NOT LESS 300
                         DISPLAY "TAB-HORA-AULA CHEIA, HORA-AULA "
                                 "DO EMPREGADO " HAL-CODIGO
                                 " SAI SEM LINHA PROPRIA"
                       ELSE
                         ADD 1 TO WRK-QTD-HAULA
                         MOVE HAL-CODIGO TO HAU-CODIGO(WRK-QTD-HAULA)
                         MOVE HAL-AULAS  TO HAU-AULAS(WRK-QTD-HAULA)
                         MOVE HAL-VALOR  TO HAU-VALOR(WRK-QTD-HAULA)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HORA-AULA-LANCAMENTOS
           END-IF.

       0005-SELECIONA SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           IF HOLERITE-DECIMO
             OPEN INPUT DECIMO-PAGAMENTO
             IF WRK-STATUS-DECIMO EQUAL "35"
               DISPLAY "DECIMO-PAGAMENTO INEXISTENTE"
               MOVE "S" TO WRK-FIM-ARQUIVO
             END-IF
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DECIMO-PAGAMENTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF DEC-COMPETENCIA EQUAL WRK-COMPETENCIA
                     INITIALIZE REG-SORT
                     MOVE DEC-DEPARTAMENTO TO SORT-DEPARTAMENTO
                     MOVE DEC-CODIGO       TO SORT-CODIGO
                     MOVE DEC-NOME         TO SORT-NOME
                     MOVE DEC-PARCELA      TO SORT-PARCELA
                     MOVE DEC-BRUTO        TO SORT-BRUTO
                     MOVE DEC-INSS         TO SORT-INSS
                     MOVE DEC-IRRF         TO SORT-IRRF
                     MOVE DEC-ADIANTAMENTO TO SORT-ADIANTAMENTO
                     MOVE DEC-LIQUIDO      TO SORT-LIQUIDO
                     IF DEC-EMPRESA NUMERIC
                       AND DEC-EMPRESA GREATER ZERO
                       MOVE DEC-EMPRESA    TO SORT-EMPRESA
                     ELSE
                       MOVE 1              TO SORT-EMPRESA
                     END-IF
                     RELEASE REG-SORT
                   END-IF
               END-READ
             END-PERFORM
             IF WRK-STATUS-DECIMO NOT EQUAL "35"
               CLOSE DECIMO-PAGAMENTO
             END-IF
           ELSE
             OPEN INPUT FOLHA-PAGAMENTO
             IF WRK-STATUS-FOLHA EQUAL "35"
               DISPLAY "FOLHA-PAGAMENTO INEXISTENTE"
               MOVE "S" TO WRK-FIM-ARQUIVO
             END-IF
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ FOLHA-PAGAMENTO
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA
                     INITIALIZE REG-SORT
                     MOVE FOLHA-DEPARTAMENTO TO SORT-DEPARTAMENTO
                     MOVE FOLHA-CODIGO       TO SORT-CODIGO
                     MOVE FOLHA-NOME         TO SORT-NOME
                     MOVE FOLHA-BRUTO        TO SORT-BRUTO
                     MOVE FOLHA-INSS         TO SORT-INSS
                     MOVE FOLHA-IRRF         TO SORT-IRRF
                     MOVE FOLHA-LIQUIDO      TO SORT-LIQUIDO
                     MOVE FOLHA-FERIAS-TERCO TO SORT-TERCO
                     MOVE FOLHA-HE50         TO SORT-HE50
                     MOVE FOLHA-HE100        TO SORT-HE100
                     MOVE FOLHA-FALTAS       TO SORT-FALTAS
                     IF FOLHA-QTD-DEP NUMERIC
                       MOVE FOLHA-QTD-DEP    TO SORT-QTD-DEP
                     END-IF
                     IF FOLHA-OUTROS-DESC NUMERIC
                       MOVE FOLHA-OUTROS-DESC TO SORT-OUTROS-DESC
                     END-IF
                     IF FOLHA-EMPRESA NUMERIC
                       AND FOLHA-EMPRESA GREATER ZERO
                       MOVE FOLHA-EMPRESA    TO SORT-EMPRESA
                     ELSE
                       MOVE 1                TO SORT-EMPRESA
                     END-IF
                     RELEASE REG-SORT
                   END-IF
               END-READ
             END-PERFORM
             IF WRK-STATUS-FOLHA NOT EQUAL "35"
               CLOSE FOLHA-PAGAMENTO
             END-IF
           END-IF.

       0006-IMPRIME SECTION.

           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 PERFORM 0007-TRATA-EMPREGADO
             END-RETURN
           END-PERFORM.

       0007-TRATA-EMPREGADO SECTION.

           IF SORT-DEPARTAMENTO NOT EQUAL WRK-DEPTO-ATUAL
             OR SORT-EMPRESA NOT EQUAL WRK-EMPRESA-ATUAL
             OR WRK-TEM-DEPTO EQUAL "N"
             IF WRK-TEM-DEPTO EQUAL "S"
               PERFORM 0008-FECHA-DEPARTAMENTO
             END-IF
             MOVE SORT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
             MOVE SORT-EMPRESA TO WRK-EMPRESA-ATUAL
             MOVE SORT-EMPRESA TO WRK-EMPRESA-COD
             PERFORM 0016-RESOLVE-EMPRESA
             IF WRK-EMPRESA-NOME EQUAL SPACE
               MOVE "EMPRESA NAO PARAMETRIZADA" TO WRK-EMPRESA-NOME
             END-IF
             MOVE "S"  TO WRK-TEM-DEPTO
             MOVE ZERO TO WRK-QTD-DEPTO
                          WRK-LIQ-DEPTO
             ADD 1 TO WRK-QTD-DEPTOS
      *      SEM DEPARTAMENTO NO CONTRACHEQUE, A FILA E A GERAL.
             MOVE WRK-DEPTO-ATUAL TO WRK-FILA
             IF WRK-FILA EQUAL SPACE
               MOVE "GERAL" TO WRK-FILA
             END-IF
             MOVE SPACE TO WRK-NOME-HOLERITE
             STRING "HOLERITE-" DELIMITED BY SIZE
                    WRK-EMPRESA-ATUAL DELIMITED BY SIZE
                    "-"         DELIMITED BY SIZE
                    WRK-FILA    DELIMITED BY SPACE
               INTO WRK-NOME-HOLERITE
             END-STRING
             OPEN OUTPUT HOLERITE-SAIDA
           END-IF

           ADD 1 TO WRK-QTD-DEPTO
           ADD 1 TO WRK-QTD-HOLERITES
           ADD SORT-LIQUIDO TO WRK-LIQ-DEPTO
           ADD SORT-LIQUIDO TO WRK-TOTAL-LIQUIDO
           MOVE ZERO TO WRK-TOT-PROVENTOS
                        WRK-TOT-DESCONTOS

           PERFORM 0010-CABECALHO-HOLERITE
           IF HOLERITE-DECIMO
             PERFORM 0012-ITENS-DECIMO
           ELSE
             PERFORM 0011-ITENS-FOLHA
           END-IF
           PERFORM 0013-RODAPE-HOLERITE.

       0008-FECHA-DEPARTAMENTO SECTION.

           MOVE WRK-QTD-DEPTO TO WRK-QTD-ED
           MOVE WRK-LIQ-DEPTO TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPRESA " DELIMITED BY SIZE
                  WRK-EMPRESA-ATUAL DELIMITED BY SIZE
                  " DEPARTAMENTO " DELIMITED BY SIZE
                  WRK-DEPTO-ATUAL DELIMITED BY SIZE
                  ": "            DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  " HOLERITES, LIQUIDO TOTAL " DELIMITED BY SIZE
                  WRK-TOTAL-ED    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE
           CLOSE HOLERITE-SAIDA
           PERFORM 0018-REGISTRA-RELATORIO
           DISPLAY WRK-LINHA-REL.

       0010-CABECALHO-HOLERITE SECTION.

           MOVE WRK-DUPLO TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACE TO WRK-LINHA-REL
           STRING WRK-EMPRESA-NOME DELIMITED BY "  "
                  " - DEMONSTRATIVO DE PAGAMENTO" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACE TO WRK-LINHA-REL
           IF HOLERITE-DECIMO
             STRING "DECIMO TERCEIRO SALARIO - PARCELA " DELIMITED BY
                    SIZE
                    SORT-PARCELA    DELIMITED BY SIZE
                    " - COMPETENCIA " DELIMITED BY SIZE
                    WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "FOLHA MENSAL - COMPETENCIA " DELIMITED BY SIZE
                    WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPREGADO " DELIMITED BY SIZE
                  SORT-CODIGO  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  SORT-NOME    DELIMITED BY SIZE
                  "  DEPARTAMENTO " DELIMITED BY SIZE
                  SORT-DEPARTAMENTO DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE WRK-TRACO TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACE TO WRK-LINHA-REL
           STRING "DESCRICAO                         " DELIMITED BY SIZE
                  "    PROVENTOS      DESCONTOS" DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE.

       0011-ITENS-FOLHA SECTION.

      *    O RETROATIVO PAGO NA COMPETENCIA ESTA DENTRO DO BRUTO, DO
      *    INSS E DO IRRF DO CONTRACHEQUE E SAI EM LINHAS PROPRIAS.
           MOVE ZERO TO WRK-RETRO-BRUTO
                        WRK-RETRO-INSS
                        WRK-RETRO-IRRF
           PERFORM VARYING WRK-IDX-RETRO FROM 1 BY 1
                     UNTIL WRK-IDX-RETRO > WRK-QTD-RETRO
             IF RET-CODIGO(WRK-IDX-RETRO) EQUAL SORT-CODIGO
               AND RET-BRUTO(WRK-IDX-RETRO) NOT GREATER SORT-BRUTO
               AND RET-INSS(WRK-IDX-RETRO) NOT GREATER SORT-INSS
               AND RET-IRRF(WRK-IDX-RETRO) NOT GREATER SORT-IRRF
               MOVE RET-BRUTO(WRK-IDX-RETRO) TO WRK-RETRO-BRUTO
               MOVE RET-INSS(WRK-IDX-RETRO)  TO WRK-RETRO-INSS
               MOVE RET-IRRF(WRK-IDX-RETRO)  TO WRK-RETRO-IRRF
               MOVE WRK-QTD-RETRO TO WRK-IDX-RETRO
             END-IF
           END-PERFORM

      *    BANCO DE HORAS VENCIDO TAMBEM ESTA DENTRO DO BRUTO.
           MOVE "N"  TO WRK-BH-ACHOU
           MOVE ZERO TO WRK-BH-PAGO
                        WRK-BH-DESC
           PERFORM VARYING WRK-IDX-BH FROM 1 BY 1
                     UNTIL WRK-IDX-BH > WRK-QTD-BH
             IF BHH-CODIGO(WRK-IDX-BH) EQUAL SORT-CODIGO
               MOVE "S" TO WRK-BH-ACHOU
               MOVE BHH-PAGO(WRK-IDX-BH)    TO WRK-BH-PAGO
               MOVE BHH-DESC(WRK-IDX-BH)    TO WRK-BH-DESC
               MOVE BHH-CREDITO(WRK-IDX-BH) TO WRK-BH-CREDITO
               MOVE BHH-DEBITO(WRK-IDX-BH)  TO WRK-BH-DEBITO
               MOVE BHH-SALDO(WRK-IDX-BH)   TO WRK-BH-SALDO
               MOVE BHH-SINAL(WRK-IDX-BH)   TO WRK-BH-SINAL
               MOVE WRK-QTD-BH TO WRK-IDX-BH
             END-IF
           END-PERFORM

      *    HORA-AULA DO PROFESSOR TAMBEM ESTA DENTRO DO BRUTO.
           MOVE ZERO TO WRK-HAULA-VALOR
                        WRK-HAULA-AULAS
           PERFORM VARYING WRK-IDX-HAULA FROM 1 BY 1
                     UNTIL WRK-IDX-HAULA > WRK-QTD-HAULA
             IF HAU-CODIGO(WRK-IDX-HAULA) EQUAL SORT-CODIGO
               AND HAU-VALOR(WRK-IDX-HAULA) NOT GREATER SORT-BRUTO
               MOVE HAU-VALOR(WRK-IDX-HAULA) TO WRK-HAULA-VALOR
               MOVE HAU-AULAS(WRK-IDX-HAULA) TO WRK-HAULA-AULAS
               MOVE WRK-QTD-HAULA TO WRK-IDX-HAULA
             END-IF
           END-PERFORM

      *    SALARIO BASE = BRUTO SEM EXTRAS, TERCO, RETROATIVO, BANCO
      *    DE HORAS E HORA-AULA, FALTAS E BANCO DESCONTADO DEVOLVIDOS.
           COMPUTE WRK-SALARIO-BASE =
                   SORT-BRUTO - SORT-TERCO - SORT-HE50 - SORT-HE100
                 - WRK-RETRO-BRUTO + SORT-FALTAS
                 - WRK-BH-PAGO + WRK-BH-DESC
                 - WRK-HAULA-VALOR
           MOVE "SALARIO BASE" TO WRK-DESCRICAO
           MOVE WRK-SALARIO-BASE TO WRK-PROVENTO
           MOVE ZERO TO WRK-DESCONTO
           PERFORM 0014-LINHA-ITEM
           IF SORT-HE50 GREATER ZERO
             MOVE "HORAS EXTRAS 50%" TO WRK-DESCRICAO
             MOVE SORT-HE50 TO WRK-PROVENTO
             MOVE ZERO TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF SORT-HE100 GREATER ZERO
             MOVE "HORAS EXTRAS 100%" TO WRK-DESCRICAO
             MOVE SORT-HE100 TO WRK-PROVENTO
             MOVE ZERO TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF SORT-TERCO GREATER ZERO
             MOVE "1/3 CONSTITUCIONAL DE FERIAS" TO WRK-DESCRICAO
             MOVE SORT-TERCO TO WRK-PROVENTO
             MOVE ZERO TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF WRK-HAULA-VALOR GREATER ZERO
             MOVE WRK-HAULA-AULAS TO WRK-HAULA-AULAS-ED
             MOVE SPACE TO WRK-DESCRICAO
             STRING "HORA-AULA (" DELIMITED BY SIZE
                    WRK-HAULA-AULAS-ED DELIMITED BY SIZE
                    " AULAS)" DELIMITED BY SIZE
               INTO WRK-DESCRICAO
             END-STRING
             MOVE WRK-HAULA-VALOR TO WRK-PROVENTO
             MOVE ZERO TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF WRK-RETRO-BRUTO GREATER ZERO
             MOVE "DIFERENCA SALARIAL RETROATIVA" TO WRK-DESCRICAO
             MOVE WRK-RETRO-BRUTO TO WRK-PROVENTO
             MOVE ZERO TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF WRK-BH-PAGO GREATER ZERO
             MOVE "BANCO DE HORAS VENCIDO" TO WRK-DESCRICAO
             MOVE WRK-BH-PAGO TO WRK-PROVENTO
             MOVE ZERO TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF SORT-FALTAS GREATER ZERO
             MOVE "FALTAS" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE SORT-FALTAS TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF WRK-BH-DESC GREATER ZERO
             MOVE "BANCO DE HORAS - SALDO DEVEDOR" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE WRK-BH-DESC TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           MOVE "INSS" TO WRK-DESCRICAO
           MOVE ZERO TO WRK-PROVENTO
           COMPUTE WRK-DESCONTO = SORT-INSS - WRK-RETRO-INSS
           PERFORM 0014-LINHA-ITEM
           MOVE "IRRF" TO WRK-DESCRICAO
           MOVE ZERO TO WRK-PROVENTO
           COMPUTE WRK-DESCONTO = SORT-IRRF - WRK-RETRO-IRRF
           PERFORM 0014-LINHA-ITEM
           IF WRK-RETRO-INSS GREATER ZERO
             MOVE "INSS S/ DIFERENCA RETROATIVA" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE WRK-RETRO-INSS TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF
           IF WRK-RETRO-IRRF GREATER ZERO
             MOVE "IRRF S/ DIFERENCA RETROATIVA" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE WRK-RETRO-IRRF TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF

      *    CADA DESCONTO APLICADO EM LINHA PROPRIA, SE FECHAR COM O
      *    TOTAL DO CONTRACHEQUE; SENAO, UMA LINHA COM O TOTAL.
           MOVE ZERO TO WRK-SOMA-DAP
           PERFORM VARYING WRK-IDX-DAP FROM 1 BY 1
                     UNTIL WRK-IDX-DAP > WRK-QTD-DAP
             IF DAPT-CODIGO(WRK-IDX-DAP) EQUAL SORT-CODIGO
               ADD DAPT-VALOR(WRK-IDX-DAP) TO WRK-SOMA-DAP
             END-IF
           END-PERFORM
           IF WRK-SOMA-DAP EQUAL SORT-OUTROS-DESC
             PERFORM VARYING WRK-IDX-DAP FROM 1 BY 1
                       UNTIL WRK-IDX-DAP > WRK-QTD-DAP
               IF DAPT-CODIGO(WRK-IDX-DAP) EQUAL SORT-CODIGO
                 MOVE SPACE TO WRK-DESCRICAO
                 STRING "DESCONTO " DELIMITED BY SIZE
                        DAPT-TIPO(WRK-IDX-DAP) DELIMITED BY SIZE
                   INTO WRK-DESCRICAO
                 END-STRING
                 MOVE ZERO TO WRK-PROVENTO
                 MOVE DAPT-VALOR(WRK-IDX-DAP) TO WRK-DESCONTO
                 PERFORM 0014-LINHA-ITEM
               END-IF
             END-PERFORM
           ELSE
             MOVE "OUTROS DESCONTOS" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE SORT-OUTROS-DESC TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF

      *    BASES INFORMATIVAS: FGTS DA COMPETENCIA E BASE DO IRRF.
           MOVE SORT-BRUTO TO WRK-BASE-FGTS
           COMPUTE WRK-VALOR-FGTS ROUNDED = SORT-BRUTO * WRK-TAXA-FGTS
           PERFORM VARYING WRK-IDX-FGTS FROM 1 BY 1
                     UNTIL WRK-IDX-FGTS > WRK-QTD-FGTS
             IF FGTST-CODIGO(WRK-IDX-FGTS) EQUAL SORT-CODIGO
               MOVE FGTST-BASE(WRK-IDX-FGTS)  TO WRK-BASE-FGTS
               MOVE FGTST-VALOR(WRK-IDX-FGTS) TO WRK-VALOR-FGTS
               MOVE WRK-QTD-FGTS TO WRK-IDX-FGTS
             END-IF
           END-PERFORM
           COMPUTE WRK-BASE-IRRF =
                   SORT-BRUTO - WRK-RETRO-BRUTO
                 - (SORT-INSS - WRK-RETRO-INSS)
                 - SORT-QTD-DEP * WRK-VALOR-POR-DEP
           IF WRK-BASE-IRRF LESS ZERO
             MOVE ZERO TO WRK-BASE-IRRF
           END-IF.

       0012-ITENS-DECIMO SECTION.

           IF SORT-PARCELA EQUAL 1
             MOVE "13o SALARIO - ADIANTAMENTO" TO WRK-DESCRICAO
           ELSE
             MOVE "13o SALARIO" TO WRK-DESCRICAO
           END-IF
           MOVE SORT-BRUTO TO WRK-PROVENTO
           MOVE ZERO TO WRK-DESCONTO
           PERFORM 0014-LINHA-ITEM
           IF SORT-PARCELA NOT EQUAL 1
             MOVE "INSS SOBRE 13o" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE SORT-INSS TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
             MOVE "IRRF SOBRE 13o" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE SORT-IRRF TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
             MOVE "ADIANTAMENTO 13o (1a PARCELA)" TO WRK-DESCRICAO
             MOVE ZERO TO WRK-PROVENTO
             MOVE SORT-ADIANTAMENTO TO WRK-DESCONTO
             PERFORM 0014-LINHA-ITEM
           END-IF

      *    O FGTS INCIDE SOBRE O VALOR PAGO EM CADA PARCELA (NA
      *    QUITACAO, O 13o MENOS O ADIANTAMENTO); O IRRF DO 13o E
      *    TRIBUTADO NA QUITACAO, SOBRE O 13o INTEIRO MENOS O INSS.
           IF SORT-PARCELA EQUAL 1
             MOVE SORT-BRUTO TO WRK-BASE-FGTS
             MOVE ZERO TO WRK-BASE-IRRF
           ELSE
             MOVE ZERO TO WRK-BASE-FGTS
             IF SORT-BRUTO GREATER SORT-ADIANTAMENTO
               COMPUTE WRK-BASE-FGTS = SORT-BRUTO - SORT-ADIANTAMENTO
             END-IF
             COMPUTE WRK-BASE-IRRF = SORT-BRUTO - SORT-INSS
           END-IF
           COMPUTE WRK-VALOR-FGTS ROUNDED =
                   WRK-BASE-FGTS * WRK-TAXA-FGTS.

       0013-RODAPE-HOLERITE SECTION.

           MOVE WRK-TRACO TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE "TOTAIS" TO WRK-DESCRICAO
           MOVE WRK-TOT-PROVENTOS TO WRK-PROVENTO-ED
           MOVE WRK-TOT-DESCONTOS TO WRK-DESCONTO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING WRK-DESCRICAO    DELIMITED BY SIZE
                  WRK-PROVENTO-ED  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-DESCONTO-ED  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SORT-LIQUIDO TO WRK-TOTAL-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LIQUIDO A RECEBER" DELIMITED BY SIZE
                  "                 " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE WRK-BASE-FGTS  TO WRK-BASE-FGTS-ED
           MOVE WRK-VALOR-FGTS TO WRK-FGTS-ED
           MOVE WRK-BASE-IRRF  TO WRK-BASE-IRRF-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "BASE FGTS"      DELIMITED BY SIZE
                  WRK-BASE-FGTS-ED DELIMITED BY SIZE
                  "  FGTS DO MES"  DELIMITED BY SIZE
                  WRK-FGTS-ED      DELIMITED BY SIZE
                  "  BASE IRRF"    DELIMITED BY SIZE
                  WRK-BASE-IRRF-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE
           IF NOT HOLERITE-DECIMO
             AND SORT-QTD-DEP GREATER ZERO
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DEPENDENTES PARA O IRRF: " DELIMITED BY SIZE
                    SORT-QTD-DEP DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-HOLERITE
             WRITE REG-HOLERITE
           END-IF
           IF NOT HOLERITE-DECIMO
             AND WRK-BH-ACHOU EQUAL "S"
             MOVE WRK-BH-CREDITO TO WRK-BH-CREDITO-ED
             MOVE WRK-BH-DEBITO  TO WRK-BH-DEBITO-ED
             MOVE WRK-BH-SALDO   TO WRK-BH-SALDO-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "BANCO DE HORAS: CREDITO" DELIMITED BY SIZE
                    WRK-BH-CREDITO-ED DELIMITED BY SIZE
                    "  DEBITO"        DELIMITED BY SIZE
                    WRK-BH-DEBITO-ED  DELIMITED BY SIZE
                    "  SALDO "        DELIMITED BY SIZE
                    WRK-BH-SINAL      DELIMITED BY SIZE
                    WRK-BH-SALDO-ED   DELIMITED BY SIZE
                    " H"              DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-HOLERITE
             WRITE REG-HOLERITE
           END-IF
           MOVE WRK-DUPLO TO REG-HOLERITE
           WRITE REG-HOLERITE
           MOVE SPACE TO REG-HOLERITE
           WRITE REG-HOLERITE.

       0014-LINHA-ITEM SECTION.

           ADD WRK-PROVENTO TO WRK-TOT-PROVENTOS
           ADD WRK-DESCONTO TO WRK-TOT-DESCONTOS
           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-PROVENTO GREATER ZERO
             MOVE WRK-PROVENTO TO WRK-PROVENTO-ED
             STRING WRK-DESCRICAO   DELIMITED BY SIZE
                    WRK-PROVENTO-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             MOVE WRK-DESCONTO TO WRK-DESCONTO-ED
             STRING WRK-DESCRICAO   DELIMITED BY SIZE
                    "               " DELIMITED BY SIZE
                    WRK-DESCONTO-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-HOLERITE
           WRITE REG-HOLERITE.

       0018-REGISTRA-RELATORIO SECTION.

      *    CADA HOLERITE-<EMPRESA>-<FILA> FECHADO E REGISTRADO NO
      *    REPOSITORIO DE RELATORIOS; O RETURN-CODE DO JOB E
      *    PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "HOLERITE"        TO RPED-JOB
           MOVE WRK-NOME-HOLERITE TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM EMITE-HOLERITE.
