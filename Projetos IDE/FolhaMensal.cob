      *==                 O INFORME ANUAL, A EXPORTACAO CONTABIL E A
      *==                 PROJECAO DE CAIXA PASSAM A ENXERGAR O ANO
      *==                 INTEIRO, NAO SO O ULTIMO MES.
      *== 15/10/2026 FA  DIFERENCA SALARIAL RETROATIVA: OS LANCAMENTOS
      *==                 DE RETROATIVO-LANCAMENTOS (DIFERENCA-
      *==                 RETROATIVA) COM DESTINO NA COMPETENCIA SAO
      *==                 PAGOS COMO PROVENTO PROPRIO: A DIFERENCA DE
      *==                 BRUTO ENTRA NO BRUTO DEPOIS DA CASCATA
      *==                 INSS/IRRF DO MES E AS DIFERENCAS DE INSS E
      *==                 IRRF JA CALCULADAS MES A MES SAO SOMADAS AOS
      *==                 DESCONTOS; FGTS E PATRONAL INCIDEM SOBRE O
      *==                 TOTAL. LANCAMENTO DE EMPREGADO FORA DA FOLHA
      *==                 SAI NO RELATORIO PARA O RH.
      *== 15/10/2026 FA  BANCO DE HORAS DO ACORDO COLETIVO: AS HORAS
      *==                 EXTRAS DO PONTO VAO PARA O BANCO (50% VALE
      *==                 1,5 HORA, 100% VALE 2 HORAS) E AS FALTAS SAO
      *==                 DEBITADAS DELE (JORNADA DO DIA), ATE OS
      *==                 LIMITES MENSAIS DE FOLHA-PARAMETROS; SO O
      *==                 EXCEDENTE E PAGO OU DESCONTADO NO MES. O
      *==                 SALDO SE COMPENSA DO LOTE MAIS ANTIGO PARA O
      *==                 MAIS NOVO E O LOTE QUE PASSA DO PRAZO DO
      *==                 ACORDO (PADRAO 6 MESES) E PAGO PELA HORA BASE
      *==                 SE A FAVOR DO EMPREGADO OU DESCONTADO SE
      *==                 DEVEDOR, DENTRO DO BRUTO; NO MES DO
      *==                 DESLIGAMENTO O SALDO INTEIRO E ACERTADO. O
      *==                 MOVIMENTO DO MES VAI PARA BANCO-HORAS
      *==                 (ACUMULADO DE COMPETENCIAS COMO A
      *==                 FOLHA-PAGAMENTO).
      *== 15/10/2026 FA  ALIQUOTA DO FGTS PASSA A VIR DE
      *==                 FOLHA-PARAMETROS (PADRAO 8%), A MESMA USADA
      *==                 PELA PROVISAO-FOLHA NOS ENCARGOS DAS PROVISOES
      *==                 DE FERIAS E 13o.
      *== 15/10/2026 FA  FOLHA DE MAIS DE UMA EMPRESA (CNPJ): A EMPRESA
      *==                 E INFORMADA NA LARGADA (BRANCO = TODAS) E CADA
      *==                 EMPRESA DE EMPRESA-PARAMETROS RODA NUMA
      *==                 PASSADA PROPRIA PELO MESTRE, SO COM OS SEUS
      *==                 EMPREGADOS (EMP-EMPRESA-REG): REMESSA PROPRIA
      *==                 EM BANCO-REMESSA-cc COM O CABECALHO DA
      *==                 EMPRESA E TOTAIS PROPRIOS NO RELATORIO. O
      *==                 CONTRACHEQUE GANHA O CODIGO DA EMPRESA; A
      *==                 REEXECUCAO DE UMA EMPRESA SO DESCARTA OS
      *==                 CONTRACHEQUES, O BANCO DE HORAS, O FGTS E OS
      *==                 DESCONTOS APLICADOS DELA. EMPRESA DO MESTRE
      *==                 SEM REGISTRO EM EMPRESA-PARAMETROS RODA SEM
      *==                 DADOS BANCARIOS E O JOB TERMINA COM
      *==                 RETURN-CODE 4; EMPRESA INFORMADA QUE NAO
      *==                 EXISTE RECUSA A FOLHA COM RETURN-CODE 8.
      *== 15/10/2026 FA  HORA-AULA DO PROFESSOR: OS LANCAMENTOS DE
      *==                 HORA-AULA-LANCAMENTOS (HORA-AULA-PROFESSOR)
      *==                 DA COMPETENCIA SAO SOMADOS AO BRUTO DO
      *==                 EMPREGADO VINCULADO ANTES DA CASCATA
      *==                 INSS/IRRF, COM LINHA NO RELATORIO E TOTAL NO
      *==                 FIM. LANCAMENTO DE EMPREGADO FORA DA FOLHA SAI
      *==                 NO RELATORIO PARA O RH.
      *== 15/10/2026 FA  EMISSAO DO FOLHA-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHA-RELATORIO ASSIGN TO "FOLHA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERACOES-RESUMO ASSIGN TO "OPERACOES-RESUMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT BANCO-REMESSA ASSIGN TO DYNAMIC WRK-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS ASSIGN TO "JOB-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FPARAM.
           SELECT FGTS-REGISTROS ASSIGN TO "FGTS-REGISTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FGTS.
           SELECT DESCONTOS-FOLHA ASSIGN TO "DESCONTOS-FOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCONTOS.
           SELECT DESCONTOS-APLICADOS
               ASSIGN TO "DESCONTOS-APLICADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DAP.
           SELECT DESCONTOS-CARRYOVER
               ASSIGN TO "DESCONTOS-CARRYOVER"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT BANCO-HORAS-NOVA ASSIGN TO "BANCO-HORAS-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FOLHA-FALTAS         PIC 9(06)V99.
           05 FOLHA-QTD-DEP        PIC 9(02).
           05 FOLHA-OUTROS-DESC    PIC 9(06)V99.
           05 FOLHA-EMPRESA        PIC 9(02).

       FD  FOLHA-PAGAMENTO-NOVA.
       01  REG-FOLHA-NOVA          PIC X(105).

       FD  FOLHA-RELATORIO.
       01  REG-FOLHA-RELATORIO     PIC X(132).

       FD  EMPRESA-PARAMETROS.
       01  REG-EMPRESA-PARAMETRO.
           COPY EMPRESA-PARAM.

       FD  INSS-FAIXAS.
       01  REG-INSS-FAIXA.
           05 FPARAM-IDADE-DEP-REG PIC 9(02).
           05 FPARAM-PATRONAL-REG  PIC 9V9999.
           05 FPARAM-PISO-REG      PIC 9V9999.
           05 FPARAM-BH-CREDITO-REG PIC 9(03)V9.
           05 FPARAM-BH-DEBITO-REG PIC 9(03)V9.
           05 FPARAM-BH-PRAZO-REG  PIC 9(02).
           05 FPARAM-BH-JORNADA-REG PIC 9(02)V9.
           05 FPARAM-FGTS-REG      PIC 9V9999.

       FD  FGTS-REGISTROS.
       01  REG-FGTS.
       FD  DESCONTOS-CARRYOVER.
       01  REG-DESCONTO-CARRY      PIC X(100).

       FD  RETROATIVO-LANCAMENTOS.
       01  REG-RETRO-LANCAMENTO.
           COPY RETRO-LANC.

       FD  HORA-AULA-LANCAMENTOS.
       01  REG-HORA-AULA-LANC.
           COPY HORA-AULA-LANC.

       FD  BANCO-HORAS.
       01  REG-BANCO-HORAS.
           COPY BANCO-HORAS.

       FD  BANCO-HORAS-NOVA.
       01  REG-BANCO-HORAS-NOVA    PIC X(63).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-MASTER PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RESUMO PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-FOLHA PIC X(02)           VALUE SPACE.
              10 DSC-COMPET-FIM  PIC 9(06).
              10 DSC-PARCELAS    PIC 9(03).
              10 DSC-APLICADO    PIC X(01).
      *====================== DIFERENCA RETROATIVA =======================
       77  WRK-STATUS-RETRO PIC X(02)           VALUE SPACE.
       77  WRK-QTD-RETRO    PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-RETRO    PIC 9(03)           VALUE ZERO.
       77  WRK-FIM-RETRO    PIC X(01)           VALUE "N".
       77  WRK-RETRO-ACHOU  PIC X(01)           VALUE "N".
       77  WRK-TOTAL-RETRO  PIC 9(09)V99        VALUE ZERO.
       77  WRK-RETRO-ED     COPY CURRENCY-ED.
       01  TAB-RETROATIVOS.
           05 RETRO-ITEM OCCURS 500 TIMES
                          INDEXED BY IDX-RETRO.
              10 RET-CODIGO      PIC 9(04).
              10 RET-BRUTO       PIC 9(07)V99.
              10 RET-INSS        PIC 9(06)V99.
              10 RET-IRRF        PIC 9(06)V99.
              10 RET-CASADO      PIC X(01).
      *====================== HORA-AULA DO PROFESSOR =====================
       77  WRK-STATUS-HAL   PIC X(02)           VALUE SPACE.
       77  WRK-QTD-HAULA    PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-HAULA    PIC 9(03)           VALUE ZERO.
       77  WRK-FIM-HAULA    PIC X(01)           VALUE "N".
       77  WRK-HAULA-ACHOU  PIC X(01)           VALUE "N".
       77  WRK-TOTAL-HAULA  PIC 9(09)V99        VALUE ZERO.
       77  WRK-HAULA-ED     COPY CURRENCY-ED.
       77  WRK-HAULA-AULAS-ED PIC ZZZZ9.
       01  TAB-HORA-AULA.
           05 HAULA-ITEM OCCURS 300 TIMES
                          INDEXED BY IDX-HAULA.
              10 HAU-CODIGO      PIC 9(04).
              10 HAU-AULAS       PIC 9(05).
              10 HAU-VALOR       PIC 9(07)V99.
              10 HAU-CASADO      PIC X(01).
      *====================== BANCO DE HORAS =============================
       77  WRK-STATUS-BH    PIC X(02)           VALUE SPACE.
       77  WRK-FIM-BH       PIC X(01)           VALUE "N".
       77  WRK-FIM-BH-NOVA  PIC X(01)           VALUE "N".
       77  WRK-BH-ATIVO     PIC X(01)           VALUE "S".
           88 BANCO-HORAS-ATIVO                 VALUE "S".
       77  WRK-BH-CREDITO-MAX PIC 9(03)V9       VALUE 40,0.
       77  WRK-BH-DEBITO-MAX PIC 9(03)V9        VALUE 24,0.
       77  WRK-BH-PRAZO     PIC 9(02)           VALUE 6.
       77  WRK-BH-JORNADA   PIC 9(02)V9         VALUE 8,0.
       77  WRK-BH-JANELA    PIC 9(06)           VALUE ZERO.
       77  WRK-QTD-BH       PIC 9(04)           VALUE ZERO.
       77  WRK-IDX-BH       PIC 9(04)           VALUE ZERO.
       01  TAB-BANCO-HORAS.
           05 BHT-ITEM OCCURS 9999 TIMES
                        INDEXED BY IDX-BHT.
              10 BHT-CODIGO      PIC 9(04).
              10 BHT-LINHA       PIC X(63).
       01  WRK-BH-REG.
           COPY BANCO-HORAS REPLACING LEADING ==BH== BY ==WBH==.
      *    QUANTIDADES DO PONTO: NO BANCO E A PAGAR/DESCONTAR NO MES.
       77  WRK-BH-HE50-PONTO PIC 9(03)V9        VALUE ZERO.
       77  WRK-BH-HE100-PONTO PIC 9(03)V9       VALUE ZERO.
       77  WRK-BH-FALTAS-PONTO PIC 9(02)        VALUE ZERO.
       77  WRK-BH-HE50      PIC 9(03)V9         VALUE ZERO.
       77  WRK-BH-HE100     PIC 9(03)V9         VALUE ZERO.
       77  WRK-BH-FALTAS    PIC 9(02)           VALUE ZERO.
       77  WRK-BH-CAPACIDADE PIC 9(04)V9        VALUE ZERO.
       77  WRK-BH-LIMITE-QTD PIC 9(03)V9        VALUE ZERO.
       77  WRK-BH-DIAS-MAX  PIC 9(02)           VALUE ZERO.
       77  WRK-BH-CREDITO   PIC 9(04)V9         VALUE ZERO.
       77  WRK-BH-DEBITO    PIC 9(04)V9         VALUE ZERO.
      *    LOTES EM ABERTO DO EMPREGADO, DO MAIS NOVO (1) PARA O MAIS
      *    ANTIGO (WRK-QTD-LOTES), TODOS COM O SINAL DO SALDO.
       77  WRK-QTD-LOTES    PIC 9(02)           VALUE ZERO.
       77  WRK-BH-SALDO-ANT PIC 9(05)V9         VALUE ZERO.
       77  WRK-BH-SINAL-ANT PIC X(01)           VALUE SPACE.
       77  WRK-BH-RESTANTE  PIC 9(05)V9         VALUE ZERO.
       77  WRK-BH-ACHOU-ULT PIC X(01)           VALUE "N".
       77  WRK-BH-ORIGEM-MIN PIC 9(06)          VALUE ZERO.
       77  WRK-BH-MOVIMENTO PIC S9(05)V9        VALUE ZERO.
       77  WRK-BH-MOV-HORAS PIC 9(05)V9         VALUE ZERO.
       77  WRK-BH-MOV-SINAL PIC X(01)           VALUE SPACE.
       77  WRK-BH-ORIGEM    PIC 9(06)           VALUE ZERO.
       77  WRK-BH-LOTE-MES  PIC 9(05)V9         VALUE ZERO.
       77  WRK-BH-SINAL     PIC X(01)           VALUE SPACE.
       77  WRK-BH-VENCIDAS  PIC 9(05)V9         VALUE ZERO.
       77  WRK-BH-FIM-VENC  PIC X(01)           VALUE "N".
       77  WRK-BH-SALDO     PIC 9(05)V9         VALUE ZERO.
       77  WRK-BH-HORAS-PAGAS PIC 9(04)V9       VALUE ZERO.
       77  WRK-BH-HORAS-DESC PIC 9(04)V9        VALUE ZERO.
       77  WRK-BH-VALOR-PAGO PIC 9(06)V99       VALUE ZERO.
       77  WRK-BH-VALOR-DESC PIC 9(06)V99       VALUE ZERO.
       77  WRK-BH-TETO-DESC PIC S9(07)V99       VALUE ZERO.
       77  WRK-BH-MESES     PIC S9(05)          VALUE ZERO.
       77  WRK-BH-ANO       PIC 9(04)           VALUE ZERO.
       77  WRK-BH-MES       PIC 9(02)           VALUE ZERO.
       77  WRK-BH-ANO-LOTE  PIC 9(04)           VALUE ZERO.
       77  WRK-BH-MES-LOTE  PIC 9(02)           VALUE ZERO.
       77  WRK-TOTAL-BH-CREDITO PIC 9(07)V9     VALUE ZERO.
       77  WRK-TOTAL-BH-DEBITO PIC 9(07)V9      VALUE ZERO.
       77  WRK-TOTAL-BH-PAGO PIC 9(09)V99       VALUE ZERO.
       77  WRK-TOTAL-BH-DESC PIC 9(09)V99       VALUE ZERO.
       77  WRK-BH-HORAS-ED  PIC ZZ.ZZ9,9.
       77  WRK-BH-VALOR-ED  COPY CURRENCY-ED.
       01  TAB-LOTES.
           05 LOTE-ITEM OCCURS 24 TIMES
                         INDEXED BY IDX-LOTE.
              10 LOTE-ORIGEM     PIC 9(06).
              10 LOTE-HORAS      PIC 9(05)V9.
      *====================== ENCARGOS PATRONAIS =========================
       77  WRK-TAXA-PATRONAL PIC 9V9999          VALUE 0,2000.
       77  WRK-TAXA-FGTS    PIC 9V9999           VALUE 0,0800.
       77  WRK-STATUS-JOBSTAT PIC X(02)          VALUE SPACE.
       77  WRK-JSTAT-TIPO   PIC X(01)            VALUE "I".
       77  WRK-JSTAT-QTD    PIC 9(07)            VALUE ZERO.
      *====================== EMPRESAS / REMESSA BANCARIA ================
       77  WRK-STATUS-EMPRESA PIC X(02)          VALUE SPACE.
       77  WRK-FIM-EMPRESAS PIC X(01)            VALUE "N".
       77  WRK-EMPRESA-ENTRADA PIC X(02)         VALUE SPACE.
      *    EMPRESA INFORMADA NA LARGADA; ZERO = TODAS.
       77  WRK-EMPRESA-SELECAO PIC 9(02)         VALUE ZERO.
       77  WRK-EMPRESA-COD  PIC 9(02)            VALUE ZERO.
       77  WRK-CODIGO-BUSCA PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-EMPRESAS PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPRESA  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-EMPR-BUSCA PIC 9(02)          VALUE ZERO.
       77  WRK-POS-EMPRESA  PIC 9(02)            VALUE ZERO.
       77  WRK-ACHOU-EMPRESA PIC X(01)           VALUE "N".
       77  WRK-NOME-REMESSA PIC X(20)            VALUE SPACE.
       01  TAB-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 20 TIMES
                            INDEXED BY IDX-EMPRESA.
              10 EMPRESA-CODIGO   PIC 9(02).
              10 EMPRESA-NOME     PIC X(30).
              10 EMPRESA-BANCO    PIC 9(03).
              10 EMPRESA-AGENCIA  PIC 9(05).
              10 EMPRESA-CONTA    PIC 9(10).
              10 EMPRESA-CNPJ     PIC 9(14).
              10 EMPRESA-NO-MESTRE PIC 9(05).
              10 EMPRESA-QTD      PIC 9(05).
              10 EMPRESA-BRUTO    PIC 9(09)V99.
              10 EMPRESA-INSS     PIC 9(09)V99.
              10 EMPRESA-IRRF     PIC 9(09)V99.
              10 EMPRESA-LIQUIDO  PIC 9(09)V99.
              10 EMPRESA-PATRONAL PIC 9(09)V99.
              10 EMPRESA-FGTS     PIC 9(09)V99.
      *    EMPRESA DE CADA EMPREGADO DO MESTRE, PELO CODIGO (ZERO =
      *    FORA DO MESTRE), PARA SEPARAR O QUE E DE OUTRA EMPRESA NOS
      *    ARQUIVOS ACUMULADOS E NAS LISTAS DE REJEITADOS.
       01  TAB-EMPRESA-EMPREGADO.
           05 EMPREGADO-EMPRESA PIC 9(02) OCCURS 9999 TIMES.
      *    LINHAS DE FGTS-REGISTROS E DESCONTOS-APLICADOS DAS OUTRAS
      *    EMPRESAS, GUARDADAS NA FOLHA DE UMA EMPRESA SO.
       77  WRK-STATUS-FGTS  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-DAP   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-OUTRAS   PIC X(01)            VALUE "N".
       77  WRK-QTD-FGTS-OUTRAS PIC 9(04)         VALUE ZERO.
       77  WRK-QTD-DAP-OUTRAS PIC 9(04)          VALUE ZERO.
       77  WRK-IDX-OUTRAS   PIC 9(04)            VALUE ZERO.
       01  TAB-FGTS-OUTRAS.
           05 FGTS-OUTRAS-LINHA PIC X(27) OCCURS 9999 TIMES.
       01  TAB-DAP-OUTRAS.
           05 DAP-OUTRAS-LINHA  PIC X(22) OCCURS 9999 TIMES.
      *====================== SUBTOTAIS POR DEPARTAMENTO =================
       77  WRK-QTD-DEPTOS   PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-DEPTO    PIC 9(03)           VALUE ZERO.
       77  WRK-ACHOU-DEPTO  PIC X(01)           VALUE "N".
       01  TAB-DEPT-TOTAIS.
           05 DEPT-ITEM OCCURS 100 TIMES
                         INDEXED BY IDX-DEPT.
              10 DEPT-EMPRESA     PIC 9(02).
              10 DEPT-CODIGO      PIC X(04).
              10 DEPT-QTD         PIC 9(05).
              10 DEPT-BRUTO       PIC 9(09)V99.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WRK-COMPETENCIA = WRK-DATA-SISTEMA / 100

           DISPLAY "EMPRESA (BRANCO = TODAS) "
             ACCEPT WRK-EMPRESA-ENTRADA
           IF WRK-EMPRESA-ENTRADA NUMERIC
             AND WRK-EMPRESA-ENTRADA NOT EQUAL "00"
             MOVE WRK-EMPRESA-ENTRADA TO WRK-EMPRESA-SELECAO
           END-IF

           MOVE "I"  TO WRK-JSTAT-TIPO
           MOVE ZERO TO WRK-JSTAT-QTD
           PERFORM 0013-GRAVA-JOB-STATUS
           PERFORM 0016-CARREGA-PONTO
           PERFORM 0019-CARREGA-DEPENDENTES
           PERFORM 0023-CARREGA-DESCONTOS
           PERFORM 0027-CARREGA-RETROATIVOS
           PERFORM 0045-CARREGA-HORA-AULA

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER INEXISTENTE, FOLHA NAO GERADA"
           ELSE
             PERFORM 0010-CARREGA-EMPRESAS
             PERFORM 0035-MAPEIA-EMPREGADOS
             CLOSE EMPLOYEE-MASTER
             MOVE "S" TO WRK-ACHOU-EMPRESA
             IF WRK-EMPRESA-SELECAO NOT EQUAL ZERO
               PERFORM 0036-LOCALIZA-EMPRESA
             END-IF
           END-IF

           IF WRK-STATUS-MASTER NOT EQUAL "35"
             AND WRK-ACHOU-EMPRESA EQUAL "N"
             DISPLAY "EMPRESA " WRK-EMPRESA-SELECAO
                     " NAO CADASTRADA EM EMPRESA-PARAMETROS, FOLHA "
                     "NAO GERADA"
             MOVE 8 TO RETURN-CODE
           END-IF

           IF WRK-STATUS-MASTER NOT EQUAL "35"
             AND WRK-ACHOU-EMPRESA EQUAL "S"
             PERFORM 0026-PRESERVA-COMPETENCIAS
             PERFORM 0030-PRESERVA-BANCO-HORAS
             PERFORM 0037-GUARDA-OUTRAS-EMPRESAS
             OPEN OUTPUT FOLHA-RELATORIO
             OPEN OUTPUT FGTS-REGISTROS
             OPEN OUTPUT DESCONTOS-APLICADOS
             OPEN OUTPUT DESCONTOS-CARRYOVER
             PERFORM 0038-REGRAVA-OUTRAS-EMPRESAS

             PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                       UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               IF WRK-EMPRESA-SELECAO EQUAL ZERO
                 OR WRK-EMPRESA-SELECAO
                    EQUAL EMPRESA-CODIGO(WRK-IDX-EMPRESA)
                 PERFORM 0039-FOLHA-EMPRESA
               END-IF
             END-PERFORM

             PERFORM 0017-LISTA-PONTO-REJEITADO
             PERFORM 0029-LISTA-RETRO-SEM-FOLHA
             PERFORM 0047-LISTA-HORA-AULA-SEM-FOLHA
             PERFORM 0003-TOTAIS-FINAIS

             CLOSE FOLHA-PAGAMENTO
             CLOSE FOLHA-RELATORIO
             PERFORM 0048-REGISTRA-RELATORIO
             CLOSE FGTS-REGISTROS
             CLOSE DESCONTOS-APLICADOS
             CLOSE DESCONTOS-CARRYOVER
             CLOSE BANCO-HORAS
             PERFORM 0025-REGRAVA-DESCONTOS

             OPEN EXTEND OPERACOES-RESUMO
               WRK-SALARIO-MES + WRK-TERCO-FERIAS
               + WRK-VALOR-HE50 + WRK-VALOR-HE100
               - WRK-VALOR-FALTAS
               + WRK-BH-VALOR-PAGO - WRK-BH-VALOR-DESC
           PERFORM 0046-SOMA-HORA-AULA

           PERFORM 0007-CALCULA-INSS
           PERFORM 0020-CONTA-DEPENDENTES
             MOVE ZERO TO WRK-BASE-IRRF
           END-IF
           PERFORM 0008-CALCULA-IRRF
           PERFORM 0028-SOMA-RETROATIVO
           COMPUTE WRK-SALARIO-LIQUIDO =
               WRK-BRUTO - WRK-VALOR-INSS - WRK-VALOR-IRRF
           PERFORM 0024-APLICA-DESCONTOS
           ADD WRK-SALARIO-LIQUIDO TO WRK-TOTAL-LIQUIDO
           ADD WRK-VALOR-PATRONAL  TO WRK-TOTAL-PATRONAL
           ADD WRK-VALOR-FGTS      TO WRK-TOTAL-FGTS
           ADD 1 TO EMPRESA-QTD(WRK-IDX-EMPRESA)
           ADD WRK-BRUTO          TO EMPRESA-BRUTO(WRK-IDX-EMPRESA)
           ADD WRK-VALOR-INSS     TO EMPRESA-INSS(WRK-IDX-EMPRESA)
           ADD WRK-VALOR-IRRF     TO EMPRESA-IRRF(WRK-IDX-EMPRESA)
           ADD WRK-SALARIO-LIQUIDO
             TO EMPRESA-LIQUIDO(WRK-IDX-EMPRESA)
           ADD WRK-VALOR-PATRONAL
             TO EMPRESA-PATRONAL(WRK-IDX-EMPRESA)
           ADD WRK-VALOR-FGTS     TO EMPRESA-FGTS(WRK-IDX-EMPRESA)

           MOVE WRK-COMPETENCIA TO FGTS-COMPETENCIA
           MOVE EMP-CODIGO-REG  TO FGTS-CODIGO
           MOVE WRK-VALOR-FALTAS   TO FOLHA-FALTAS
           MOVE WRK-DEP-VALIDOS    TO FOLHA-QTD-DEP
           MOVE WRK-OUTROS-DESC    TO FOLHA-OUTROS-DESC
           MOVE EMPRESA-CODIGO(WRK-IDX-EMPRESA) TO FOLHA-EMPRESA
           WRITE REG-FOLHA-PAGAMENTO

           MOVE "D"                 TO REM-D-REGISTRO
           MOVE WRK-SALARIO-LIQUIDO TO REM-D-LIQUIDO
           WRITE REG-REMESSA-DET.

       0010-CARREGA-EMPRESAS SECTION.

      *    UM REGISTRO POR EMPRESA; REGISTRO ANTIGO, SEM CODIGO, E A
      *    EMPRESA 01. CODIGO REPETIDO FICA COM O PRIMEIRO REGISTRO.
           MOVE ZERO TO WRK-QTD-EMPRESAS
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
                   PERFORM 0040-BUSCA-EMPRESA
                   IF WRK-ACHOU-EMPRESA EQUAL "S"
                     DISPLAY "EMPRESA " WRK-EMPRESA-COD
                             " REPETIDA EM EMPRESA-PARAMETROS, "
                             "VALE O PRIMEIRO REGISTRO"
                   ELSE
                     PERFORM 0041-INCLUI-EMPRESA
                     IF WRK-ACHOU-EMPRESA EQUAL "S"
                       MOVE EMPR-NOME-REG
                         TO EMPRESA-NOME(WRK-POS-EMPRESA)
                       IF EMPR-BANCO-REG NUMERIC
                         MOVE EMPR-BANCO-REG
                           TO EMPRESA-BANCO(WRK-POS-EMPRESA)
                       END-IF
                       IF EMPR-AGENCIA-REG NUMERIC
                         MOVE EMPR-AGENCIA-REG
                           TO EMPRESA-AGENCIA(WRK-POS-EMPRESA)
                       END-IF
                       IF EMPR-CONTA-REG NUMERIC
                         MOVE EMPR-CONTA-REG
                           TO EMPRESA-CONTA(WRK-POS-EMPRESA)
                       END-IF
                       IF EMPR-CNPJ-REG NUMERIC
                         MOVE EMPR-CNPJ-REG
                           TO EMPRESA-CNPJ(WRK-POS-EMPRESA)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPRESA-PARAMETROS
           END-IF.

           MOVE "H"                 TO REM-H-REGISTRO
           MOVE WRK-DATA-SISTEMA    TO REM-H-DATA
           MOVE WRK-COMPETENCIA     TO REM-H-COMPETENCIA
           MOVE EMPRESA-NOME(WRK-IDX-EMPRESA)    TO REM-H-EMPRESA
           MOVE EMPRESA-BANCO(WRK-IDX-EMPRESA)   TO REM-H-BANCO
           MOVE EMPRESA-AGENCIA(WRK-IDX-EMPRESA) TO REM-H-AGENCIA
           MOVE EMPRESA-CONTA(WRK-IDX-EMPRESA)   TO REM-H-CONTA
           WRITE REG-REMESSA-HDR.

       0012-GRAVA-REMESSA-TRAILER SECTION.

      *    QUANTIDADE E TOTAL DO TRAILER SAO OS MESMOS DOS TOTAIS DA
      *    EMPRESA NO RELATORIO, PARA A CONFERENCIA COM O BANCO FECHAR.
           MOVE "T"                TO REM-T-REGISTRO
           MOVE EMPRESA-QTD(WRK-IDX-EMPRESA)     TO REM-T-QTD
           MOVE EMPRESA-LIQUIDO(WRK-IDX-EMPRESA) TO REM-T-TOTAL
           WRITE REG-REMESSA-TRL.

       0035-MAPEIA-EMPREGADOS SECTION.

      *    PASSADA PREVIA PELO MESTRE: EMPRESA DE CADA EMPREGADO E
      *    QUANTOS CADA EMPRESA TEM. EMPRESA QUE SO EXISTE NO MESTRE
      *    ENTRA NA TABELA SEM DADOS BANCARIOS, COM AVISO.
           INITIALIZE TAB-EMPRESA-EMPREGADO
           MOVE "N" TO WRK-FIM-MASTER
           PERFORM 0001-RECEBE
           PERFORM UNTIL FIM-DO-MASTER
             PERFORM 0042-EMPRESA-DO-EMPREGADO
             IF EMP-CODIGO-REG GREATER ZERO
               MOVE WRK-EMPRESA-COD
                 TO EMPREGADO-EMPRESA(EMP-CODIGO-REG)
             END-IF
             PERFORM 0040-BUSCA-EMPRESA
             IF WRK-ACHOU-EMPRESA EQUAL "N"
               PERFORM 0041-INCLUI-EMPRESA
               IF WRK-ACHOU-EMPRESA EQUAL "S"
                 IF WRK-EMPRESA-SELECAO EQUAL ZERO
                   OR WRK-EMPRESA-SELECAO EQUAL WRK-EMPRESA-COD
                   DISPLAY "EMPRESA " WRK-EMPRESA-COD
                           " DO MESTRE SEM REGISTRO EM "
                           "EMPRESA-PARAMETROS, REMESSA SEM DADOS "
                           "BANCARIOS"
                   MOVE 4 TO RETURN-CODE
                 END-IF
               ELSE
                 DISPLAY "TAB-EMPRESAS CHEIA, EMPREGADO "
                         EMP-CODIGO-REG " FORA DA FOLHA"
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
             IF WRK-ACHOU-EMPRESA EQUAL "S"
               ADD 1 TO EMPRESA-NO-MESTRE(WRK-POS-EMPRESA)
             END-IF
             PERFORM 0001-RECEBE
           END-PERFORM.

       0036-LOCALIZA-EMPRESA SECTION.

           MOVE WRK-EMPRESA-SELECAO TO WRK-EMPRESA-COD
           PERFORM 0040-BUSCA-EMPRESA.

       0040-BUSCA-EMPRESA SECTION.

           MOVE "N" TO WRK-ACHOU-EMPRESA
           PERFORM VARYING WRK-IDX-EMPR-BUSCA FROM 1 BY 1
                     UNTIL WRK-IDX-EMPR-BUSCA > WRK-QTD-EMPRESAS
             IF EMPRESA-CODIGO(WRK-IDX-EMPR-BUSCA)
                  EQUAL WRK-EMPRESA-COD
               MOVE "S" TO WRK-ACHOU-EMPRESA
               MOVE WRK-IDX-EMPR-BUSCA TO WRK-POS-EMPRESA
               MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPR-BUSCA
             END-IF
           END-PERFORM.

       0041-INCLUI-EMPRESA SECTION.

      *    INCLUI WRK-EMPRESA-COD ZERADA E SEM DADOS BANCARIOS;
      *    DEVOLVE A POSICAO EM WRK-POS-EMPRESA.
           MOVE "N" TO WRK-ACHOU-EMPRESA
           IF WRK-QTD-EMPRESAS NOT LESS 20
             DISPLAY "TAB-EMPRESAS CHEIA, EMPRESA " WRK-EMPRESA-COD
                     " IGNORADA"
           ELSE
             ADD 1 TO WRK-QTD-EMPRESAS
             MOVE WRK-QTD-EMPRESAS TO WRK-POS-EMPRESA
             INITIALIZE EMPRESA-ITEM(WRK-POS-EMPRESA)
             MOVE WRK-EMPRESA-COD
               TO EMPRESA-CODIGO(WRK-POS-EMPRESA)
             MOVE "EMPRESA NAO PARAMETRIZADA"
               TO EMPRESA-NOME(WRK-POS-EMPRESA)
             MOVE "S" TO WRK-ACHOU-EMPRESA
           END-IF.

       0042-EMPRESA-DO-EMPREGADO SECTION.

      *    EMPREGADO ANTERIOR AO CODIGO DE EMPRESA VALE EMPRESA 01.
           IF EMP-EMPRESA-REG NUMERIC
             AND EMP-EMPRESA-REG GREATER ZERO
             MOVE EMP-EMPRESA-REG TO WRK-EMPRESA-COD
           ELSE
             MOVE 1 TO WRK-EMPRESA-COD
           END-IF.

       0043-EMPRESA-DO-CODIGO SECTION.

      *    EMPRESA DO EMPREGADO WRK-CODIGO-BUSCA PELO MAPA DO MESTRE;
      *    ZERO QUANDO ELE NAO ESTA NO MESTRE.
           MOVE ZERO TO WRK-EMPRESA-COD
           IF WRK-CODIGO-BUSCA GREATER ZERO
             MOVE EMPREGADO-EMPRESA(WRK-CODIGO-BUSCA)
               TO WRK-EMPRESA-COD
           END-IF.

       0037-GUARDA-OUTRAS-EMPRESAS SECTION.

      *    NA FOLHA DE UMA EMPRESA SO, FGTS-REGISTROS E
      *    DESCONTOS-APLICADOS (REGRAVADOS A CADA EXECUCAO) GUARDAM AS
      *    LINHAS DAS OUTRAS EMPRESAS, QUE O EMITE-HOLERITE AINDA LE.
           MOVE ZERO TO WRK-QTD-FGTS-OUTRAS
           MOVE ZERO TO WRK-QTD-DAP-OUTRAS
           IF WRK-EMPRESA-SELECAO NOT EQUAL ZERO
             OPEN INPUT FGTS-REGISTROS
             IF WRK-STATUS-FGTS NOT EQUAL "35"
               MOVE "N" TO WRK-FIM-OUTRAS
               PERFORM UNTIL WRK-FIM-OUTRAS EQUAL "S"
                 READ FGTS-REGISTROS
                   AT END
                     MOVE "S" TO WRK-FIM-OUTRAS
                   NOT AT END
                     MOVE FGTS-CODIGO TO WRK-CODIGO-BUSCA
                     PERFORM 0043-EMPRESA-DO-CODIGO
                     IF WRK-EMPRESA-COD NOT EQUAL WRK-EMPRESA-SELECAO
                       IF WRK-QTD-FGTS-OUTRAS NOT LESS 9999
                         DISPLAY "TAB-FGTS-OUTRAS CHEIA, FGTS DO "
                                 "EMPREGADO " FGTS-CODIGO " PERDIDO"
                         MOVE 4 TO RETURN-CODE
                       ELSE
                         ADD 1 TO WRK-QTD-FGTS-OUTRAS
                         MOVE REG-FGTS
                           TO FGTS-OUTRAS-LINHA(WRK-QTD-FGTS-OUTRAS)
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FGTS-REGISTROS
             END-IF
             OPEN INPUT DESCONTOS-APLICADOS
             IF WRK-STATUS-DAP NOT EQUAL "35"
               MOVE "N" TO WRK-FIM-OUTRAS
               PERFORM UNTIL WRK-FIM-OUTRAS EQUAL "S"
                 READ DESCONTOS-APLICADOS
                   AT END
                     MOVE "S" TO WRK-FIM-OUTRAS
                   NOT AT END
                     MOVE DAP-CODIGO TO WRK-CODIGO-BUSCA
                     PERFORM 0043-EMPRESA-DO-CODIGO
                     IF WRK-EMPRESA-COD NOT EQUAL WRK-EMPRESA-SELECAO
                       IF WRK-QTD-DAP-OUTRAS NOT LESS 9999
                         DISPLAY "TAB-DAP-OUTRAS CHEIA, DESCONTO DO "
                                 "EMPREGADO " DAP-CODIGO " PERDIDO"
                         MOVE 4 TO RETURN-CODE
                       ELSE
                         ADD 1 TO WRK-QTD-DAP-OUTRAS
                         MOVE REG-DESCONTO-APLICADO
                           TO DAP-OUTRAS-LINHA(WRK-QTD-DAP-OUTRAS)
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DESCONTOS-APLICADOS
             END-IF
           END-IF.

       0038-REGRAVA-OUTRAS-EMPRESAS SECTION.

           PERFORM VARYING WRK-IDX-OUTRAS FROM 1 BY 1
                     UNTIL WRK-IDX-OUTRAS > WRK-QTD-FGTS-OUTRAS
             MOVE FGTS-OUTRAS-LINHA(WRK-IDX-OUTRAS) TO REG-FGTS
             WRITE REG-FGTS
           END-PERFORM
           PERFORM VARYING WRK-IDX-OUTRAS FROM 1 BY 1
                     UNTIL WRK-IDX-OUTRAS > WRK-QTD-DAP-OUTRAS
             MOVE DAP-OUTRAS-LINHA(WRK-IDX-OUTRAS)
               TO REG-DESCONTO-APLICADO
             WRITE REG-DESCONTO-APLICADO
           END-PERFORM.

       0039-FOLHA-EMPRESA SECTION.

      *    UMA PASSADA PELO MESTRE POR EMPRESA: SO OS EMPREGADOS DELA
      *    ENTRAM NA REMESSA BANCO-REMESSA-cc E NOS TOTAIS DELA.
           MOVE SPACE TO WRK-NOME-REMESSA
           STRING "BANCO-REMESSA-" DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
             INTO WRK-NOME-REMESSA
           END-STRING

           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPRESA " DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EMPRESA-NOME(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  EMPRESA-CNPJ(WRK-IDX-EMPRESA) DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
           WRITE REG-FOLHA-RELATORIO

           OPEN OUTPUT BANCO-REMESSA
           PERFORM 0011-GRAVA-REMESSA-HEADER

           OPEN INPUT EMPLOYEE-MASTER
           MOVE "N" TO WRK-FIM-MASTER
           PERFORM 0001-RECEBE
           PERFORM UNTIL FIM-DO-MASTER
             PERFORM 0042-EMPRESA-DO-EMPREGADO
             IF WRK-EMPRESA-COD EQUAL EMPRESA-CODIGO(WRK-IDX-EMPRESA)
               PERFORM 0021-CHECA-ATIVO
               IF EMPREGADO-NA-FOLHA
                 PERFORM 0002-CALCULA-EMPREGADO
               END-IF
             END-IF
             PERFORM 0001-RECEBE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM 0012-GRAVA-REMESSA-TRAILER
           CLOSE BANCO-REMESSA
           PERFORM 0044-TOTAIS-EMPRESA.

       0044-TOTAIS-EMPRESA SECTION.

           MOVE EMPRESA-QTD(WRK-IDX-EMPRESA) TO WRK-QTD-ED
           MOVE EMPRESA-BRUTO(WRK-IDX-EMPRESA) TO WRK-BRUTO-ED
           MOVE EMPRESA-INSS(WRK-IDX-EMPRESA) TO WRK-INSS-ED
           MOVE EMPRESA-IRRF(WRK-IDX-EMPRESA) TO WRK-IRRF-ED
           MOVE EMPRESA-LIQUIDO(WRK-IDX-EMPRESA) TO WRK-LIQUIDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAIS DA EMPRESA " DELIMITED BY SIZE
                  EMPRESA-CODIGO(WRK-IDX-EMPRESA) DELIMITED BY SIZE
                  " EMPREGADOS: " DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  " BRUTO: "      DELIMITED BY SIZE
                  WRK-BRUTO-ED    DELIMITED BY SIZE
                  " INSS: "       DELIMITED BY SIZE
                  WRK-INSS-ED     DELIMITED BY SIZE
                  " IRRF: "       DELIMITED BY SIZE
                  WRK-IRRF-ED     DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
           WRITE REG-FOLHA-RELATORIO

           MOVE EMPRESA-PATRONAL(WRK-IDX-EMPRESA) TO WRK-PATRONAL-ED
           MOVE EMPRESA-FGTS(WRK-IDX-EMPRESA) TO WRK-FGTS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  LIQUIDO: "   DELIMITED BY SIZE
                  WRK-LIQUIDO-ED  DELIMITED BY SIZE
                  " GUIA INSS PATRONAL: " DELIMITED BY SIZE
                  WRK-PATRONAL-ED DELIMITED BY SIZE
                  " GUIA FGTS: "  DELIMITED BY SIZE
                  WRK-FGTS-ED     DELIMITED BY SIZE
                  " REMESSA: "    DELIMITED BY SIZE
                  WRK-NOME-REMESSA DELIMITED BY SPACE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
           WRITE REG-FOLHA-RELATORIO.

       0005-CARREGA-INSS-FAIXAS SECTION.

           OPEN INPUT INSS-FAIXAS

      *    HORA BASE = SALARIO / 220; EXTRA 50% PAGA 1,5 HORA, EXTRA
      *    100% PAGA 2 HORAS, FALTA INJUSTIFICADA DESCONTA 1/30 DO
      *    SALARIO POR DIA. O DESCONTO NAO PASSA DO SALARIO. SO E PAGO
      *    OU DESCONTADO O QUE NAO COUBE NO BANCO DE HORAS.
           MOVE ZERO TO WRK-VALOR-HE50
           MOVE ZERO TO WRK-VALOR-HE100
           MOVE ZERO TO WRK-VALOR-FALTAS
           MOVE ZERO TO WRK-BH-HE50-PONTO
                        WRK-BH-HE100-PONTO
                        WRK-BH-FALTAS-PONTO
           COMPUTE WRK-HORA-BASE ROUNDED = EMP-SALARIO-REG / 220
           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                     UNTIL WRK-IDX-PONTO > WRK-QTD-PONTO
             IF PONTO-CODIGO(WRK-IDX-PONTO) EQUAL EMP-CODIGO-REG
               MOVE "S" TO PONTO-CASADO(WRK-IDX-PONTO)
               MOVE PONTO-HE50(WRK-IDX-PONTO)   TO WRK-BH-HE50-PONTO
               MOVE PONTO-HE100(WRK-IDX-PONTO)  TO WRK-BH-HE100-PONTO
               MOVE PONTO-FALTAS(WRK-IDX-PONTO) TO WRK-BH-FALTAS-PONTO
               MOVE WRK-QTD-PONTO TO WRK-IDX-PONTO
             END-IF
           END-PERFORM

           PERFORM 0031-CALCULA-BANCO-HORAS

           COMPUTE WRK-VALOR-HE50 ROUNDED =
               (WRK-BH-HE50-PONTO - WRK-BH-HE50)
               * WRK-HORA-BASE * 1,5
           COMPUTE WRK-VALOR-HE100 ROUNDED =
               (WRK-BH-HE100-PONTO - WRK-BH-HE100)
               * WRK-HORA-BASE * 2
           COMPUTE WRK-VALOR-FALTAS ROUNDED =
               (WRK-BH-FALTAS-PONTO - WRK-BH-FALTAS)
               * EMP-SALARIO-REG / 30
           IF WRK-VALOR-FALTAS GREATER EMP-SALARIO-REG
             MOVE EMP-SALARIO-REG TO WRK-VALOR-FALTAS
           END-IF

      *    LOTE VENCIDO DO BANCO: PAGO OU DESCONTADO PELA HORA BASE
      *    (AS HORAS DO BANCO JA TEM O ADICIONAL DA EXTRA). O DESCONTO
      *    NAO DEIXA O BRUTO NEGATIVO.
           COMPUTE WRK-BH-VALOR-PAGO ROUNDED =
               WRK-BH-HORAS-PAGAS * WRK-HORA-BASE
           COMPUTE WRK-BH-VALOR-DESC ROUNDED =
               WRK-BH-HORAS-DESC * WRK-HORA-BASE
           COMPUTE WRK-BH-TETO-DESC =
               WRK-SALARIO-MES + WRK-TERCO-FERIAS
               + WRK-VALOR-HE50 + WRK-VALOR-HE100
               + WRK-BH-VALOR-PAGO - WRK-VALOR-FALTAS
           IF WRK-BH-TETO-DESC LESS ZERO
             MOVE ZERO TO WRK-BH-TETO-DESC
           END-IF
           IF WRK-BH-VALOR-DESC GREATER WRK-BH-TETO-DESC
             MOVE WRK-BH-TETO-DESC TO WRK-BH-VALOR-DESC
           END-IF

           PERFORM 0033-GRAVA-BANCO-HORAS.

       0016-CARREGA-PONTO SECTION.

       0017-LISTA-PONTO-REJEITADO SECTION.

      *    PONTO DE EMPREGADO QUE NAO PASSOU PELO MESTRE E REJEITADO
      *    E LISTADO PARA O RH CONFERIR A MATRICULA. NA FOLHA DE UMA
      *    EMPRESA SO, O PONTO DOS EMPREGADOS DAS OUTRAS NAO E LISTADO.
           OPEN OUTPUT PONTO-REJEITOS
           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                     UNTIL WRK-IDX-PONTO > WRK-QTD-PONTO
             MOVE PONTO-CODIGO(WRK-IDX-PONTO) TO WRK-CODIGO-BUSCA
             PERFORM 0043-EMPRESA-DO-CODIGO
             IF PONTO-CASADO(WRK-IDX-PONTO) EQUAL "N"
               AND (WRK-EMPRESA-SELECAO EQUAL ZERO
                 OR WRK-EMPRESA-COD EQUAL ZERO
                 OR WRK-EMPRESA-COD EQUAL WRK-EMPRESA-SELECAO)
               MOVE SPACE TO WRK-LINHA-REL
               STRING "PONTO SEM EMPREGADO NO MESTRE: "
                        DELIMITED BY SIZE
      *    FECHADAS (INFORME-RENDIMENTOS, CONTABIL-EXPORTA E
      *    PROJETA-CAIXA LEEM O ANO INTEIRO DELE) E DESCARTA SO A
      *    COMPETENCIA DESTA EXECUCAO, PARA A REEXECUCAO DO MES NAO
      *    DUPLICAR CONTRACHEQUE. NA FOLHA DE UMA EMPRESA SO, OS
      *    CONTRACHEQUES DA COMPETENCIA DAS OUTRAS EMPRESAS FICAM
      *    (REGISTRO ANTERIOR AO CODIGO DE EMPRESA VALE EMPRESA 01).
      *    AO SAIR, O ARQUIVO FICA ABERTO PARA GRAVACAO COM AS
      *    COMPETENCIAS ANTIGAS JA REGRAVADAS.
           MOVE "N"  TO WRK-FIM-FOLHA-ANT
           MOVE "N"  TO WRK-FIM-FOLHA-NOVA
           MOVE ZERO TO WRK-QTD-PRESERVADOS
               AT END
                 MOVE "S" TO WRK-FIM-FOLHA-ANT
               NOT AT END
                 IF FOLHA-EMPRESA NUMERIC
                   AND FOLHA-EMPRESA GREATER ZERO
                   MOVE FOLHA-EMPRESA TO WRK-EMPRESA-COD
                 ELSE
                   MOVE 1 TO WRK-EMPRESA-COD
                 END-IF
                 IF FOLHA-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                   OR (WRK-EMPRESA-SELECAO NOT EQUAL ZERO
                     AND WRK-EMPRESA-COD NOT EQUAL WRK-EMPRESA-SELECAO)
                   MOVE REG-FOLHA-PAGAMENTO TO REG-FOLHA-NOVA
                   WRITE REG-FOLHA-NOVA
                   ADD 1 TO WRK-QTD-PRESERVADOS
           END-PERFORM
           CLOSE FOLHA-PAGAMENTO-NOVA.

       0027-CARREGA-RETROATIVOS SECTION.

      *    SO OS LANCAMENTOS COM DESTINO NESTA COMPETENCIA, SOMADOS
      *    POR EMPREGADO (UM POR MES DE REFERENCIA NO ARQUIVO).
           OPEN INPUT RETROATIVO-LANCAMENTOS
           IF WRK-STATUS-RETRO NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-RETRO EQUAL "S"
               READ RETROATIVO-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-RETRO
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
                                 " NAO PAGO"
                       ELSE
                         ADD 1 TO WRK-QTD-RETRO
                         MOVE RETL-CODIGO
                           TO RET-CODIGO(WRK-QTD-RETRO)
                         MOVE RETL-BRUTO TO RET-BRUTO(WRK-QTD-RETRO)
                         MOVE RETL-INSS  TO RET-INSS(WRK-QTD-RETRO)
                         MOVE RETL-IRRF  TO RET-IRRF(WRK-QTD-RETRO)
                         MOVE "N" TO RET-CASADO(WRK-QTD-RETRO)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RETROATIVO-LANCAMENTOS
           END-IF.

       0028-SOMA-RETROATIVO SECTION.

      *    A DIFERENCA DE BRUTO ENTRA DEPOIS DA CASCATA DO MES: O INSS
      *    E O IRRF DELA JA VEM CALCULADOS MES A MES NO LANCAMENTO.
           PERFORM VARYING WRK-IDX-RETRO FROM 1 BY 1
                     UNTIL WRK-IDX-RETRO > WRK-QTD-RETRO
             IF RET-CODIGO(WRK-IDX-RETRO) EQUAL EMP-CODIGO-REG
               MOVE "S" TO RET-CASADO(WRK-IDX-RETRO)
               ADD RET-BRUTO(WRK-IDX-RETRO) TO WRK-BRUTO
               ADD RET-INSS(WRK-IDX-RETRO)  TO WRK-VALOR-INSS
               ADD RET-IRRF(WRK-IDX-RETRO)  TO WRK-VALOR-IRRF
               ADD RET-BRUTO(WRK-IDX-RETRO) TO WRK-TOTAL-RETRO
               MOVE RET-BRUTO(WRK-IDX-RETRO) TO WRK-RETRO-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "DIFERENCA RETROATIVA: EMPREGADO "
                        DELIMITED BY SIZE
                      EMP-CODIGO-REG DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      EMP-NOME-REG   DELIMITED BY SIZE
                      " BRUTO "      DELIMITED BY SIZE
                      WRK-RETRO-ED   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
               WRITE REG-FOLHA-RELATORIO
               MOVE WRK-QTD-RETRO TO WRK-IDX-RETRO
             END-IF
           END-PERFORM.

       0029-LISTA-RETRO-SEM-FOLHA SECTION.

      *    RETROATIVO DE QUEM NAO ENTROU NA FOLHA (DESLIGADO, FORA DO
      *    MESTRE) NAO E PAGO AQUI; O RH ACERTA NA RESCISAO. NA FOLHA
      *    DE UMA EMPRESA SO, O DAS OUTRAS EMPRESAS NAO E LISTADO.
           PERFORM VARYING WRK-IDX-RETRO FROM 1 BY 1
                     UNTIL WRK-IDX-RETRO > WRK-QTD-RETRO
             MOVE RET-CODIGO(WRK-IDX-RETRO) TO WRK-CODIGO-BUSCA
             PERFORM 0043-EMPRESA-DO-CODIGO
             IF RET-CASADO(WRK-IDX-RETRO) EQUAL "N"
               AND (WRK-EMPRESA-SELECAO EQUAL ZERO
                 OR WRK-EMPRESA-COD EQUAL ZERO
                 OR WRK-EMPRESA-COD EQUAL WRK-EMPRESA-SELECAO)
               MOVE RET-BRUTO(WRK-IDX-RETRO) TO WRK-RETRO-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "RETROATIVO SEM EMPREGADO NA FOLHA: "
                        DELIMITED BY SIZE
                      RET-CODIGO(WRK-IDX-RETRO) DELIMITED BY SIZE
                      " BRUTO "      DELIMITED BY SIZE
                      WRK-RETRO-ED   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
               WRITE REG-FOLHA-RELATORIO
             END-IF
           END-PERFORM.

       0045-CARREGA-HORA-AULA SECTION.

      *    SO OS LANCAMENTOS DESTA COMPETENCIA, SOMADOS POR EMPREGADO
      *    (O MESMO EMPREGADO PODE SER VINCULADO A MAIS DE UM CODIGO
      *    DE PROFESSOR).
           OPEN INPUT HORA-AULA-LANCAMENTOS
           IF WRK-STATUS-HAL NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-HAULA EQUAL "S"
               READ HORA-AULA-LANCAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-HAULA
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
                                 " NAO PAGA"
                       ELSE
                         ADD 1 TO WRK-QTD-HAULA
                         MOVE HAL-CODIGO TO HAU-CODIGO(WRK-QTD-HAULA)
                         MOVE HAL-AULAS  TO HAU-AULAS(WRK-QTD-HAULA)
                         MOVE HAL-VALOR  TO HAU-VALOR(WRK-QTD-HAULA)
                         MOVE "N" TO HAU-CASADO(WRK-QTD-HAULA)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HORA-AULA-LANCAMENTOS
           END-IF.

       0046-SOMA-HORA-AULA SECTION.

      *    A HORA-AULA E REMUNERACAO DO MES: ENTRA NO BRUTO ANTES DA
      *    CASCATA INSS/IRRF E DO FGTS.
           PERFORM VARYING WRK-IDX-HAULA FROM 1 BY 1
                     UNTIL WRK-IDX-HAULA > WRK-QTD-HAULA
             IF HAU-CODIGO(WRK-IDX-HAULA) EQUAL EMP-CODIGO-REG
               MOVE "S" TO HAU-CASADO(WRK-IDX-HAULA)
               ADD HAU-VALOR(WRK-IDX-HAULA) TO WRK-BRUTO
               ADD HAU-VALOR(WRK-IDX-HAULA) TO WRK-TOTAL-HAULA
               MOVE HAU-VALOR(WRK-IDX-HAULA) TO WRK-HAULA-ED
               MOVE HAU-AULAS(WRK-IDX-HAULA) TO WRK-HAULA-AULAS-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "HORA-AULA: EMPREGADO " DELIMITED BY SIZE
                      EMP-CODIGO-REG DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      EMP-NOME-REG   DELIMITED BY SIZE
                      " AULAS "      DELIMITED BY SIZE
                      WRK-HAULA-AULAS-ED DELIMITED BY SIZE
                      " VALOR "      DELIMITED BY SIZE
                      WRK-HAULA-ED   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
               WRITE REG-FOLHA-RELATORIO
               MOVE WRK-QTD-HAULA TO WRK-IDX-HAULA
             END-IF
           END-PERFORM.

       0047-LISTA-HORA-AULA-SEM-FOLHA SECTION.

      *    HORA-AULA DE QUEM NAO ENTROU NA FOLHA (DESLIGADO, FORA DO
      *    MESTRE) NAO E PAGA AQUI; O RH ACERTA NA RESCISAO. NA FOLHA
      *    DE UMA EMPRESA SO, A DAS OUTRAS EMPRESAS NAO E LISTADA.
           PERFORM VARYING WRK-IDX-HAULA FROM 1 BY 1
                     UNTIL WRK-IDX-HAULA > WRK-QTD-HAULA
             MOVE HAU-CODIGO(WRK-IDX-HAULA) TO WRK-CODIGO-BUSCA
             PERFORM 0043-EMPRESA-DO-CODIGO
             IF HAU-CASADO(WRK-IDX-HAULA) EQUAL "N"
               AND (WRK-EMPRESA-SELECAO EQUAL ZERO
                 OR WRK-EMPRESA-COD EQUAL ZERO
                 OR WRK-EMPRESA-COD EQUAL WRK-EMPRESA-SELECAO)
               MOVE HAU-VALOR(WRK-IDX-HAULA) TO WRK-HAULA-ED
               MOVE SPACE TO WRK-LINHA-REL
               STRING "HORA-AULA SEM EMPREGADO NA FOLHA: "
                        DELIMITED BY SIZE
                      HAU-CODIGO(WRK-IDX-HAULA) DELIMITED BY SIZE
                      " VALOR "      DELIMITED BY SIZE
                      WRK-HAULA-ED   DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
               WRITE REG-FOLHA-RELATORIO
             END-IF
           END-PERFORM.

       0030-PRESERVA-BANCO-HORAS SECTION.

      *    BANCO-HORAS E ACUMULADO COMO A FOLHA-PAGAMENTO: A
      *    COMPETENCIA DESTA EXECUCAO E DESCARTADA E REGRAVADA (SO A
      *    DOS EMPREGADOS DA EMPRESA, NA FOLHA DE UMA EMPRESA SO). OS
      *    MOVIMENTOS DOS ULTIMOS DOIS ANOS FICAM NA TABELA PARA
      *    REMONTAR OS LOTES EM ABERTO DE CADA EMPREGADO. AO SAIR, O
      *    ARQUIVO FICA ABERTO PARA GRAVACAO.
           COMPUTE WRK-BH-JANELA = WRK-COMPETENCIA - 200
           MOVE "N" TO WRK-FIM-BH
           MOVE "N" TO WRK-FIM-BH-NOVA

           OPEN OUTPUT BANCO-HORAS-NOVA
           OPEN INPUT BANCO-HORAS
           IF WRK-STATUS-BH EQUAL "35"
             MOVE "S" TO WRK-FIM-BH
           END-IF
           PERFORM UNTIL WRK-FIM-BH EQUAL "S"
             READ BANCO-HORAS
               AT END
                 MOVE "S" TO WRK-FIM-BH
               NOT AT END
                 MOVE BH-CODIGO TO WRK-CODIGO-BUSCA
                 PERFORM 0043-EMPRESA-DO-CODIGO
                 IF BH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                   OR (WRK-EMPRESA-SELECAO NOT EQUAL ZERO
                     AND WRK-EMPRESA-COD NOT EQUAL WRK-EMPRESA-SELECAO)
                   MOVE REG-BANCO-HORAS TO REG-BANCO-HORAS-NOVA
                   WRITE REG-BANCO-HORAS-NOVA
                   IF BH-COMPETENCIA LESS WRK-COMPETENCIA
                     AND BH-COMPETENCIA NOT LESS WRK-BH-JANELA
                     AND BANCO-HORAS-ATIVO
                     IF WRK-QTD-BH NOT LESS 9999
                       DISPLAY "TAB-BANCO-HORAS CHEIA, BANCO DE "
                               "HORAS SUSPENSO NESTA FOLHA"
                       MOVE "N" TO WRK-BH-ATIVO
                     ELSE
                       ADD 1 TO WRK-QTD-BH
                       MOVE BH-CODIGO TO BHT-CODIGO(WRK-QTD-BH)
                       MOVE REG-BANCO-HORAS TO BHT-LINHA(WRK-QTD-BH)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-BH NOT EQUAL "35"
             CLOSE BANCO-HORAS
           END-IF
           CLOSE BANCO-HORAS-NOVA

           OPEN INPUT BANCO-HORAS-NOVA
           OPEN OUTPUT BANCO-HORAS
           PERFORM UNTIL WRK-FIM-BH-NOVA EQUAL "S"
             READ BANCO-HORAS-NOVA
               AT END
                 MOVE "S" TO WRK-FIM-BH-NOVA
               NOT AT END
                 MOVE REG-BANCO-HORAS-NOVA TO REG-BANCO-HORAS
                 WRITE REG-BANCO-HORAS
             END-READ
           END-PERFORM
           CLOSE BANCO-HORAS-NOVA.

       0031-CALCULA-BANCO-HORAS SECTION.

      *    EXTRA 50% ENTRA PRIMEIRO, DEPOIS A 100%, ATE O LIMITE DE
      *    CREDITO DO MES (EM HORAS DE BANCO); FALTAS ENTRAM EM DIAS
      *    INTEIROS ATE O LIMITE DE DEBITO. O MOVIMENTO LIQUIDO DO MES
      *    COMPENSA OS LOTES DE SINAL CONTRARIO DO MAIS ANTIGO PARA O
      *    MAIS NOVO; O LOTE QUE CHEGA AO PRAZO DO ACORDO VENCE.
           MOVE ZERO  TO WRK-BH-HE50
                         WRK-BH-HE100
                         WRK-BH-FALTAS
                         WRK-BH-CREDITO
                         WRK-BH-DEBITO
                         WRK-BH-HORAS-PAGAS
                         WRK-BH-HORAS-DESC
                         WRK-BH-SALDO
           MOVE SPACE TO WRK-BH-SINAL

           IF BANCO-HORAS-ATIVO
             MOVE WRK-BH-CREDITO-MAX TO WRK-BH-CAPACIDADE
             COMPUTE WRK-BH-LIMITE-QTD = WRK-BH-CAPACIDADE / 1,5
             IF WRK-BH-HE50-PONTO LESS WRK-BH-LIMITE-QTD
               MOVE WRK-BH-HE50-PONTO TO WRK-BH-HE50
             ELSE
               MOVE WRK-BH-LIMITE-QTD TO WRK-BH-HE50
             END-IF
             COMPUTE WRK-BH-CAPACIDADE =
                 WRK-BH-CAPACIDADE - (WRK-BH-HE50 * 1,5)
             COMPUTE WRK-BH-LIMITE-QTD = WRK-BH-CAPACIDADE / 2
             IF WRK-BH-HE100-PONTO LESS WRK-BH-LIMITE-QTD
               MOVE WRK-BH-HE100-PONTO TO WRK-BH-HE100
             ELSE
               MOVE WRK-BH-LIMITE-QTD TO WRK-BH-HE100
             END-IF
             COMPUTE WRK-BH-CREDITO =
                 (WRK-BH-HE50 * 1,5) + (WRK-BH-HE100 * 2)

             COMPUTE WRK-BH-DIAS-MAX =
                 WRK-BH-DEBITO-MAX / WRK-BH-JORNADA
             IF WRK-BH-FALTAS-PONTO LESS WRK-BH-DIAS-MAX
               MOVE WRK-BH-FALTAS-PONTO TO WRK-BH-FALTAS
             ELSE
               MOVE WRK-BH-DIAS-MAX TO WRK-BH-FALTAS
             END-IF
             COMPUTE WRK-BH-DEBITO = WRK-BH-FALTAS * WRK-BH-JORNADA

             PERFORM 0032-MONTA-LOTES

             MOVE WRK-BH-SINAL-ANT TO WRK-BH-SINAL
             MOVE ZERO TO WRK-BH-LOTE-MES
             COMPUTE WRK-BH-MOVIMENTO = WRK-BH-CREDITO - WRK-BH-DEBITO
             IF WRK-BH-MOVIMENTO GREATER ZERO
               MOVE "+" TO WRK-BH-MOV-SINAL
               MOVE WRK-BH-MOVIMENTO TO WRK-BH-MOV-HORAS
             ELSE
               MOVE "-" TO WRK-BH-MOV-SINAL
               COMPUTE WRK-BH-MOV-HORAS = 0 - WRK-BH-MOVIMENTO
             END-IF
             IF WRK-BH-MOV-HORAS GREATER ZERO
               IF WRK-QTD-LOTES EQUAL ZERO
                 OR WRK-BH-SINAL EQUAL WRK-BH-MOV-SINAL
                 MOVE WRK-BH-MOV-HORAS TO WRK-BH-LOTE-MES
                 MOVE WRK-BH-MOV-SINAL TO WRK-BH-SINAL
               ELSE
                 PERFORM UNTIL WRK-BH-MOV-HORAS EQUAL ZERO
                            OR WRK-QTD-LOTES EQUAL ZERO
                   IF LOTE-HORAS(WRK-QTD-LOTES)
                        GREATER WRK-BH-MOV-HORAS
                     SUBTRACT WRK-BH-MOV-HORAS
                       FROM LOTE-HORAS(WRK-QTD-LOTES)
                     MOVE ZERO TO WRK-BH-MOV-HORAS
                   ELSE
                     SUBTRACT LOTE-HORAS(WRK-QTD-LOTES)
                       FROM WRK-BH-MOV-HORAS
                     SUBTRACT 1 FROM WRK-QTD-LOTES
                   END-IF
                 END-PERFORM
                 IF WRK-BH-MOV-HORAS GREATER ZERO
                   MOVE WRK-BH-MOV-HORAS TO WRK-BH-LOTE-MES
                   MOVE WRK-BH-MOV-SINAL TO WRK-BH-SINAL
                 END-IF
               END-IF
             END-IF

      *      VENCIMENTO: LOTES COM PRAZO ESGOTADO, DO MAIS ANTIGO PARA
      *      O MAIS NOVO; NO MES DO DESLIGAMENTO VENCE O SALDO INTEIRO.
             DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-BH-ANO
                                           REMAINDER WRK-BH-MES
             MOVE ZERO TO WRK-BH-VENCIDAS
             MOVE "N"  TO WRK-BH-FIM-VENC
             PERFORM UNTIL WRK-BH-FIM-VENC EQUAL "S"
                        OR WRK-QTD-LOTES EQUAL ZERO
               DIVIDE LOTE-ORIGEM(WRK-QTD-LOTES) BY 100
                 GIVING WRK-BH-ANO-LOTE REMAINDER WRK-BH-MES-LOTE
               COMPUTE WRK-BH-MESES =
                   (WRK-BH-ANO * 12 + WRK-BH-MES)
                   - (WRK-BH-ANO-LOTE * 12 + WRK-BH-MES-LOTE)
               IF WRK-BH-MESES NOT LESS WRK-BH-PRAZO
                 OR EMP-SITUACAO-REG EQUAL "D"
                 ADD LOTE-HORAS(WRK-QTD-LOTES) TO WRK-BH-VENCIDAS
                 SUBTRACT 1 FROM WRK-QTD-LOTES
               ELSE
                 MOVE "S" TO WRK-BH-FIM-VENC
               END-IF
             END-PERFORM
             IF EMP-SITUACAO-REG EQUAL "D"
               ADD WRK-BH-LOTE-MES TO WRK-BH-VENCIDAS
               MOVE ZERO TO WRK-BH-LOTE-MES
             END-IF
             IF WRK-BH-SINAL EQUAL "+"
               MOVE WRK-BH-VENCIDAS TO WRK-BH-HORAS-PAGAS
             ELSE
               MOVE WRK-BH-VENCIDAS TO WRK-BH-HORAS-DESC
             END-IF

             MOVE WRK-BH-LOTE-MES TO WRK-BH-SALDO
             PERFORM VARYING WRK-IDX-BH FROM 1 BY 1
                       UNTIL WRK-IDX-BH > WRK-QTD-LOTES
               ADD LOTE-HORAS(WRK-IDX-BH) TO WRK-BH-SALDO
             END-PERFORM
             IF WRK-BH-SALDO EQUAL ZERO
               MOVE SPACE TO WRK-BH-SINAL
             END-IF
           END-IF.

       0032-MONTA-LOTES SECTION.

      *    COMO A COMPENSACAO E O VENCIMENTO CONSOMEM SEMPRE O LOTE
      *    MAIS ANTIGO, O SALDO DO ULTIMO MOVIMENTO E FORMADO PELOS
      *    MOVIMENTOS MAIS RECENTES DE MESMO SINAL: A TABELA E LIDA DE
      *    TRAS PARA A FRENTE ATE COBRIR O SALDO.
           MOVE ZERO  TO WRK-QTD-LOTES
                         WRK-BH-SALDO-ANT
                         WRK-BH-RESTANTE
                         WRK-BH-ORIGEM-MIN
           MOVE SPACE TO WRK-BH-SINAL-ANT
           MOVE "N"   TO WRK-BH-ACHOU-ULT
           PERFORM VARYING WRK-IDX-BH FROM WRK-QTD-BH BY -1
                     UNTIL WRK-IDX-BH LESS 1
             IF BHT-CODIGO(WRK-IDX-BH) EQUAL EMP-CODIGO-REG
               MOVE BHT-LINHA(WRK-IDX-BH) TO WRK-BH-REG
               IF WRK-BH-ACHOU-ULT EQUAL "N"
                 MOVE "S" TO WRK-BH-ACHOU-ULT
                 MOVE WBH-SALDO-HORAS TO WRK-BH-SALDO-ANT
                 MOVE WBH-SALDO-SINAL TO WRK-BH-SINAL-ANT
                 MOVE WBH-SALDO-HORAS TO WRK-BH-RESTANTE
               END-IF
               MOVE WBH-COMPETENCIA TO WRK-BH-ORIGEM-MIN
               IF WRK-BH-RESTANTE GREATER ZERO
                 COMPUTE WRK-BH-MOVIMENTO = WBH-CREDITO - WBH-DEBITO
                 MOVE ZERO TO WRK-BH-MOV-HORAS
                 IF WRK-BH-SINAL-ANT EQUAL "+"
                   AND WRK-BH-MOVIMENTO GREATER ZERO
                   MOVE WRK-BH-MOVIMENTO TO WRK-BH-MOV-HORAS
                 END-IF
                 IF WRK-BH-SINAL-ANT EQUAL "-"
                   AND WRK-BH-MOVIMENTO LESS ZERO
                   COMPUTE WRK-BH-MOV-HORAS = 0 - WRK-BH-MOVIMENTO
                 END-IF
                 IF WRK-BH-MOV-HORAS GREATER ZERO
                   IF WRK-BH-MOV-HORAS GREATER WRK-BH-RESTANTE
                     MOVE WRK-BH-RESTANTE TO WRK-BH-MOV-HORAS
                   END-IF
                   SUBTRACT WRK-BH-MOV-HORAS FROM WRK-BH-RESTANTE
                   MOVE WBH-COMPETENCIA TO WRK-BH-ORIGEM
                   PERFORM 0034-INCLUI-LOTE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
      *    SALDO MAIS ANTIGO QUE A TABELA FICA NO LOTE MAIS VELHO.
           IF WRK-BH-RESTANTE GREATER ZERO
             MOVE WRK-BH-RESTANTE   TO WRK-BH-MOV-HORAS
             MOVE WRK-BH-ORIGEM-MIN TO WRK-BH-ORIGEM
             PERFORM 0034-INCLUI-LOTE
           END-IF.

       0034-INCLUI-LOTE SECTION.

           IF WRK-QTD-LOTES LESS 24
             ADD 1 TO WRK-QTD-LOTES
             MOVE WRK-BH-ORIGEM    TO LOTE-ORIGEM(WRK-QTD-LOTES)
             MOVE WRK-BH-MOV-HORAS TO LOTE-HORAS(WRK-QTD-LOTES)
           ELSE
             MOVE WRK-BH-ORIGEM    TO LOTE-ORIGEM(WRK-QTD-LOTES)
             ADD WRK-BH-MOV-HORAS  TO LOTE-HORAS(WRK-QTD-LOTES)
           END-IF.

       0033-GRAVA-BANCO-HORAS SECTION.

           IF BANCO-HORAS-ATIVO
             AND (WRK-BH-CREDITO GREATER ZERO
               OR WRK-BH-DEBITO GREATER ZERO
               OR WRK-BH-VENCIDAS GREATER ZERO
               OR WRK-BH-SALDO GREATER ZERO)
             MOVE WRK-COMPETENCIA    TO BH-COMPETENCIA
             MOVE EMP-CODIGO-REG     TO BH-CODIGO
             MOVE WRK-BH-HE50        TO BH-HE50-BANCO
             MOVE WRK-BH-HE100       TO BH-HE100-BANCO
             MOVE WRK-BH-FALTAS      TO BH-FALTAS-BANCO
             MOVE WRK-BH-CREDITO     TO BH-CREDITO
             MOVE WRK-BH-DEBITO      TO BH-DEBITO
             MOVE WRK-BH-HORAS-PAGAS TO BH-HORAS-PAGAS
             MOVE WRK-BH-HORAS-DESC  TO BH-HORAS-DESCONTADAS
             MOVE WRK-BH-SALDO       TO BH-SALDO-HORAS
             MOVE WRK-BH-SINAL       TO BH-SALDO-SINAL
             MOVE WRK-BH-VALOR-PAGO  TO BH-VALOR-PAGO
             MOVE WRK-BH-VALOR-DESC  TO BH-VALOR-DESCONTADO
             WRITE REG-BANCO-HORAS

             ADD WRK-BH-CREDITO    TO WRK-TOTAL-BH-CREDITO
             ADD WRK-BH-DEBITO     TO WRK-TOTAL-BH-DEBITO
             ADD WRK-BH-VALOR-PAGO TO WRK-TOTAL-BH-PAGO
             ADD WRK-BH-VALOR-DESC TO WRK-TOTAL-BH-DESC

             IF WRK-BH-VENCIDAS GREATER ZERO
               MOVE WRK-BH-VENCIDAS TO WRK-BH-HORAS-ED
               MOVE SPACE TO WRK-LINHA-REL
               IF WRK-BH-HORAS-PAGAS GREATER ZERO
                 MOVE WRK-BH-VALOR-PAGO TO WRK-BH-VALOR-ED
                 STRING "BANCO DE HORAS VENCIDO PAGO: EMPREGADO "
                          DELIMITED BY SIZE
                        EMP-CODIGO-REG   DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        EMP-NOME-REG     DELIMITED BY SIZE
                        " HORAS "        DELIMITED BY SIZE
                        WRK-BH-HORAS-ED  DELIMITED BY SIZE
                        " VALOR "        DELIMITED BY SIZE
                        WRK-BH-VALOR-ED  DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
               ELSE
                 MOVE WRK-BH-VALOR-DESC TO WRK-BH-VALOR-ED
                 STRING "BANCO DE HORAS VENCIDO DESCONTADO: EMPREGADO "
                          DELIMITED BY SIZE
                        EMP-CODIGO-REG   DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        EMP-NOME-REG     DELIMITED BY SIZE
                        " HORAS "        DELIMITED BY SIZE
                        WRK-BH-HORAS-ED  DELIMITED BY SIZE
                        " VALOR "        DELIMITED BY SIZE
                        WRK-BH-VALOR-ED  DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
               END-IF
               MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
               WRITE REG-FOLHA-RELATORIO
             END-IF
           END-IF.

       0020-CONTA-DEPENDENTES SECTION.

      *    SO DEPENDENTE ATE A IDADE LIMITE DEDUZ; O QUE PASSOU DA
                   AND FPARAM-PISO-REG GREATER ZERO
                   MOVE FPARAM-PISO-REG TO WRK-PISO-PERC
                 END-IF
      *          LIMITE ZERO E VALIDO: TUDO PAGO/DESCONTADO NO MES.
                 IF FPARAM-BH-CREDITO-REG NUMERIC
                   MOVE FPARAM-BH-CREDITO-REG TO WRK-BH-CREDITO-MAX
                 END-IF
                 IF FPARAM-BH-DEBITO-REG NUMERIC
                   MOVE FPARAM-BH-DEBITO-REG TO WRK-BH-DEBITO-MAX
                 END-IF
                 IF FPARAM-BH-PRAZO-REG NUMERIC
                   AND FPARAM-BH-PRAZO-REG GREATER ZERO
                   AND FPARAM-BH-PRAZO-REG NOT GREATER 12
                   MOVE FPARAM-BH-PRAZO-REG TO WRK-BH-PRAZO
                 END-IF
                 IF FPARAM-BH-JORNADA-REG NUMERIC
                   AND FPARAM-BH-JORNADA-REG GREATER ZERO
                   MOVE FPARAM-BH-JORNADA-REG TO WRK-BH-JORNADA
                 END-IF
                 IF FPARAM-FGTS-REG NUMERIC
                   AND FPARAM-FGTS-REG GREATER ZERO
                   MOVE FPARAM-FGTS-REG TO WRK-TAXA-FGTS
                 END-IF
             END-READ
             CLOSE FOLHA-PARAMETROS
           END-IF
                     UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
             IF DEPT-CODIGO(WRK-IDX-DEPTO)
                  EQUAL EMP-DEPARTAMENTO-REG
               AND DEPT-EMPRESA(WRK-IDX-DEPTO)
                  EQUAL EMPRESA-CODIGO(WRK-IDX-EMPRESA)
               MOVE "S" TO WRK-ACHOU-DEPTO
               ADD 1 TO DEPT-QTD(WRK-IDX-DEPTO)
               ADD WRK-BRUTO TO DEPT-BRUTO(WRK-IDX-DEPTO)
             END-IF
           END-PERFORM
           IF WRK-ACHOU-DEPTO EQUAL "N"
             IF WRK-QTD-DEPTOS NOT LESS 100
               DISPLAY "TAB-DEPT-TOTAIS CHEIA, DEPARTAMENTO FORA DO "
                       "SUBTOTAL: " EMP-DEPARTAMENTO-REG
             ELSE
               ADD 1 TO WRK-QTD-DEPTOS
               MOVE EMPRESA-CODIGO(WRK-IDX-EMPRESA)
                 TO DEPT-EMPRESA(WRK-QTD-DEPTOS)
               MOVE EMP-DEPARTAMENTO-REG
                 TO DEPT-CODIGO(WRK-QTD-DEPTOS)
               MOVE 1 TO DEPT-QTD(WRK-QTD-DEPTOS)
       0003-TOTAIS-FINAIS SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-EMPRESA-SELECAO EQUAL ZERO
             STRING "FOLHA DE PAGAMENTO - COMPETENCIA "
                      DELIMITED BY SIZE
                    WRK-COMPETENCIA DELIMITED BY SIZE
                    " - TODAS AS EMPRESAS" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           ELSE
             STRING "FOLHA DE PAGAMENTO - COMPETENCIA "
                      DELIMITED BY SIZE
                    WRK-COMPETENCIA DELIMITED BY SIZE
                    " - EMPRESA " DELIMITED BY SIZE
                    WRK-EMPRESA-SELECAO DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
           END-IF
           MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
           WRITE REG-FOLHA-RELATORIO

           MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
           WRITE REG-FOLHA-RELATORIO

           IF WRK-TOTAL-RETRO GREATER ZERO
             MOVE WRK-TOTAL-RETRO TO WRK-RETRO-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DO BRUTO, RETROATIVOS: " DELIMITED BY SIZE
                    WRK-RETRO-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
             WRITE REG-FOLHA-RELATORIO
           END-IF

           IF WRK-TOTAL-HAULA GREATER ZERO
             MOVE WRK-TOTAL-HAULA TO WRK-HAULA-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DO BRUTO, HORA-AULA...: " DELIMITED BY SIZE
                    WRK-HAULA-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
             WRITE REG-FOLHA-RELATORIO
           END-IF

           IF WRK-TOTAL-BH-CREDITO GREATER ZERO
             OR WRK-TOTAL-BH-DEBITO GREATER ZERO
             OR WRK-TOTAL-BH-PAGO GREATER ZERO
             OR WRK-TOTAL-BH-DESC GREATER ZERO
             MOVE WRK-TOTAL-BH-CREDITO TO WRK-BH-HORAS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "BANCO DE HORAS, CREDITO: " DELIMITED BY SIZE
                    WRK-BH-HORAS-ED DELIMITED BY SIZE
                    " H" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
             WRITE REG-FOLHA-RELATORIO
             MOVE WRK-TOTAL-BH-DEBITO TO WRK-BH-HORAS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "BANCO DE HORAS, DEBITO.: " DELIMITED BY SIZE
                    WRK-BH-HORAS-ED DELIMITED BY SIZE
                    " H" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
             WRITE REG-FOLHA-RELATORIO
             MOVE WRK-TOTAL-BH-PAGO TO WRK-BH-VALOR-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DO BRUTO, BANCO VENCIDO PAGO......: "
                      DELIMITED BY SIZE
                    WRK-BH-VALOR-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
             WRITE REG-FOLHA-RELATORIO
             MOVE WRK-TOTAL-BH-DESC TO WRK-BH-VALOR-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "DO BRUTO, BANCO VENCIDO DESCONTADO: "
                      DELIMITED BY SIZE
                    WRK-BH-VALOR-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FOLHA-RELATORIO
             WRITE REG-FOLHA-RELATORIO
           END-IF

           MOVE WRK-TOTAL-LIQUIDO TO WRK-LIQUIDO-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL LIQUIDO...: " DELIMITED BY SIZE
             MOVE DEPT-PATRONAL(WRK-IDX-DEPTO) TO WRK-PATRONAL-ED
             MOVE DEPT-FGTS(WRK-IDX-DEPTO)    TO WRK-FGTS-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "EMPRESA " DELIMITED BY SIZE
                    DEPT-EMPRESA(WRK-IDX-DEPTO) DELIMITED BY SIZE
                    " DEPTO " DELIMITED BY SIZE
                    DEPT-CODIGO(WRK-IDX-DEPTO) DELIMITED BY SIZE
                    " EMPREGADOS: " DELIMITED BY SIZE
                    WRK-QTD-ED      DELIMITED BY SIZE
           MOVE "N"              TO RESUMO-DIVERGENCIA
           WRITE REG-OPERACOES-RESUMO.

       0048-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "FOLHA-MENSAL"     TO RPED-JOB
           MOVE "FOLHA-RELATORIO"  TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM FOLHA-MENSAL.
