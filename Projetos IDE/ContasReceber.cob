      *==                 MAIS RECENTE: SEM ISSO AS FAIXAS DE 60/90+
      *==                 DIAS NUNCA POPULAVAM E RECEBIMENTO CONTRA
      *==                 FATURA DE MES ANTERIOR ERA RECUSADO.
      *== 15/10/2026 FA  ENCARGOS POR ATRASO: RECEBIMENTO LANCADO DEPOIS
      *==                 DO VENCIMENTO GERA EM FATURA-DEBITOS UM ITEM
      *==                 DE MULTA E JUROS PRO RATA DIE SOBRE O VALOR
      *==                 RECEBIDO, COM AS TAXAS DE ENCARGOS-PARAMETROS
      *==                 (PADRAO 2% DE MULTA E 1% AO MES); O
      *==                 FATURA-FRETE COBRA O ITEM NA FATURA SEGUINTE.
      *==                 NOVA OPCAO 3 DISPENSA ITEM PENDENTE COM MOTIVO
      *==                 E OPERADOR; SAIR PASSA A SER A OPCAO 4.
      *== 15/10/2026 FA  EMISSAO DO AGING-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-STATUS-RECEB.
           SELECT AGING-RELATORIO ASSIGN TO "AGING-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.
           SELECT FATURA-DEBITOS ASSIGN TO "FATURA-DEBITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEBITOS.
           SELECT ENCARGOS-PARAMETROS
               ASSIGN TO "ENCARGOS-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGOS.

       DATA DIVISION.
       FILE SECTION.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       FD  FATURA-DEBITOS.
       01  REG-FATURA-DEBITO.
           COPY FATURA-DEBITO.

       FD  ENCARGOS-PARAMETROS.
       01  REG-ENCARGOS-PARAMETRO.
           05 PARAM-MULTA-PERC-REG PIC 9V9999.
           05 PARAM-JUROS-MES-REG  PIC 9V9999.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB       PIC 9(04)            VALUE ZERO.
       77  WRK-STATUS-FATURAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-RECEB PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPCAO        PIC 9(01)            VALUE ZERO.
           88 OPCAO-LANCAR                       VALUE 1.
           88 OPCAO-AGING                        VALUE 2.
           88 OPCAO-DISPENSAR                    VALUE 3.
           88 OPCAO-SAIR                         VALUE 4.
      *====================== RECEBIMENTO DIGITADO =======================
       77  WRK-COMPETENCIA  PIC 9(06)            VALUE ZERO.
       77  WRK-CLIENTE      PIC 9(05)            VALUE ZERO.
           "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           05 DIAS-MES      PIC 9(02)   OCCURS 12 TIMES.
      *====================== ENCARGOS POR ATRASO ========================
       77  WRK-STATUS-DEBITOS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-ENCARGOS PIC X(02)         VALUE SPACE.
       77  WRK-FIM-DEBITOS  PIC X(01)            VALUE "N".
       77  WRK-MULTA-PERC   PIC 9V9999           VALUE 0,0200.
       77  WRK-JUROS-MES    PIC 9V9999           VALUE 0,0100.
       77  WRK-MULTA        PIC 9(07)V99         VALUE ZERO.
       77  WRK-JUROS        PIC 9(07)V99         VALUE ZERO.
       77  WRK-MULTA-ED     COPY CURRENCY-ED.
       77  WRK-JUROS-ED     COPY CURRENCY-ED.
       77  WRK-QTD-DEBITOS  PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-DEBITO   PIC 9(04)            VALUE ZERO.
       77  WRK-ITEM-DEBITO  PIC 9(04)            VALUE ZERO.
       77  WRK-QTD-PENDENTES PIC 9(04)           VALUE ZERO.
       77  WRK-MOTIVO-DISPENSA PIC X(30)         VALUE SPACE.
       77  WRK-DEBITOS-CHEIA PIC X(01)           VALUE "N".
           88 DEBITOS-CHEIA                      VALUE "S".
       01  TAB-DEBITOS.
           05 DEBITO-ITEM OCCURS 1000 TIMES
                           INDEXED BY IDX-DEBITO.
              10 DEB-REGISTRO    PIC X(144).

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           PERFORM 0005-CARREGA-FATURAS
           PERFORM 0006-APLICA-RECEBIMENTOS
           PERFORM 0007-CARREGA-ENCARGOS

           PERFORM 0001-EXIBE-MENU
           PERFORM UNTIL OPCAO-SAIR
                 PERFORM 0010-LANCA-RECEBIMENTO
               WHEN OPCAO-AGING
                 PERFORM 0020-RELATORIO-AGING
               WHEN OPCAO-DISPENSAR
                 PERFORM 0040-DISPENSA-ENCARGO
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
           DISPLAY "===== CONTAS A RECEBER DE FRETE ====="
           DISPLAY "1 - LANCAR RECEBIMENTO"
           DISPLAY "2 - RELATORIO DE AGING"
           DISPLAY "3 - DISPENSAR ENCARGO POR ATRASO"
           DISPLAY "4 - SAIR"
           ACCEPT WRK-OPCAO.

       0005-CARREGA-FATURAS SECTION.
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY "RECEBIMENTO LANCADO, SALDO DA FATURA: "
                       WRK-SALDO-ED
      *        RECEBIMENTO DEPOIS DO VENCIMENTO GERA O ITEM DE
      *        ENCARGOS PARA A PROXIMA FATURA DO CLIENTE.
               MOVE WRK-ACHOU-FAT TO WRK-IDX-FATURA
               PERFORM 0023-CALCULA-VENCIMENTO
               IF WRK-DATA-SISTEMA GREATER WRK-VENCIMENTO
                 PERFORM 0024-CONTA-ATRASO
                 PERFORM 0030-GERA-ENCARGO
               END-IF
             END-IF
           END-IF.

           WRITE REG-RECEBIMENTO
           CLOSE FATURA-RECEBIMENTOS.

       0007-CARREGA-ENCARGOS SECTION.

           OPEN INPUT ENCARGOS-PARAMETROS
           IF WRK-STATUS-ENCARGOS NOT EQUAL "35"
             READ ENCARGOS-PARAMETROS
               NOT AT END
                 IF PARAM-MULTA-PERC-REG NUMERIC
                   MOVE PARAM-MULTA-PERC-REG TO WRK-MULTA-PERC
                 END-IF
                 IF PARAM-JUROS-MES-REG NUMERIC
                   MOVE PARAM-JUROS-MES-REG TO WRK-JUROS-MES
                 END-IF
             END-READ
             CLOSE ENCARGOS-PARAMETROS
           END-IF.

       0030-GERA-ENCARGO SECTION.

      *    MULTA UNICA SOBRE O VALOR RECEBIDO EM ATRASO E JUROS PRO
      *    RATA DIE (TAXA MENSAL / 30 POR DIA CORRIDO DE ATRASO).
           COMPUTE WRK-MULTA ROUNDED = WRK-VALOR * WRK-MULTA-PERC
           COMPUTE WRK-JUROS ROUNDED =
               WRK-VALOR * WRK-JUROS-MES * WRK-DIAS-ATRASO / 30

           IF WRK-MULTA GREATER ZERO OR WRK-JUROS GREATER ZERO
             MOVE SPACE TO REG-FATURA-DEBITO
             MOVE FAT-CLIENTE(WRK-ACHOU-FAT)     TO DEB-CLIENTE-REG
             MOVE FAT-FILIAL(WRK-ACHOU-FAT)      TO DEB-FILIAL-REG
             MOVE FAT-COMPETENCIA(WRK-ACHOU-FAT)
                                                 TO DEB-COMPETENCIA-REG
             MOVE FAT-NUMERO(WRK-ACHOU-FAT)      TO DEB-NUMERO-REG
             MOVE WRK-DATA-SISTEMA               TO DEB-DATA-RECEB-REG
             MOVE WRK-VENCIMENTO                 TO DEB-VENCIMENTO-REG
             MOVE WRK-DIAS-ATRASO                TO DEB-DIAS-ATRASO-REG
             MOVE WRK-VALOR                      TO DEB-VALOR-BASE-REG
             MOVE WRK-MULTA                      TO DEB-MULTA-REG
             MOVE WRK-JUROS                      TO DEB-JUROS-REG
             MOVE "P"                            TO DEB-SITUACAO-REG
             MOVE ZERO                 TO DEB-COMPET-FATURADA-REG
             MOVE ZERO                 TO DEB-FATURA-COBRANCA-REG
             MOVE WRK-OPERADOR                   TO DEB-OPERADOR-REG
             MOVE ZERO                 TO DEB-DISPENSA-DATA-REG

             OPEN EXTEND FATURA-DEBITOS
             IF WRK-STATUS-DEBITOS EQUAL "35"
               OPEN OUTPUT FATURA-DEBITOS
             END-IF
             WRITE REG-FATURA-DEBITO
             CLOSE FATURA-DEBITOS

             MOVE WRK-MULTA TO WRK-MULTA-ED
             MOVE WRK-JUROS TO WRK-JUROS-ED
             DISPLAY "RECEBIDO COM " WRK-DIAS-ATRASO
                     " DIAS DE ATRASO - MULTA " WRK-MULTA-ED
                     " JUROS " WRK-JUROS-ED
             DISPLAY "ENCARGOS LANCADOS PARA A PROXIMA FATURA"
           END-IF.

       0040-DISPENSA-ENCARGO SECTION.

           DISPLAY "CLIENTE "
             ACCEPT WRK-CLIENTE

           PERFORM 0041-CARREGA-DEBITOS
           IF DEBITOS-CHEIA
             DISPLAY "FATURA-DEBITOS MAIOR QUE A TABELA, DISPENSA "
                     "NAO PERMITIDA"
           ELSE
             MOVE ZERO TO WRK-QTD-PENDENTES
             PERFORM VARYING WRK-IDX-DEBITO FROM 1 BY 1
                       UNTIL WRK-IDX-DEBITO > WRK-QTD-DEBITOS
               MOVE DEB-REGISTRO(WRK-IDX-DEBITO) TO REG-FATURA-DEBITO
               IF DEB-CLIENTE-REG EQUAL WRK-CLIENTE
                 AND DEB-PENDENTE
                 ADD 1 TO WRK-QTD-PENDENTES
                 MOVE DEB-MULTA-REG TO WRK-MULTA-ED
                 MOVE DEB-JUROS-REG TO WRK-JUROS-ED
                 DISPLAY "ITEM " WRK-IDX-DEBITO
                         " FATURA " DEB-FILIAL-REG " " DEB-NUMERO-REG
                         " RECEBIDA EM " DEB-DATA-RECEB-REG
                         " MULTA " WRK-MULTA-ED
                         " JUROS " WRK-JUROS-ED
               END-IF
             END-PERFORM

             IF WRK-QTD-PENDENTES EQUAL ZERO
               DISPLAY "CLIENTE SEM ENCARGO PENDENTE"
             ELSE
               DISPLAY "ITEM A DISPENSAR (0 = NENHUM) "
                 ACCEPT WRK-ITEM-DEBITO
               PERFORM 0042-CONFIRMA-DISPENSA
             END-IF
           END-IF.

       0041-CARREGA-DEBITOS SECTION.

           MOVE ZERO TO WRK-QTD-DEBITOS
           MOVE "N"  TO WRK-FIM-DEBITOS
           MOVE "N"  TO WRK-DEBITOS-CHEIA
           OPEN INPUT FATURA-DEBITOS
           IF WRK-STATUS-DEBITOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-DEBITOS EQUAL "S"
               READ FATURA-DEBITOS
                 AT END
                   MOVE "S" TO WRK-FIM-DEBITOS
                 NOT AT END
                   IF WRK-QTD-DEBITOS NOT LESS 1000
                     MOVE "S" TO WRK-DEBITOS-CHEIA
                     MOVE "S" TO WRK-FIM-DEBITOS
                   ELSE
                     ADD 1 TO WRK-QTD-DEBITOS
                     MOVE REG-FATURA-DEBITO
                       TO DEB-REGISTRO(WRK-QTD-DEBITOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FATURA-DEBITOS
           END-IF.

       0042-CONFIRMA-DISPENSA SECTION.

           IF WRK-ITEM-DEBITO GREATER ZERO
             AND WRK-ITEM-DEBITO NOT GREATER WRK-QTD-DEBITOS
             MOVE DEB-REGISTRO(WRK-ITEM-DEBITO) TO REG-FATURA-DEBITO
             IF DEB-CLIENTE-REG EQUAL WRK-CLIENTE
               AND DEB-PENDENTE
               DISPLAY "MOTIVO DA DISPENSA "
                 ACCEPT WRK-MOTIVO-DISPENSA
               IF WRK-MOTIVO-DISPENSA EQUAL SPACE
                 DISPLAY "MOTIVO OBRIGATORIO, DISPENSA CANCELADA"
               ELSE
                 ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                 MOVE "D"                 TO DEB-SITUACAO-REG
                 MOVE WRK-OPERADOR        TO DEB-DISPENSA-OPER-REG
                 MOVE WRK-MOTIVO-DISPENSA TO DEB-DISPENSA-MOTIVO-REG
                 MOVE WRK-DATA-SISTEMA    TO DEB-DISPENSA-DATA-REG
                 MOVE REG-FATURA-DEBITO
                   TO DEB-REGISTRO(WRK-ITEM-DEBITO)
                 PERFORM 0043-REGRAVA-DEBITOS
                 DISPLAY "ENCARGO DISPENSADO"
               END-IF
             ELSE
               DISPLAY "ITEM NAO E ENCARGO PENDENTE DO CLIENTE"
             END-IF
           END-IF.

       0043-REGRAVA-DEBITOS SECTION.

           OPEN OUTPUT FATURA-DEBITOS
           PERFORM VARYING WRK-IDX-DEBITO FROM 1 BY 1
                     UNTIL WRK-IDX-DEBITO > WRK-QTD-DEBITOS
             MOVE DEB-REGISTRO(WRK-IDX-DEBITO) TO REG-FATURA-DEBITO
             WRITE REG-FATURA-DEBITO
           END-PERFORM
           CLOSE FATURA-DEBITOS.

       0020-RELATORIO-AGING SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0022-TOTAIS-AGING
           CLOSE AGING-RELATORIO
           PERFORM 0044-REGISTRA-RELATORIO
           DISPLAY "AGING-RELATORIO GERADO".

       0021-CLASSIFICA-FATURA SECTION.
           MOVE WRK-LINHA-REL TO REG-AGING
           WRITE REG-AGING.

       0044-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "CONTAS-RECEB"     TO RPED-JOB
           MOVE "AGING-RELATORIO"  TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM CONTAS-RECEBER.
