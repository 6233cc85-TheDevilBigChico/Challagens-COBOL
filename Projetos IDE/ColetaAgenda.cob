       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLETA-AGENDA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: AGENDAMENTO DOS PEDIDOS DE COLETA QUE OS CLIENTES
      *==            FAZEM POR TELEFONE, ANTES ANOTADOS NO QUADRO DA
      *==            FILIAL. O PEDIDO (FILIAL, CLIENTE, CEP DO ENDERECO,
      *==            DATA DA JANELA, PESO E VOLUMES ESTIMADOS) E GRAVADO
      *==            EM COLETAS (LEIAUTE COLETA-REG) COM UM NUMERO QUE
      *==            O CLIENTE INFORMA NA TRANSACAO DO EMBARQUE. A
      *==            JANELA CAI SEMPRE EM DIA UTIL DO CALENDARIO
      *==            (GERA-CALENDARIO); DATA NAO UTIL PASSA PARA O DIA
      *==            UTIL SEGUINTE. A CAPACIDADE DIARIA DA FILIAL
      *==            (COLETAS-CAPACIDADE, LEIAUTE COLETA-CAPAC) E
      *==            CONFERIDA CONTRA AS COLETAS JA AGENDADAS NO DIA:
      *==            SEM VAGA, O PROGRAMA OFERECE O PRIMEIRO DIA UTIL
      *==            COM VAGA E O OPERADOR REAGENDA OU RECUSA O PEDIDO.
      *==            COLETA AINDA NAO VINCULADA A EMBARQUE PODE SER
      *==            CANCELADA. O OPERADOR DA SESSAO DO MENU ASSINA
      *==            CADA REGISTRO.
      *== DATA: 15/10/2026
      *== OBS: SEM O CALENDARIO NAO HA COMO SABER OS DIAS UTEIS E
      *==      NENHUMA COLETA E AGENDADA. A BUSCA DE VAGA PARA O
      *==      REAGENDAMENTO VAI ATE 30 DIAS UTEIS ADIANTE.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLETAS ASSIGN TO "COLETAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COLETAS.
           SELECT COLETAS-NOVA ASSIGN TO "COLETAS-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLETAS-CAPACIDADE ASSIGN TO "COLETAS-CAPACIDADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAPACIDADE.
           SELECT CALENDARIO ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CALENDARIO.
           SELECT FILIAIS ASSIGN TO "FILIAIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT SESSAO-OPERADOR ASSIGN TO "SESSAO-OPERADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  COLETAS.
       01  REG-COLETA.
           COPY COLETA-REG.

       FD  COLETAS-NOVA.
       01  REG-COLETA-NOVA.
           COPY COLETA-REG REPLACING LEADING ==COL== BY ==CNOVA==.

       FD  COLETAS-CAPACIDADE.
       01  REG-COLETA-CAPAC.
           COPY COLETA-CAPAC.

       FD  CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-DATA             PIC 9(08).
           05 CAL-DIA-SEMANA       PIC X(12).
           05 CAL-DIA-UTIL         PIC X(01).
           05 CAL-FERIADO-NOME     PIC X(20).
           05 CAL-SEQ-UTIL-MES     PIC 9(02).

       FD  FILIAIS.
       01  REG-FILIAL.
           COPY FILIAL-REG.

       FD  SESSAO-OPERADOR.
       01  REG-SESSAO-OPERADOR.
           05 SESSAO-OPERADOR-REG  PIC X(10).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-COLETAS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-CAPACIDADE PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-CALENDARIO PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-FILIAIS PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-SESSAO PIC X(02)           VALUE SPACE.
       77  WRK-OPERADOR     PIC X(10)            VALUE SPACE.
       77  WRK-FIM-COLETAS  PIC X(01)            VALUE "N".
       77  WRK-FIM-NOVA     PIC X(01)            VALUE "N".
       77  WRK-FIM-CAPACIDADE PIC X(01)          VALUE "N".
       77  WRK-FIM-CALENDARIO PIC X(01)          VALUE "N".
       77  WRK-FIM-FILIAIS  PIC X(01)            VALUE "N".
       77  WRK-DATA-HOJE    PIC 9(08)            VALUE ZERO.
      *====================== MENU =======================================
       77  WRK-OPCAO        PIC 9(01)            VALUE ZERO.
           88 OPCAO-AGENDAR                      VALUE 1.
           88 OPCAO-CANCELAR                     VALUE 2.
           88 OPCAO-SAIR                         VALUE 3.
      *====================== PEDIDO DIGITADO ============================
       77  WRK-FILIAL       PIC X(05)            VALUE SPACE.
       77  WRK-CLIENTE      PIC 9(05)            VALUE ZERO.
       77  WRK-CEP          PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-JANELA  PIC 9(08)            VALUE ZERO.
       77  WRK-PESO         PIC 9(05)V99         VALUE ZERO.
       77  WRK-VOLUMES      PIC 9(04)            VALUE ZERO.
       77  WRK-RESPOSTA     PIC X(01)            VALUE SPACE.
       77  WRK-NUMERO       PIC 9(07)            VALUE ZERO.
       77  WRK-MAIOR-NUMERO PIC 9(07)            VALUE ZERO.
      *====================== DIAS UTEIS DO CALENDARIO ===================
       77  WRK-QTD-UTEIS    PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-UTIL     PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-PRIMEIRO PIC 9(04)            VALUE ZERO.
       77  WRK-IDX-LIMITE   PIC 9(04)            VALUE ZERO.
       77  WRK-DIAS-BUSCA   PIC 9(02)            VALUE 30.
       77  WRK-ULTIMA-DATA-CAL PIC 9(08)         VALUE ZERO.
       77  WRK-DATA-UTIL    PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-VAGA    PIC 9(08)            VALUE ZERO.
       01  TAB-UTEIS.
           05 UTIL-ITEM OCCURS 2000 TIMES
                         INDEXED BY IDX-UTIL.
              10 UTIL-DATA       PIC 9(08).
      *====================== FILIAIS ====================================
       77  WRK-TEM-FILIAIS  PIC X(01)            VALUE "N".
       77  WRK-QTD-FILIAIS  PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-FILIAL   PIC 9(02)            VALUE ZERO.
       77  WRK-FILIAL-OK    PIC X(01)            VALUE "N".
           88 FILIAL-VALIDA                      VALUE "S".
       01  TAB-FILIAIS.
           05 FIL-ITEM OCCURS 50 TIMES
                        INDEXED BY IDX-FIL.
              10 FIL-CODIGO      PIC X(05).
      *====================== CAPACIDADE DIARIA DE COLETA ================
       77  WRK-QTD-CAPAC    PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-CAPAC    PIC 9(02)            VALUE ZERO.
       77  WRK-CAP-QTD      PIC 9(03)            VALUE ZERO.
       77  WRK-CAP-PESO     PIC 9(07)            VALUE ZERO.
       77  WRK-CABE         PIC X(01)            VALUE "N".
           88 CABE-NO-DIA                        VALUE "S".
       77  WRK-OCUP-QTD-DIA PIC 9(03)            VALUE ZERO.
       77  WRK-OCUP-PESO-DIA PIC 9(07)V99        VALUE ZERO.
       01  TAB-CAPACIDADES.
           05 CAPAC-ITEM OCCURS 50 TIMES
                          INDEXED BY IDX-CAPAC.
              10 CAPAC-FILIAL    PIC X(05).
              10 CAPAC-QTD       PIC 9(03).
              10 CAPAC-PESO      PIC 9(07).
      *====================== OCUPACAO DA FILIAL POR DIA =================
       77  WRK-QTD-OCUP     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-OCUP     PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-OCUP   PIC 9(03)            VALUE ZERO.
       01  TAB-OCUPACAO.
           05 OCUP-ITEM OCCURS 400 TIMES
                         INDEXED BY IDX-OCUP.
              10 OCUP-DATA       PIC 9(08).
              10 OCUP-QTD        PIC 9(03).
              10 OCUP-PESO       PIC 9(07)V99.
      *====================== CANCELAMENTO ===============================
       77  WRK-ACHOU-COL    PIC X(01)            VALUE "N".
           88 COLETA-CANCELADA-AGORA             VALUE "S".
           88 COLETA-JA-VINCULADA                VALUE "V".
           88 COLETA-JA-CANCELADA                VALUE "C".
           88 COLETA-NAO-ACHADA                  VALUE "N".

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT SESSAO-OPERADOR
           IF WRK-STATUS-SESSAO NOT EQUAL "35"
             READ SESSAO-OPERADOR
               NOT AT END
                 MOVE SESSAO-OPERADOR-REG TO WRK-OPERADOR
             END-READ
             CLOSE SESSAO-OPERADOR
           END-IF
           IF WRK-OPERADOR EQUAL SPACE
             DISPLAY "CODIGO DO OPERADOR "
               ACCEPT WRK-OPERADOR
           END-IF

           PERFORM 0002-CARREGA-CALENDARIO
           PERFORM 0003-CARREGA-FILIAIS
           PERFORM 0004-CARREGA-CAPACIDADES

           PERFORM 0001-EXIBE-MENU
           PERFORM UNTIL OPCAO-SAIR
             EVALUATE TRUE
               WHEN OPCAO-AGENDAR
                 PERFORM 0010-AGENDA-COLETA
               WHEN OPCAO-CANCELAR
                 PERFORM 0020-CANCELA-COLETA
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
             PERFORM 0001-EXIBE-MENU
           END-PERFORM

           GOBACK.

       0001-EXIBE-MENU SECTION.

           DISPLAY "===== AGENDAMENTO DE COLETAS ====="
           DISPLAY "1 - AGENDAR COLETA"
           DISPLAY "2 - CANCELAR COLETA"
           DISPLAY "3 - SAIR"
           ACCEPT WRK-OPCAO.

       0002-CARREGA-CALENDARIO SECTION.

      *    SO OS DIAS UTEIS INTERESSAM; O CALENDARIO VEM EM ORDEM DE
      *    DATA, UM ANO POR GERACAO DO GERA-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WRK-STATUS-CALENDARIO EQUAL "35"
             MOVE "S" TO WRK-FIM-CALENDARIO
           END-IF
           PERFORM UNTIL WRK-FIM-CALENDARIO EQUAL "S"
             READ CALENDARIO
               AT END
                 MOVE "S" TO WRK-FIM-CALENDARIO
               NOT AT END
                 IF CAL-DATA GREATER WRK-ULTIMA-DATA-CAL
                   MOVE CAL-DATA TO WRK-ULTIMA-DATA-CAL
                 END-IF
                 IF CAL-DIA-UTIL EQUAL "S"
                   IF WRK-QTD-UTEIS NOT LESS 2000
                     DISPLAY "TAB-UTEIS CHEIA, DIAS UTEIS RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-CALENDARIO
                   ELSE
                     ADD 1 TO WRK-QTD-UTEIS
                     MOVE CAL-DATA TO UTIL-DATA(WRK-QTD-UTEIS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-CALENDARIO NOT EQUAL "35"
             CLOSE CALENDARIO
           END-IF
           IF WRK-QTD-UTEIS EQUAL ZERO
             DISPLAY "CALENDARIO INEXISTENTE OU SEM DIAS UTEIS, "
                     "NENHUMA COLETA PODE SER AGENDADA"
           END-IF.

       0003-CARREGA-FILIAIS SECTION.

           OPEN INPUT FILIAIS
           IF WRK-STATUS-FILIAIS NOT EQUAL "35"
             MOVE "S" TO WRK-TEM-FILIAIS
             PERFORM UNTIL WRK-FIM-FILIAIS EQUAL "S"
               READ FILIAIS
                 AT END
                   MOVE "S" TO WRK-FIM-FILIAIS
                 NOT AT END
                   IF WRK-QTD-FILIAIS NOT LESS 50
                     DISPLAY "TAB-FILIAIS CHEIA, FILIAIS RESTANTES "
                             "NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-FILIAIS
                   ELSE
                     ADD 1 TO WRK-QTD-FILIAIS
                     MOVE FIL-CODIGO-REG
                       TO FIL-CODIGO(WRK-QTD-FILIAIS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FILIAIS
           END-IF.

       0004-CARREGA-CAPACIDADES SECTION.

           OPEN INPUT COLETAS-CAPACIDADE
           IF WRK-STATUS-CAPACIDADE EQUAL "35"
             DISPLAY "COLETAS-CAPACIDADE INEXISTENTE, FILIAIS SEM "
                     "LIMITE DIARIO DE COLETA"
             MOVE "S" TO WRK-FIM-CAPACIDADE
           END-IF
           PERFORM UNTIL WRK-FIM-CAPACIDADE EQUAL "S"
             READ COLETAS-CAPACIDADE
               AT END
                 MOVE "S" TO WRK-FIM-CAPACIDADE
               NOT AT END
                 IF CAPC-QTD-REG NOT NUMERIC
                   OR CAPC-PESO-REG NOT NUMERIC
                   DISPLAY "CAPACIDADE INVALIDA DESCARTADA: "
                           CAPC-FILIAL-REG
                 ELSE
                   IF WRK-QTD-CAPAC NOT LESS 50
                     DISPLAY "TAB-CAPACIDADES CHEIA, CAPACIDADES "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-CAPACIDADE
                   ELSE
                     ADD 1 TO WRK-QTD-CAPAC
                     MOVE CAPC-FILIAL-REG
                       TO CAPAC-FILIAL(WRK-QTD-CAPAC)
                     MOVE CAPC-QTD-REG  TO CAPAC-QTD(WRK-QTD-CAPAC)
                     MOVE CAPC-PESO-REG TO CAPAC-PESO(WRK-QTD-CAPAC)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-CAPACIDADE NOT EQUAL "35"
             CLOSE COLETAS-CAPACIDADE
           END-IF.

       0010-AGENDA-COLETA SECTION.

           DISPLAY "FILIAL DA COLETA "
             ACCEPT WRK-FILIAL
           DISPLAY "CODIGO DO CLIENTE "
             ACCEPT WRK-CLIENTE
           DISPLAY "CEP DO ENDERECO DE COLETA "
             ACCEPT WRK-CEP
           DISPLAY "DATA DA JANELA DE COLETA (AAAAMMDD) "
             ACCEPT WRK-DATA-JANELA
           DISPLAY "PESO ESTIMADO (KG) "
             ACCEPT WRK-PESO
           DISPLAY "QUANTIDADE DE VOLUMES "
             ACCEPT WRK-VOLUMES

           PERFORM 0005-CHECA-FILIAL

           EVALUATE TRUE
             WHEN WRK-QTD-UTEIS EQUAL ZERO
               DISPLAY "SEM CALENDARIO, COLETA RECUSADA"
             WHEN WRK-TEM-FILIAIS EQUAL "S"
               AND NOT FILIAL-VALIDA
               DISPLAY "FILIAL NAO CADASTRADA, COLETA RECUSADA"
             WHEN WRK-CLIENTE EQUAL ZERO
               DISPLAY "CLIENTE NAO INFORMADO, COLETA RECUSADA"
             WHEN WRK-CEP EQUAL ZERO
               DISPLAY "CEP NAO INFORMADO, COLETA RECUSADA"
             WHEN WRK-PESO EQUAL ZERO
               AND WRK-VOLUMES EQUAL ZERO
               DISPLAY "PESO E VOLUMES ZERADOS, COLETA RECUSADA"
             WHEN WRK-DATA-JANELA LESS WRK-DATA-HOJE
               DISPLAY "DATA DA JANELA JA PASSOU, COLETA RECUSADA"
             WHEN WRK-DATA-JANELA GREATER WRK-ULTIMA-DATA-CAL
               DISPLAY "CALENDARIO TERMINA EM " WRK-ULTIMA-DATA-CAL
                       ", COLETA RECUSADA"
             WHEN OTHER
               PERFORM 0011-ENCAIXA-COLETA
           END-EVALUATE.

       0005-CHECA-FILIAL SECTION.

           MOVE "N" TO WRK-FILIAL-OK
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                     UNTIL WRK-IDX-FILIAL > WRK-QTD-FILIAIS
             IF FIL-CODIGO(WRK-IDX-FILIAL) EQUAL WRK-FILIAL
               MOVE "S" TO WRK-FILIAL-OK
               MOVE WRK-QTD-FILIAIS TO WRK-IDX-FILIAL
             END-IF
           END-PERFORM

           MOVE ZERO TO WRK-CAP-QTD
           MOVE ZERO TO WRK-CAP-PESO
           PERFORM VARYING WRK-IDX-CAPAC FROM 1 BY 1
                     UNTIL WRK-IDX-CAPAC > WRK-QTD-CAPAC
             IF CAPAC-FILIAL(WRK-IDX-CAPAC) EQUAL WRK-FILIAL
               MOVE CAPAC-QTD(WRK-IDX-CAPAC)  TO WRK-CAP-QTD
               MOVE CAPAC-PESO(WRK-IDX-CAPAC) TO WRK-CAP-PESO
               MOVE WRK-QTD-CAPAC TO WRK-IDX-CAPAC
             END-IF
           END-PERFORM.

       0011-ENCAIXA-COLETA SECTION.

      *    PRIMEIRO DIA UTIL A PARTIR DA DATA PEDIDA; A TABELA ESTA EM
      *    ORDEM DE DATA.
           MOVE ZERO TO WRK-IDX-PRIMEIRO
           PERFORM VARYING WRK-IDX-UTIL FROM 1 BY 1
                     UNTIL WRK-IDX-UTIL > WRK-QTD-UTEIS
             IF UTIL-DATA(WRK-IDX-UTIL) NOT LESS WRK-DATA-JANELA
               MOVE WRK-IDX-UTIL  TO WRK-IDX-PRIMEIRO
               MOVE WRK-QTD-UTEIS TO WRK-IDX-UTIL
             END-IF
           END-PERFORM

           IF WRK-IDX-PRIMEIRO EQUAL ZERO
             DISPLAY "SEM DIA UTIL NO CALENDARIO A PARTIR DE "
                     WRK-DATA-JANELA ", COLETA RECUSADA"
           ELSE
             MOVE UTIL-DATA(WRK-IDX-PRIMEIRO) TO WRK-DATA-UTIL
             IF WRK-DATA-UTIL NOT EQUAL WRK-DATA-JANELA
               DISPLAY WRK-DATA-JANELA " NAO E DIA UTIL, JANELA "
                       "PASSA PARA " WRK-DATA-UTIL
             END-IF

             PERFORM 0012-CARREGA-OCUPACAO
             PERFORM 0013-PROCURA-VAGA

             EVALUATE TRUE
               WHEN WRK-DATA-VAGA EQUAL ZERO
                 DISPLAY "FILIAL SEM CAPACIDADE NOS PROXIMOS "
                         WRK-DIAS-BUSCA " DIAS UTEIS, COLETA RECUSADA"
               WHEN WRK-DATA-VAGA EQUAL WRK-DATA-UTIL
                 PERFORM 0015-GRAVA-COLETA
               WHEN OTHER
                 DISPLAY "CAPACIDADE DA FILIAL ESGOTADA EM "
                         WRK-DATA-UTIL
                 DISPLAY "PRIMEIRO DIA UTIL COM VAGA: " WRK-DATA-VAGA
                 DISPLAY "REAGENDAR PARA ESSA DATA (S/N) "
                   ACCEPT WRK-RESPOSTA
                 IF WRK-RESPOSTA EQUAL "S"
                   PERFORM 0015-GRAVA-COLETA
                 ELSE
                   DISPLAY "COLETA RECUSADA POR FALTA DE CAPACIDADE"
                 END-IF
             END-EVALUATE
           END-IF.

       0012-CARREGA-OCUPACAO SECTION.

      *    COLETAS JA AGENDADAS OU VINCULADAS DA FILIAL, SOMADAS POR
      *    DIA A PARTIR DA JANELA; O MAIOR NUMERO DO ARQUIVO INTEIRO
      *    DA O NUMERO DA COLETA NOVA.
           MOVE ZERO TO WRK-QTD-OCUP
           MOVE ZERO TO WRK-MAIOR-NUMERO
           MOVE "N"  TO WRK-FIM-COLETAS
           OPEN INPUT COLETAS
           IF WRK-STATUS-COLETAS EQUAL "35"
             MOVE "S" TO WRK-FIM-COLETAS
           END-IF
           PERFORM UNTIL WRK-FIM-COLETAS EQUAL "S"
             READ COLETAS
               AT END
                 MOVE "S" TO WRK-FIM-COLETAS
               NOT AT END
                 IF COL-NUMERO NUMERIC
                   AND COL-NUMERO GREATER WRK-MAIOR-NUMERO
                   MOVE COL-NUMERO TO WRK-MAIOR-NUMERO
                 END-IF
                 IF COL-FILIAL EQUAL WRK-FILIAL
                   AND COL-SITUACAO NOT EQUAL "C"
                   AND COL-DATA-JANELA NUMERIC
                   AND COL-DATA-JANELA NOT LESS WRK-DATA-UTIL
                   PERFORM 0014-SOMA-OCUPACAO
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-COLETAS NOT EQUAL "35"
             CLOSE COLETAS
           END-IF.

       0014-SOMA-OCUPACAO SECTION.

           MOVE ZERO TO WRK-ACHOU-OCUP
           PERFORM VARYING WRK-IDX-OCUP FROM 1 BY 1
                     UNTIL WRK-IDX-OCUP > WRK-QTD-OCUP
             IF OCUP-DATA(WRK-IDX-OCUP) EQUAL COL-DATA-JANELA
               MOVE WRK-IDX-OCUP TO WRK-ACHOU-OCUP
               MOVE WRK-QTD-OCUP TO WRK-IDX-OCUP
             END-IF
           END-PERFORM
           IF WRK-ACHOU-OCUP EQUAL ZERO
             IF WRK-QTD-OCUP NOT LESS 400
               DISPLAY "TAB-OCUPACAO CHEIA, DIA " COL-DATA-JANELA
                       " NAO CONSIDERADO"
             ELSE
               ADD 1 TO WRK-QTD-OCUP
               MOVE WRK-QTD-OCUP    TO WRK-ACHOU-OCUP
               MOVE COL-DATA-JANELA TO OCUP-DATA(WRK-ACHOU-OCUP)
               MOVE ZERO            TO OCUP-QTD(WRK-ACHOU-OCUP)
               MOVE ZERO            TO OCUP-PESO(WRK-ACHOU-OCUP)
             END-IF
           END-IF
           IF WRK-ACHOU-OCUP GREATER ZERO
             ADD 1 TO OCUP-QTD(WRK-ACHOU-OCUP)
             IF COL-PESO NUMERIC
               ADD COL-PESO TO OCUP-PESO(WRK-ACHOU-OCUP)
             END-IF
           END-IF.

       0013-PROCURA-VAGA SECTION.

      *    DO PRIMEIRO DIA UTIL DA JANELA ATE WRK-DIAS-BUSCA DIAS
      *    UTEIS ADIANTE, O PRIMEIRO DIA EM QUE A COLETA CABE NOS DOIS
      *    LIMITES DA FILIAL (ZERO = SEM LIMITE).
           MOVE ZERO TO WRK-DATA-VAGA
           COMPUTE WRK-IDX-LIMITE = WRK-IDX-PRIMEIRO + WRK-DIAS-BUSCA
                                    - 1
           IF WRK-IDX-LIMITE GREATER WRK-QTD-UTEIS
             MOVE WRK-QTD-UTEIS TO WRK-IDX-LIMITE
           END-IF
           PERFORM VARYING WRK-IDX-UTIL FROM WRK-IDX-PRIMEIRO BY 1
                     UNTIL WRK-IDX-UTIL > WRK-IDX-LIMITE
             PERFORM 0016-CHECA-CAPACIDADE
             IF CABE-NO-DIA
               MOVE UTIL-DATA(WRK-IDX-UTIL) TO WRK-DATA-VAGA
               MOVE WRK-IDX-LIMITE TO WRK-IDX-UTIL
             END-IF
           END-PERFORM.

       0016-CHECA-CAPACIDADE SECTION.

           MOVE ZERO TO WRK-OCUP-QTD-DIA
           MOVE ZERO TO WRK-OCUP-PESO-DIA
           PERFORM VARYING WRK-IDX-OCUP FROM 1 BY 1
                     UNTIL WRK-IDX-OCUP > WRK-QTD-OCUP
             IF OCUP-DATA(WRK-IDX-OCUP) EQUAL UTIL-DATA(WRK-IDX-UTIL)
               MOVE OCUP-QTD(WRK-IDX-OCUP)  TO WRK-OCUP-QTD-DIA
               MOVE OCUP-PESO(WRK-IDX-OCUP) TO WRK-OCUP-PESO-DIA
               MOVE WRK-QTD-OCUP TO WRK-IDX-OCUP
             END-IF
           END-PERFORM

           MOVE "S" TO WRK-CABE
           IF WRK-CAP-QTD GREATER ZERO
             AND WRK-OCUP-QTD-DIA NOT LESS WRK-CAP-QTD
             MOVE "N" TO WRK-CABE
           END-IF
           IF WRK-CAP-PESO GREATER ZERO
             AND WRK-OCUP-PESO-DIA + WRK-PESO GREATER WRK-CAP-PESO
             MOVE "N" TO WRK-CABE
           END-IF.

       0015-GRAVA-COLETA SECTION.

           ADD 1 TO WRK-MAIOR-NUMERO GIVING WRK-NUMERO
           MOVE WRK-NUMERO         TO COL-NUMERO
           MOVE WRK-FILIAL         TO COL-FILIAL
           MOVE WRK-CLIENTE        TO COL-CLIENTE
           MOVE WRK-CEP            TO COL-CEP
           MOVE WRK-DATA-VAGA      TO COL-DATA-JANELA
           MOVE WRK-PESO           TO COL-PESO
           MOVE WRK-VOLUMES        TO COL-VOLUMES
           MOVE "A"                TO COL-SITUACAO
           MOVE WRK-DATA-HOJE      TO COL-DATA-INCLUSAO
           MOVE WRK-DATA-JANELA    TO COL-DATA-PEDIDA
           MOVE ZERO               TO COL-DATA-EMBARQUE
           MOVE ZERO               TO COL-SEQ-EMBARQUE
           MOVE WRK-OPERADOR       TO COL-OPERADOR

           OPEN EXTEND COLETAS
           IF WRK-STATUS-COLETAS EQUAL "35"
             OPEN OUTPUT COLETAS
           END-IF
           WRITE REG-COLETA
           CLOSE COLETAS

           DISPLAY "COLETA " WRK-NUMERO " AGENDADA PARA "
                   WRK-DATA-VAGA " NA FILIAL " WRK-FILIAL
           DISPLAY "INFORMAR O NUMERO DA COLETA NA TRANSACAO DO "
                   "EMBARQUE".

       0020-CANCELA-COLETA SECTION.

           DISPLAY "NUMERO DA COLETA "
             ACCEPT WRK-NUMERO

           MOVE "N" TO WRK-ACHOU-COL
           MOVE "N" TO WRK-FIM-COLETAS
           MOVE "N" TO WRK-FIM-NOVA
           OPEN INPUT COLETAS
           IF WRK-STATUS-COLETAS EQUAL "35"
             DISPLAY "ARQUIVO COLETAS INEXISTENTE"
           ELSE
             OPEN OUTPUT COLETAS-NOVA
             PERFORM UNTIL WRK-FIM-COLETAS EQUAL "S"
               READ COLETAS
                 AT END
                   MOVE "S" TO WRK-FIM-COLETAS
                 NOT AT END
                   IF COL-NUMERO EQUAL WRK-NUMERO
                     EVALUATE COL-SITUACAO
                       WHEN "V"
                         MOVE "V" TO WRK-ACHOU-COL
                       WHEN "C"
                         MOVE "C" TO WRK-ACHOU-COL
                       WHEN OTHER
                         MOVE "S" TO WRK-ACHOU-COL
                         MOVE "C" TO COL-SITUACAO
                         MOVE WRK-OPERADOR TO COL-OPERADOR
                     END-EVALUATE
                   END-IF
                   MOVE REG-COLETA TO REG-COLETA-NOVA
                   WRITE REG-COLETA-NOVA
               END-READ
             END-PERFORM
             CLOSE COLETAS
             CLOSE COLETAS-NOVA

             OPEN INPUT  COLETAS-NOVA
             OPEN OUTPUT COLETAS
             PERFORM UNTIL WRK-FIM-NOVA EQUAL "S"
               READ COLETAS-NOVA
                 AT END
                   MOVE "S" TO WRK-FIM-NOVA
                 NOT AT END
                   MOVE REG-COLETA-NOVA TO REG-COLETA
                   WRITE REG-COLETA
               END-READ
             END-PERFORM
             CLOSE COLETAS-NOVA
             CLOSE COLETAS

             EVALUATE TRUE
               WHEN COLETA-CANCELADA-AGORA
                 DISPLAY "COLETA CANCELADA"
               WHEN COLETA-JA-VINCULADA
                 DISPLAY "COLETA JA VINCULADA A EMBARQUE, NAO PODE "
                         "SER CANCELADA"
               WHEN COLETA-JA-CANCELADA
                 DISPLAY "COLETA JA ESTAVA CANCELADA"
               WHEN OTHER
                 DISPLAY "COLETA NAO ENCONTRADA"
             END-EVALUATE
           END-IF.

       END PROGRAM COLETA-AGENDA.
