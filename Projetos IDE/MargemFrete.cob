      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: RELATORIO MENSAL DE MARGEM DE FRETE. A RECEITA
      *==            (HEMB-FRETE) E O CUSTO DE TRANSPORTADORA (FRETE X
      *==            PERCENTUAL DE CUSTO DA TRANSPORTADORA ATRIBUIDA)
      *==            NUNCA FICAVAM LADO A LADO. LE O EMBARQUE-HISTORICO
      *==            PELA CHAVE DO CLIENTE, SO OS EMBARQUES DA
      *==            COMPETENCIA INFORMADA (ESTORNO ABATIDO), E TOTALIZA
      *==            POR CLIENTE, ZONA E FILIAL: FRETE COBRADO, SEGURO
      *==            COBRADO, CUSTO DE TRANSPORTADORA, MARGEM EM VALOR
      *==            E PERCENTUAL, EM MARGEM-RELATORIO; EMBARQUE COM
      *==            MARGEM NEGATIVA SAI LISTADO INDIVIDUALMENTE — SAO
      *== DATA: 02/09/2026
      *== OBS: REGISTROS DO LEIAUTE ANTIGO (SEM SEGURO/TRANSPORTADORA)
      *==      ENTRAM COM SEGURO ZERO E SEM CUSTO.
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  OS EMBARQUES DO MES SAO LIDOS NO
      *==                 EMBARQUE-HISTORICO PELA CHAVE DO CLIENTE, NO
      *==                 LUGAR DA LEITURA INTEIRA DE FRETE-AUDITORIA; A
      *==                 TABELA DE MARGENS GUARDA SO AS ZONAS E FILIAIS
      *==                 DO CLIENTE CORRENTE E E IMPRESSA NA QUEBRA DE
      *==                 CLIENTE.
      *== 15/10/2026 FA  EMISSAO DO MARGEM-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARQUE-HISTORICO ASSIGN TO "EMBARQUE-HISTORICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEMB-CHAVE
               ALTERNATE RECORD KEY IS HEMB-CHAVE-TRANSP
               ALTERNATE RECORD KEY IS HEMB-CHAVE-CLIENTE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPORTADORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT MARGEM-RELATORIO ASSIGN TO "MARGEM-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARQUE-HISTORICO.
       01  REG-EMBARQUE-HIST.
           COPY EMBARQUE-HIST.

       FD  TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
       FD  MARGEM-RELATORIO.
       01  REG-MARGEM              PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB           PIC 9(04)        VALUE ZERO.
       77  WRK-STATUS-HISTORICO PIC X(02)        VALUE SPACE.
       77  WRK-STATUS-TRANSP PIC X(02)           VALUE SPACE.
       77  WRK-FIM-HISTORICO PIC X(01)           VALUE "N".
           88 FIM-DO-HISTORICO                   VALUE "S".
       77  WRK-FIM-TRANSP   PIC X(01)            VALUE "N".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
      *====================== COMPETENCIA ================================
       77  WRK-COMPETENCIA  PIC X(06)            VALUE SPACE.
       77  WRK-COMPETENCIA-NUM PIC 9(06)         VALUE ZERO.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-INICIO  PIC 9(08)            VALUE ZERO.
       77  WRK-DATA-FIM     PIC 9(08)            VALUE ZERO.
       77  WRK-CLIENTE-ATUAL PIC 9(05)           VALUE ZERO.
      *====================== CUSTO POR TRANSPORTADORA ===================
       77  WRK-QTD-TRANSP   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-TRANSP   PIC 9(03)            VALUE ZERO.
                     WRK-COMPETENCIA-NUM
           END-IF

           COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA-NUM * 100 + 1
           COMPUTE WRK-DATA-FIM    = WRK-COMPETENCIA-NUM * 100 + 31

           PERFORM 0005-CARREGA-TRANSPORTADORAS

           OPEN OUTPUT MARGEM-RELATORIO
           MOVE WRK-LINHA-REL TO REG-MARGEM
           WRITE REG-MARGEM

           OPEN INPUT EMBARQUE-HISTORICO
           IF WRK-STATUS-HISTORICO NOT EQUAL "00"
             DISPLAY "EMBARQUE-HISTORICO INDISPONIVEL, STATUS "
                     WRK-STATUS-HISTORICO ", NADA A APURAR"
           ELSE
      *      DENTRO DE CADA CLIENTE OS EMBARQUES VEM EM ORDEM DE DATA:
      *      O START POSICIONA NO PRIMEIRO DIA DA COMPETENCIA E,
      *      PASSADO O ULTIMO DIA, SALTA PARA O CLIENTE SEGUINTE.
             MOVE ZERO            TO HEMB-CLIENTE
             MOVE WRK-DATA-INICIO TO HEMB-CLI-DATA
             MOVE ZERO            TO HEMB-CLI-SEQ
             START EMBARQUE-HISTORICO KEY NOT LESS HEMB-CHAVE-CLIENTE
             IF WRK-STATUS-HISTORICO NOT EQUAL "00"
               MOVE "S" TO WRK-FIM-HISTORICO
             END-IF
             PERFORM UNTIL FIM-DO-HISTORICO
               PERFORM 0001-RECEBE
             END-PERFORM
             CLOSE EMBARQUE-HISTORICO
           END-IF

           PERFORM 0008-IMPRIME-CLIENTE
           PERFORM 0003-IMPRIME-TOTAIS
           CLOSE MARGEM-RELATORIO
           PERFORM 0009-REGISTRA-RELATORIO

           GOBACK.

       0001-RECEBE SECTION.

           READ EMBARQUE-HISTORICO NEXT RECORD
             AT END
               MOVE "S" TO WRK-FIM-HISTORICO
             NOT AT END
               EVALUATE TRUE
                 WHEN HEMB-CLI-DATA LESS WRK-DATA-INICIO
                   MOVE WRK-DATA-INICIO TO HEMB-CLI-DATA
                   MOVE ZERO            TO HEMB-CLI-SEQ
                   START EMBARQUE-HISTORICO
                     KEY NOT LESS HEMB-CHAVE-CLIENTE
                   IF WRK-STATUS-HISTORICO NOT EQUAL "00"
                     MOVE "S" TO WRK-FIM-HISTORICO
                   END-IF
                 WHEN HEMB-CLI-DATA GREATER WRK-DATA-FIM
                   MOVE 99999999 TO HEMB-CLI-DATA
                   MOVE 9999999  TO HEMB-CLI-SEQ
                   START EMBARQUE-HISTORICO
                     KEY GREATER HEMB-CHAVE-CLIENTE
                   IF WRK-STATUS-HISTORICO NOT EQUAL "00"
                     MOVE "S" TO WRK-FIM-HISTORICO
                   END-IF
                 WHEN OTHER
                   IF HEMB-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
                     PERFORM 0008-IMPRIME-CLIENTE
                     MOVE HEMB-CLIENTE TO WRK-CLIENTE-ATUAL
                   END-IF
                   PERFORM 0002-APURA-EMBARQUE
               END-EVALUATE
           END-READ.

       0002-APURA-EMBARQUE SECTION.

           MOVE HEMB-FRETE  TO WRK-FRETE
           MOVE HEMB-SEGURO TO WRK-SEGURO
           PERFORM 0006-RESOLVE-CUSTO
           COMPUTE WRK-CUSTO ROUNDED =
               HEMB-FRETE * WRK-CUSTO-PERC
           IF HEMB-ESTORNO
             COMPUTE WRK-FRETE  = ZERO - WRK-FRETE
             COMPUTE WRK-SEGURO = ZERO - WRK-SEGURO
             COMPUTE WRK-CUSTO  = ZERO - WRK-CUSTO
           END-IF
           COMPUTE WRK-MARGEM = WRK-FRETE - WRK-CUSTO

           IF WRK-MARGEM LESS ZERO
             ADD 1 TO WRK-QTD-NEGATIVOS
             MOVE WRK-MARGEM TO WRK-MARGEM-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "MARGEM NEGATIVA: " DELIMITED BY SIZE
                    HEMB-DATA    DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    HEMB-SEQ     DELIMITED BY SIZE
                    " ZONA "     DELIMITED BY SIZE
                    HEMB-ZONA    DELIMITED BY SIZE
                    " CLIENTE "  DELIMITED BY SIZE
                    HEMB-CLIENTE DELIMITED BY SIZE
                    " MARGEM "   DELIMITED BY SIZE
                    WRK-MARGEM-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-MARGEM
             WRITE REG-MARGEM
           END-IF

           PERFORM 0007-ACUMULA-MARGEM.

       0006-RESOLVE-CUSTO SECTION.

           MOVE ZERO TO WRK-CUSTO-PERC
           IF HEMB-TRANSPORTADORA NOT EQUAL SPACE
             AND HEMB-TRANSPORTADORA NOT EQUAL LOW-VALUE
             PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                       UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
               IF TRANSP-COD(WRK-IDX-TRANSP)
                    EQUAL HEMB-TRANSPORTADORA
                 MOVE TRANSP-CUSTO(WRK-IDX-TRANSP)
                   TO WRK-CUSTO-PERC
                 MOVE WRK-QTD-TRANSP TO WRK-IDX-TRANSP
           MOVE "N" TO WRK-ACHOU-MARGEM
           PERFORM VARYING WRK-IDX-MARGEM FROM 1 BY 1
                     UNTIL WRK-IDX-MARGEM > WRK-QTD-MARGEM
             IF MARG-ZONA(WRK-IDX-MARGEM) EQUAL HEMB-ZONA
               AND MARG-FILIAL(WRK-IDX-MARGEM) EQUAL HEMB-FILIAL
               AND MARG-CLIENTE(WRK-IDX-MARGEM) EQUAL HEMB-CLIENTE
               ADD WRK-FRETE  TO MARG-FRETE(WRK-IDX-MARGEM)
               ADD WRK-SEGURO TO MARG-SEGURO(WRK-IDX-MARGEM)
               ADD WRK-CUSTO  TO MARG-CUSTO(WRK-IDX-MARGEM)
           IF WRK-ACHOU-MARGEM EQUAL "N"
             IF WRK-QTD-MARGEM NOT LESS 500
               DISPLAY "TAB-MARGENS CHEIA, COMBINACAO FORA DO "
                       "RELATORIO: " HEMB-ZONA " " HEMB-FILIAL
                       " " HEMB-CLIENTE
             ELSE
               ADD 1 TO WRK-QTD-MARGEM
               MOVE HEMB-ZONA     TO MARG-ZONA(WRK-QTD-MARGEM)
               MOVE HEMB-FILIAL   TO MARG-FILIAL(WRK-QTD-MARGEM)
               MOVE HEMB-CLIENTE  TO MARG-CLIENTE(WRK-QTD-MARGEM)
               MOVE WRK-FRETE     TO MARG-FRETE(WRK-QTD-MARGEM)
               MOVE WRK-SEGURO    TO MARG-SEGURO(WRK-QTD-MARGEM)
               MOVE WRK-CUSTO     TO MARG-CUSTO(WRK-QTD-MARGEM)
             END-IF
           END-IF.

       0008-IMPRIME-CLIENTE SECTION.

      *    QUEBRA DE CLIENTE: IMPRIME AS ZONAS E FILIAIS ACUMULADAS E
      *    LIMPA A TABELA PARA O CLIENTE SEGUINTE.
           PERFORM VARYING WRK-IDX-MARGEM FROM 1 BY 1
                     UNTIL WRK-IDX-MARGEM > WRK-QTD-MARGEM
             COMPUTE WRK-MARGEM =
             MOVE WRK-LINHA-REL TO REG-MARGEM
             WRITE REG-MARGEM
           END-PERFORM
           MOVE ZERO TO WRK-QTD-MARGEM.

       0003-IMPRIME-TOTAIS SECTION.

           MOVE WRK-QTD-NEGATIVOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
             CLOSE TRANSPORTADORAS
           END-IF.

       0009-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "MARGEM-FRETE"     TO RPED-JOB
           MOVE "MARGEM-RELATORIO" TO RPED-RELATORIO
           MOVE WRK-COMPETENCIA-NUM TO RPED-COMPETENCIA
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM MARGEM-FRETE.
