      *==            ACUMULAM NA MESMA FILA.
      *== DATA: 02/09/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  MONTAGEM DE CARGAS POR VEICULO: OS EMBARQUES DE
      *==                 CADA TRANSPORTADORA SAO ARRUMADOS, POR ZONA,
      *==                 EM CARGAS NUMERADAS CONFORME O PESO MAXIMO E A
      *==                 CAPACIDADE CUBICA DOS VEICULOS CADASTRADOS EM
      *==                 TRANSP-VEICULOS (MAIOR EMBARQUE PRIMEIRO, NA
      *==                 PRIMEIRA CARGA EM QUE COUBER; CADA CARGA FICA
      *==                 NO MENOR VEICULO QUE A COMPORTA). UMA FOLHA
      *==                 DE CARREGAMENTO POR VEICULO COM A OCUPACAO EM
      *==                 PESO E VOLUME E A ASSINATURA DO MOTORISTA.
      *==                 EMBARQUE QUE NAO CABE EM NENHUM VEICULO DA
      *==                 TRANSPORTADORA SAI DESTACADO (RC 4);
      *==                 TRANSPORTADORA SEM VEICULO CADASTRADO SAI COMO
      *==                 ANTES, NUMA LISTA UNICA.
      *== 15/10/2026 FA  TRANSFERENCIA POR HUB: EMBARQUE COM ROTA DE
      *==                 VARIOS TRECHOS (FRETE-TRECHOS, LEIAUTE
      *==                 FRETE-TRECHO, NA ORDEM DE SEQUENCIA DA
      *==                 FRETE-SAIDA) ENTRA NO ROMANEIO DA FILIAL ONDE
      *==                 CADA TRECHO CARREGA, COM A TRANSPORTADORA DO
      *==                 TRECHO. TRECHO QUE TERMINA EM HUB SAI NUMA
      *==                 CARGA DE TRANSFERENCIA PARA O HUB, E NO HUB O
      *==                 EMBARQUE RECEBIDO EM TRANSFERENCIA APARECE COM
      *==                 A FILIAL DE ORIGEM. SEM FRETE-TRECHOS, TUDO
      *==                 COMO ANTES.
      *== 15/10/2026 FA  PRODUTOS PERIGOSOS: EMBARQUE COM NUMERO ONU
      *==                 (FRETE-SAIDA VERSAO 08) SAI, EM CADA TRECHO,
      *==                 COM OS DADOS DA FICHA DE EMERGENCIA DA TABELA
      *==                 PRODUTOS-PERIGOSOS: NOME APROPRIADO, CLASSE,
      *==                 NUMERO DE RISCO, GRUPO DE EMBALAGEM, TELEFONE
      *==                 DE EMERGENCIA E PROVIDENCIAS. ONU SEM FICHA NA
      *==                 TABELA SAI DESTACADO (RC 4).
      *== 15/10/2026 FA  O ROMANEIO DE CADA FILIAL E REGISTRADO NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 COM A FILIAL, PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS; O TEXTO DA FILIAL E
      *==                 COPIADO EM ROMANEIO-REGISTRO, PORQUE A FILA DE
      *==                 IMPRESSAO ACUMULA OUTRAS FILIAIS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO DYNAMIC WRK-NOME-ROMANEIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ROM.
           SELECT TRANSP-VEICULOS ASSIGN TO "TRANSP-VEICULOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VEICULOS.
           SELECT FRETE-TRECHOS ASSIGN TO "FRETE-TRECHOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRECHOS.
           SELECT PRODUTOS-PERIGOSOS ASSIGN TO "PRODUTOS-PERIGOSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIGOSOS.
           SELECT ROMANEIO-REGISTRO ASSIGN TO "ROMANEIO-REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       01  REG-FILIAL.
           COPY FILIAL-REG.

       FD  TRANSP-VEICULOS.
       01  REG-VEICULO.
           COPY VEICULO-REG.

       FD  FRETE-TRECHOS.
       01  REG-FRETE-TRECHO.
           COPY FRETE-TRECHO.

       FD  PRODUTOS-PERIGOSOS.
       01  REG-PERIGOSO.
           COPY PERIGOSO-REG.

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-FILIAL          PIC X(05).
           05 SORT-TRANSPORTADORA  PIC X(04).
           05 SORT-HUB             PIC X(05).
           05 SORT-SEQ             PIC 9(07).
           05 SORT-CLIENTE         PIC 9(05).
           05 SORT-PRODUTO         PIC X(30).
           05 SORT-VOLUME          PIC 9(05)V999.
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-BASE-PESO       PIC X(01).
           05 SORT-ZONA-ENTREGA    PIC X(04).
           05 SORT-ORIGEM          PIC X(05).
           05 SORT-ORDEM           PIC 9(01).
           05 SORT-ONU             PIC 9(04).

       FD  ROMANEIO.
       01  REG-ROMANEIO            PIC X(132).

       FD  ROMANEIO-REGISTRO.
       01  REG-ROMANEIO-REGISTRO   PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-SAIDA PIC X(02)            VALUE SPACE.
       77  WRK-VOLUME-ED    PIC ZZ.ZZ9,999.
       77  WRK-VALOR-ED     COPY CURRENCY-ED.
       77  WRK-FLAG-CUBADO  PIC X(08)            VALUE SPACE.
      *====================== VEICULOS DAS TRANSPORTADORAS ===============
       77  WRK-STATUS-VEICULOS PIC X(02)         VALUE SPACE.
       77  WRK-FIM-VEICULOS PIC X(01)            VALUE "N".
       77  WRK-QTD-VEICULOS PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-VEICULO  PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-VEI-TRANSP PIC 9(03)          VALUE ZERO.
       01  TAB-VEICULOS.
           05 VEICULO-ITEM OCCURS 200 TIMES
                           INDEXED BY IDX-VEICULO.
              10 VEI-TRANSPORTADORA PIC X(04).
              10 VEI-TIPO        PIC X(06).
              10 VEI-DESCRICAO   PIC X(20).
              10 VEI-PESO-MAX    PIC 9(07)V99.
              10 VEI-VOLUME-MAX  PIC 9(05)V999.
      *====================== EMBARQUES DA ZONA ==========================
       77  WRK-ZONA-ATUAL   PIC X(04)            VALUE SPACE.
       77  WRK-TEM-ZONA     PIC X(01)            VALUE "N".
       77  WRK-QTD-ZONA     PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-EMB      PIC 9(03)            VALUE ZERO.
       01  TAB-ZONA.
           05 ZONA-ITEM OCCURS 500 TIMES
                           INDEXED BY IDX-ZONA.
              10 ZEM-SEQ         PIC 9(07).
              10 ZEM-CLIENTE     PIC 9(05).
              10 ZEM-PRODUTO     PIC X(30).
              10 ZEM-PESO        PIC 9(07)V99.
              10 ZEM-VOLUME      PIC 9(05)V999.
              10 ZEM-VALOR       PIC 9(09)V99.
              10 ZEM-BASE-PESO   PIC X(01).
              10 ZEM-CARGA       PIC 9(03).
              10 ZEM-ZONA        PIC X(04).
              10 ZEM-ORIGEM      PIC X(05).
              10 ZEM-ORDEM       PIC 9(01).
              10 ZEM-ONU         PIC 9(04).
      *====================== CARGAS (VEICULOS) DA ZONA ==================
       77  WRK-QTD-CARGAS   PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-CARGA    PIC 9(03)            VALUE ZERO.
       77  WRK-NUM-CARGA    PIC 9(03)            VALUE ZERO.
       01  TAB-CARGAS.
           05 CARGA-ITEM OCCURS 500 TIMES
                           INDEXED BY IDX-CARGA.
              10 CAR-VEICULO     PIC 9(03).
              10 CAR-PESO        PIC 9(09)V99.
              10 CAR-VOLUME      PIC 9(07)V999.
       77  WRK-TESTE-PESO   PIC 9(09)V99         VALUE ZERO.
       77  WRK-TESTE-VOLUME PIC 9(07)V999        VALUE ZERO.
       77  WRK-TESTE-VEICULO PIC 9(03)           VALUE ZERO.
       77  WRK-VEICULO-ESCOLHIDO PIC 9(03)       VALUE ZERO.
       77  WRK-CABE         PIC X(01)            VALUE "N".
           88 CABE-NO-VEICULO                    VALUE "S".
       77  WRK-TEM-EXCEDE   PIC X(01)            VALUE "N".
       77  WRK-QTD-EXCEDE   PIC 9(05)            VALUE ZERO.
       77  WRK-PERC-OCUPACAO PIC 9(03)V9         VALUE ZERO.
       77  WRK-CARGA-ED     PIC ZZ9.
       77  WRK-PERC-PESO-ED PIC ZZ9,9.
       77  WRK-PERC-VOL-ED  PIC ZZ9,9.
       77  WRK-CAP-PESO-ED  PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-CAP-VOLUME-ED PIC ZZ.ZZ9,999.
       77  WRK-TEXTO-VOLUME PIC X(10)            VALUE SPACE.
       77  WRK-TEXTO-VEICULOS PIC X(13)          VALUE SPACE.
      *====================== TRECHOS DE TRANSFERENCIA (HUB) =============
       77  WRK-STATUS-TRECHOS PIC X(02)          VALUE SPACE.
       77  WRK-FIM-TRECHOS  PIC X(01)            VALUE "N".
           88 FIM-DOS-TRECHOS                    VALUE "S".
       77  WRK-HUB-ATUAL    PIC X(05)            VALUE SPACE.
       77  WRK-TEXTO-DESTINO PIC X(30)           VALUE SPACE.
       77  WRK-QTD-TRANSFER PIC 9(05)            VALUE ZERO.
      *====================== PRODUTOS PERIGOSOS (ONU) ===================
       77  WRK-STATUS-PERIGOSOS PIC X(02)        VALUE SPACE.
       77  WRK-FIM-PERIGOSOS PIC X(01)           VALUE "N".
       77  WRK-QTD-PERIGOSOS PIC 9(03)           VALUE ZERO.
       77  WRK-IDX-PERIGOSO PIC 9(03)            VALUE ZERO.
       77  WRK-ACHOU-FICHA  PIC 9(03)            VALUE ZERO.
       77  WRK-QTD-SEM-FICHA PIC 9(05)           VALUE ZERO.
       01  TAB-PERIGOSOS.
           05 PERIGOSO-ITEM OCCURS 500 TIMES
                             INDEXED BY IDX-PERIGOSO.
              10 PERIG-ONU        PIC 9(04).
              10 PERIG-CLASSE     PIC X(04).
              10 PERIG-RISCO      PIC X(04).
              10 PERIG-GRUPO-EMB  PIC X(03).
              10 PERIG-NOME       PIC X(40).
              10 PERIG-TELEFONE   PIC X(15).
              10 PERIG-PROVIDENCIA PIC X(40).

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0008-CARREGA-FILIAIS
           PERFORM 0009-CARREGA-VEICULOS
           PERFORM 0022-CARREGA-PERIGOSOS

      *    DENTRO DA ZONA OS EMBARQUES VEM DO MAIS PESADO PARA O MAIS
      *    LEVE, ORDEM EM QUE A MONTAGEM DAS CARGAS OS ACOMODA.
           SORT WRK-SORT
               ASCENDING KEY SORT-FILIAL SORT-TRANSPORTADORA
                             SORT-HUB SORT-ZONA
               DESCENDING KEY SORT-PESO
               ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE 0001-SELECIONA
               OUTPUT PROCEDURE 0002-IMPRIME

             PERFORM 0005-FECHA-TRANSPORTADORA
           END-IF
           IF WRK-TEM-FILIAL EQUAL "S"
             PERFORM 0025-FECHA-ROMANEIO-FILIAL
           END-IF

           IF WRK-QTD-EXCEDE GREATER ZERO
             DISPLAY "EMBARQUES ACIMA DA CAPACIDADE DOS VEICULOS: "
                     WRK-QTD-EXCEDE
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WRK-QTD-SEM-FICHA GREATER ZERO
             DISPLAY "PRODUTOS PERIGOSOS SEM FICHA DE EMERGENCIA: "
                     WRK-QTD-SEM-FICHA
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
             DISPLAY "FRETE-SAIDA INEXISTENTE, ROMANEIO VAZIO"
             MOVE "S" TO WRK-FIM-SAIDA
           END-IF
      *    FRETE-TRECHOS VEM NA MESMA ORDEM DE SEQUENCIA DA
      *    FRETE-SAIDA: OS DOIS SAO LIDOS EM PARALELO (BALANCE LINE).
           OPEN INPUT FRETE-TRECHOS
           IF WRK-STATUS-TRECHOS EQUAL "35"
             MOVE "S" TO WRK-FIM-TRECHOS
           ELSE
             PERFORM 0019-LE-TRECHO
           END-IF
           PERFORM UNTIL WRK-FIM-SAIDA EQUAL "S"
             READ FRETE-SAIDA
               AT END
                   MOVE SAIDA-H-DATA TO WRK-DATA-EMBARQUE
                 END-IF
                 IF SAIDA-REGISTRO EQUAL "D"
                   PERFORM UNTIL FIM-DOS-TRECHOS
                              OR TRECHO-SEQ NOT LESS SAIDA-SEQ
                     PERFORM 0019-LE-TRECHO
                   END-PERFORM
                   IF NOT FIM-DOS-TRECHOS
                     AND TRECHO-SEQ EQUAL SAIDA-SEQ
                     PERFORM 0020-SELECIONA-TRECHOS
                   ELSE
                     IF SAIDA-TIPO NOT EQUAL "E"
                       AND SAIDA-TRANSPORTADORA NOT EQUAL SPACE
                       PERFORM 0021-MONTA-SORT
                       MOVE SAIDA-FILIAL  TO SORT-FILIAL
                       MOVE SAIDA-TRANSPORTADORA
                         TO SORT-TRANSPORTADORA
                       MOVE SAIDA-ZONA    TO SORT-ZONA
                       RELEASE REG-SORT
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-SAIDA NOT EQUAL "35"
             CLOSE FRETE-SAIDA
           END-IF
           IF WRK-STATUS-TRECHOS NOT EQUAL "35"
             CLOSE FRETE-TRECHOS
           END-IF
           IF WRK-QTD-TRANSFER GREATER ZERO
             DISPLAY "TRECHOS DE EMBARQUES COM TRANSFERENCIA POR HUB: "
                     WRK-QTD-TRANSFER
           END-IF.

       0002-IMPRIME SECTION.
               MOVE "N" TO WRK-TEM-GRUPO
             END-IF
             IF WRK-TEM-FILIAL EQUAL "S"
               PERFORM 0025-FECHA-ROMANEIO-FILIAL
             END-IF
             MOVE SORT-FILIAL TO WRK-FILIAL-ATUAL
             PERFORM 0006-ABRE-ROMANEIO-FILIAL
             MOVE ZERO TO WRK-TOT-PESO
             MOVE ZERO TO WRK-TOT-VOLUME
             MOVE ZERO TO WRK-TOT-VALOR
             MOVE ZERO TO WRK-NUM-CARGA
             MOVE SPACE TO WRK-LINHA-REL
             STRING "ROMANEIO FILIAL " DELIMITED BY SIZE
                    WRK-FILIAL-ATUAL   DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
             PERFORM 0017-CONTA-VEICULOS-TRANSP
           END-IF

      *    TRECHO QUE TERMINA EM HUB VEM COM A ZONA EM BRANCO: AS
      *    CARGAS DE TRANSFERENCIA SAO MONTADAS POR HUB DE DESTINO.
           IF SORT-ZONA NOT EQUAL WRK-ZONA-ATUAL
             OR SORT-HUB NOT EQUAL WRK-HUB-ATUAL
             OR WRK-TEM-ZONA EQUAL "N"
             IF WRK-TEM-ZONA EQUAL "S"
               PERFORM 0010-FECHA-ZONA
             END-IF
             MOVE SORT-ZONA TO WRK-ZONA-ATUAL
             MOVE SORT-HUB  TO WRK-HUB-ATUAL
             MOVE "S" TO WRK-TEM-ZONA
             MOVE SPACE TO WRK-TEXTO-DESTINO
             IF WRK-HUB-ATUAL EQUAL SPACE
               STRING "ZONA "        DELIMITED BY SIZE
                      WRK-ZONA-ATUAL DELIMITED BY SIZE
                 INTO WRK-TEXTO-DESTINO
               END-STRING
             ELSE
               STRING "TRANSFERENCIA PARA O HUB " DELIMITED BY SIZE
                      WRK-HUB-ATUAL  DELIMITED BY SIZE
                 INTO WRK-TEXTO-DESTINO
               END-STRING
             END-IF
           END-IF

      *    ZONA COM MAIS EMBARQUES QUE A TABELA E MONTADA EM LOTES:
      *    O QUE JA FOI CARREGADO SAI EM CARGAS E A TABELA RECOMECA.
           IF WRK-QTD-ZONA NOT LESS 500
             DISPLAY "TAB-ZONA CHEIA, " WRK-TEXTO-DESTINO
                     " DA TRANSPORTADORA " WRK-TRANSP-ATUAL
                     " MONTADA EM MAIS DE UM LOTE"
             PERFORM 0010-FECHA-ZONA
           END-IF

           ADD 1 TO WRK-QTD-ZONA
           MOVE SORT-SEQ       TO ZEM-SEQ(WRK-QTD-ZONA)
           MOVE SORT-CLIENTE   TO ZEM-CLIENTE(WRK-QTD-ZONA)
           MOVE SORT-PRODUTO   TO ZEM-PRODUTO(WRK-QTD-ZONA)
           MOVE SORT-PESO      TO ZEM-PESO(WRK-QTD-ZONA)
           MOVE SORT-VOLUME    TO ZEM-VOLUME(WRK-QTD-ZONA)
           MOVE SORT-VALOR     TO ZEM-VALOR(WRK-QTD-ZONA)
           MOVE SORT-BASE-PESO TO ZEM-BASE-PESO(WRK-QTD-ZONA)
           MOVE ZERO           TO ZEM-CARGA(WRK-QTD-ZONA)
           MOVE SORT-ZONA-ENTREGA TO ZEM-ZONA(WRK-QTD-ZONA)
           MOVE SORT-ORIGEM    TO ZEM-ORIGEM(WRK-QTD-ZONA)
           MOVE SORT-ORDEM     TO ZEM-ORDEM(WRK-QTD-ZONA)
           MOVE SORT-ONU       TO ZEM-ONU(WRK-QTD-ZONA)

           ADD 1           TO WRK-QTD-EMBARQUES
           ADD SORT-PESO   TO WRK-TOT-PESO
           ADD SORT-VOLUME TO WRK-TOT-VOLUME
           ADD SORT-VALOR  TO WRK-TOT-VALOR.

       0005-FECHA-TRANSPORTADORA SECTION.

           IF WRK-TEM-ZONA EQUAL "S"
             PERFORM 0010-FECHA-ZONA
             MOVE "N" TO WRK-TEM-ZONA
           END-IF

           MOVE WRK-QTD-EMBARQUES TO WRK-QTD-ED
           MOVE WRK-TOT-PESO      TO WRK-PESO-ED
           MOVE WRK-TOT-VOLUME    TO WRK-VOLUME-ED
           MOVE WRK-TOT-VALOR     TO WRK-VALOR-ED
           MOVE SPACE TO WRK-TEXTO-VEICULOS
           IF WRK-QTD-VEI-TRANSP GREATER ZERO
             MOVE WRK-NUM-CARGA TO WRK-CARGA-ED
             STRING " VEICULOS " DELIMITED BY SIZE
                    WRK-CARGA-ED DELIMITED BY SIZE
               INTO WRK-TEXTO-VEICULOS
             END-STRING
           END-IF
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  TOTAIS: EMBARQUES " DELIMITED BY SIZE
                  WRK-QTD-ED     DELIMITED BY SIZE
                  WRK-VOLUME-ED  DELIMITED BY SIZE
                  " MERCADORIA " DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
                  WRK-TEXTO-VEICULOS DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA

      *    COM CARGAS MONTADAS A ASSINATURA VAI EM CADA FOLHA DE
      *    VEICULO; SEM VEICULO CADASTRADO FICA NA LISTA UNICA.
           IF WRK-QTD-VEI-TRANSP EQUAL ZERO
             MOVE "  MOTORISTA: ________________________  DATA: __/__/"
               TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
           END-IF
           MOVE SPACE TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA.

       0006-ABRE-ROMANEIO-FILIAL SECTION.

           IF WRK-STATUS-ROM EQUAL "35"
             OPEN OUTPUT ROMANEIO
           END-IF
           OPEN OUTPUT ROMANEIO-REGISTRO
           MOVE SPACE TO WRK-LINHA-REL
           STRING "ROMANEIO DIARIO DE CARREGAMENTO - FILIAL "
                    DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA.

       0007-RESOLVE-FILA SECTION.

             CLOSE FILIAIS
           END-IF.

       0009-CARREGA-VEICULOS SECTION.

           OPEN INPUT TRANSP-VEICULOS
           IF WRK-STATUS-VEICULOS EQUAL "35"
             DISPLAY "TRANSP-VEICULOS INEXISTENTE, ROMANEIO SEM "
                     "MONTAGEM DE CARGAS"
           ELSE
             PERFORM UNTIL WRK-FIM-VEICULOS EQUAL "S"
               READ TRANSP-VEICULOS
                 AT END
                   MOVE "S" TO WRK-FIM-VEICULOS
                 NOT AT END
                   IF VEI-PESO-MAX-REG NOT NUMERIC
                     OR VEI-PESO-MAX-REG EQUAL ZERO
                     DISPLAY "VEICULO " VEI-TIPO-REG
                             " DA TRANSPORTADORA "
                             VEI-TRANSPORTADORA-REG
                             " SEM PESO MAXIMO, DESCARTADO"
                   ELSE
                     IF WRK-QTD-VEICULOS NOT LESS 200
                       DISPLAY "TAB-VEICULOS CHEIA, VEICULOS "
                               "RESTANTES NAO CARREGADOS"
                       MOVE "S" TO WRK-FIM-VEICULOS
                     ELSE
                       ADD 1 TO WRK-QTD-VEICULOS
                       MOVE VEI-TRANSPORTADORA-REG
                         TO VEI-TRANSPORTADORA(WRK-QTD-VEICULOS)
                       MOVE VEI-TIPO-REG
                         TO VEI-TIPO(WRK-QTD-VEICULOS)
                       MOVE VEI-DESCRICAO-REG
                         TO VEI-DESCRICAO(WRK-QTD-VEICULOS)
                       MOVE VEI-PESO-MAX-REG
                         TO VEI-PESO-MAX(WRK-QTD-VEICULOS)
                       IF VEI-VOLUME-MAX-REG NUMERIC
                         MOVE VEI-VOLUME-MAX-REG
                           TO VEI-VOLUME-MAX(WRK-QTD-VEICULOS)
                       ELSE
                         MOVE ZERO
                           TO VEI-VOLUME-MAX(WRK-QTD-VEICULOS)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSP-VEICULOS
           END-IF.

       0010-FECHA-ZONA SECTION.

      *    SEM VEICULO CADASTRADO A TRANSPORTADORA SAI COMO SEMPRE
      *    SAIU: OS EMBARQUES EM LISTA UNICA, SEM MONTAGEM DE CARGAS.
           IF WRK-QTD-VEI-TRANSP EQUAL ZERO
             IF WRK-HUB-ATUAL NOT EQUAL SPACE
               MOVE SPACE TO WRK-LINHA-REL
               STRING "  "              DELIMITED BY SIZE
                      WRK-TEXTO-DESTINO DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               MOVE WRK-LINHA-REL TO REG-ROMANEIO
               PERFORM 0024-GRAVA-LINHA
             END-IF
             PERFORM VARYING WRK-IDX-EMB FROM 1 BY 1
                       UNTIL WRK-IDX-EMB > WRK-QTD-ZONA
               PERFORM 0015-IMPRIME-EMBARQUE
             END-PERFORM
           ELSE
             PERFORM 0011-MONTA-CARGAS
             PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                       UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
               PERFORM 0013-REDUZ-VEICULO
               PERFORM 0014-IMPRIME-CARGA
             END-PERFORM
             PERFORM 0016-IMPRIME-EXCEDENTES
           END-IF
           MOVE ZERO TO WRK-QTD-ZONA.

       0011-MONTA-CARGAS SECTION.

      *    OS EMBARQUES VEM DO MAIS PESADO PARA O MAIS LEVE; CADA UM
      *    VAI PARA A PRIMEIRA CARGA ABERTA EM QUE AINDA CABE EM PESO
      *    E VOLUME. NAO CABENDO EM NENHUMA, ABRE NOVA CARGA NO MAIOR
      *    VEICULO DA TRANSPORTADORA QUE O COMPORTA; SE NENHUM
      *    VEICULO O COMPORTA, FICA SEM CARGA (ZEM-CARGA = ZERO).
           MOVE ZERO TO WRK-QTD-CARGAS
           PERFORM VARYING WRK-IDX-EMB FROM 1 BY 1
                     UNTIL WRK-IDX-EMB > WRK-QTD-ZONA
             MOVE ZERO TO ZEM-CARGA(WRK-IDX-EMB)
             PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                       UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
               COMPUTE WRK-TESTE-PESO = CAR-PESO(WRK-IDX-CARGA)
                                      + ZEM-PESO(WRK-IDX-EMB)
               COMPUTE WRK-TESTE-VOLUME = CAR-VOLUME(WRK-IDX-CARGA)
                                        + ZEM-VOLUME(WRK-IDX-EMB)
               MOVE CAR-VEICULO(WRK-IDX-CARGA) TO WRK-TESTE-VEICULO
               PERFORM 0018-TESTA-CAPACIDADE
               IF CABE-NO-VEICULO
                 MOVE WRK-IDX-CARGA    TO ZEM-CARGA(WRK-IDX-EMB)
                 MOVE WRK-TESTE-PESO   TO CAR-PESO(WRK-IDX-CARGA)
                 MOVE WRK-TESTE-VOLUME TO CAR-VOLUME(WRK-IDX-CARGA)
                 MOVE WRK-QTD-CARGAS   TO WRK-IDX-CARGA
               END-IF
             END-PERFORM
             IF ZEM-CARGA(WRK-IDX-EMB) EQUAL ZERO
               PERFORM 0012-ESCOLHE-VEICULO
               IF WRK-VEICULO-ESCOLHIDO GREATER ZERO
                 ADD 1 TO WRK-QTD-CARGAS
                 MOVE WRK-VEICULO-ESCOLHIDO
                   TO CAR-VEICULO(WRK-QTD-CARGAS)
                 MOVE ZEM-PESO(WRK-IDX-EMB)
                   TO CAR-PESO(WRK-QTD-CARGAS)
                 MOVE ZEM-VOLUME(WRK-IDX-EMB)
                   TO CAR-VOLUME(WRK-QTD-CARGAS)
                 MOVE WRK-QTD-CARGAS TO ZEM-CARGA(WRK-IDX-EMB)
               END-IF
             END-IF
           END-PERFORM.

       0012-ESCOLHE-VEICULO SECTION.

      *    MAIOR VEICULO (EM PESO MAXIMO) DA TRANSPORTADORA EM QUE O
      *    EMBARQUE CABE SOZINHO; ZERO QUANDO NENHUM O COMPORTA.
           MOVE ZERO TO WRK-VEICULO-ESCOLHIDO
           MOVE ZEM-PESO(WRK-IDX-EMB)   TO WRK-TESTE-PESO
           MOVE ZEM-VOLUME(WRK-IDX-EMB) TO WRK-TESTE-VOLUME
           PERFORM VARYING WRK-TESTE-VEICULO FROM 1 BY 1
                     UNTIL WRK-TESTE-VEICULO > WRK-QTD-VEICULOS
             IF VEI-TRANSPORTADORA(WRK-TESTE-VEICULO)
                  EQUAL WRK-TRANSP-ATUAL
               PERFORM 0018-TESTA-CAPACIDADE
               IF CABE-NO-VEICULO
                 IF WRK-VEICULO-ESCOLHIDO EQUAL ZERO
                   MOVE WRK-TESTE-VEICULO TO WRK-VEICULO-ESCOLHIDO
                 ELSE
                   IF VEI-PESO-MAX(WRK-TESTE-VEICULO) GREATER
                      VEI-PESO-MAX(WRK-VEICULO-ESCOLHIDO)
                     MOVE WRK-TESTE-VEICULO TO WRK-VEICULO-ESCOLHIDO
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       0013-REDUZ-VEICULO SECTION.

      *    FECHADA A MONTAGEM, A CARGA PASSA PARA O MENOR VEICULO DA
      *    TRANSPORTADORA QUE AINDA COMPORTA O SEU PESO E VOLUME, PARA
      *    A EXPEDICAO NAO CHAMAR CAMINHAO MAIOR QUE O NECESSARIO.
           MOVE CAR-VEICULO(WRK-IDX-CARGA) TO WRK-VEICULO-ESCOLHIDO
           MOVE CAR-PESO(WRK-IDX-CARGA)    TO WRK-TESTE-PESO
           MOVE CAR-VOLUME(WRK-IDX-CARGA)  TO WRK-TESTE-VOLUME
           PERFORM VARYING WRK-TESTE-VEICULO FROM 1 BY 1
                     UNTIL WRK-TESTE-VEICULO > WRK-QTD-VEICULOS
             IF VEI-TRANSPORTADORA(WRK-TESTE-VEICULO)
                  EQUAL WRK-TRANSP-ATUAL
               PERFORM 0018-TESTA-CAPACIDADE
               IF CABE-NO-VEICULO
                 AND VEI-PESO-MAX(WRK-TESTE-VEICULO) LESS
                     VEI-PESO-MAX(WRK-VEICULO-ESCOLHIDO)
                 MOVE WRK-TESTE-VEICULO TO WRK-VEICULO-ESCOLHIDO
               END-IF
             END-IF
           END-PERFORM
           MOVE WRK-VEICULO-ESCOLHIDO TO CAR-VEICULO(WRK-IDX-CARGA).

       0014-IMPRIME-CARGA SECTION.

           ADD 1 TO WRK-NUM-CARGA
           MOVE CAR-VEICULO(WRK-IDX-CARGA) TO WRK-IDX-VEICULO
           MOVE WRK-NUM-CARGA TO WRK-CARGA-ED
           MOVE VEI-PESO-MAX(WRK-IDX-VEICULO)   TO WRK-CAP-PESO-ED
           MOVE VEI-VOLUME-MAX(WRK-IDX-VEICULO) TO WRK-CAP-VOLUME-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "  CARGA "     DELIMITED BY SIZE
                  WRK-CARGA-ED   DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  WRK-TEXTO-DESTINO DELIMITED BY "  "
                  " - VEICULO "  DELIMITED BY SIZE
                  VEI-TIPO(WRK-IDX-VEICULO)      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  VEI-DESCRICAO(WRK-IDX-VEICULO) DELIMITED BY SIZE
                  " CAPACIDADE PESO " DELIMITED BY SIZE
                  WRK-CAP-PESO-ED    DELIMITED BY SIZE
                  " VOLUME M3 "      DELIMITED BY SIZE
                  WRK-CAP-VOLUME-ED  DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA

           PERFORM VARYING WRK-IDX-EMB FROM 1 BY 1
                     UNTIL WRK-IDX-EMB > WRK-QTD-ZONA
             IF ZEM-CARGA(WRK-IDX-EMB) EQUAL WRK-IDX-CARGA
               PERFORM 0015-IMPRIME-EMBARQUE
             END-IF
           END-PERFORM

           COMPUTE WRK-PERC-OCUPACAO ROUNDED =
                   CAR-PESO(WRK-IDX-CARGA) * 100
                 / VEI-PESO-MAX(WRK-IDX-VEICULO)
           MOVE WRK-PERC-OCUPACAO TO WRK-PERC-PESO-ED
           IF VEI-VOLUME-MAX(WRK-IDX-VEICULO) GREATER ZERO
             COMPUTE WRK-PERC-OCUPACAO ROUNDED =
                     CAR-VOLUME(WRK-IDX-CARGA) * 100
                   / VEI-VOLUME-MAX(WRK-IDX-VEICULO)
             MOVE WRK-PERC-OCUPACAO TO WRK-PERC-VOL-ED
             MOVE SPACE TO WRK-TEXTO-VOLUME
             STRING "(" DELIMITED BY SIZE
                    WRK-PERC-VOL-ED DELIMITED BY SIZE
                    "%)"            DELIMITED BY SIZE
               INTO WRK-TEXTO-VOLUME
             END-STRING
           ELSE
             MOVE "SEM LIMITE" TO WRK-TEXTO-VOLUME
           END-IF
           MOVE CAR-PESO(WRK-IDX-CARGA)   TO WRK-PESO-ED
           MOVE CAR-VOLUME(WRK-IDX-CARGA) TO WRK-VOLUME-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "    OCUPACAO: PESO " DELIMITED BY SIZE
                  WRK-PESO-ED      DELIMITED BY SIZE
                  " ("             DELIMITED BY SIZE
                  WRK-PERC-PESO-ED DELIMITED BY SIZE
                  "%) VOLUME M3 "  DELIMITED BY SIZE
                  WRK-VOLUME-ED    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-TEXTO-VOLUME DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA

           MOVE "    MOTORISTA: ________________________  DATA: __/__/"
             TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA
           MOVE SPACE TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA.

       0015-IMPRIME-EMBARQUE SECTION.

           IF ZEM-BASE-PESO(WRK-IDX-EMB) EQUAL "C"
             MOVE "(CUBADO)" TO WRK-FLAG-CUBADO
           ELSE
             MOVE SPACE TO WRK-FLAG-CUBADO
           END-IF
           MOVE ZEM-PESO(WRK-IDX-EMB)   TO WRK-PESO-ED
           MOVE ZEM-VOLUME(WRK-IDX-EMB) TO WRK-VOLUME-ED
           MOVE ZEM-VALOR(WRK-IDX-EMB)  TO WRK-VALOR-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "    " DELIMITED BY SIZE
                  ZEM-SEQ(WRK-IDX-EMB)     DELIMITED BY SIZE
                  " CLIENTE "              DELIMITED BY SIZE
                  ZEM-CLIENTE(WRK-IDX-EMB) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ZEM-PRODUTO(WRK-IDX-EMB) DELIMITED BY SIZE
                  " ZONA "       DELIMITED BY SIZE
                  ZEM-ZONA(WRK-IDX-EMB) DELIMITED BY SIZE
                  " PESO "       DELIMITED BY SIZE
                  WRK-PESO-ED    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-FLAG-CUBADO DELIMITED BY SIZE
                  " M3 "         DELIMITED BY SIZE
                  WRK-VOLUME-ED  DELIMITED BY SIZE
                  " VALOR "      DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-ROMANEIO
           PERFORM 0024-GRAVA-LINHA
      *    NO HUB, O EMBARQUE RECEBIDO EM TRANSFERENCIA LEVA A FILIAL
      *    DE ORIGEM PARA A CONFERENCIA DA CARGA QUE CHEGOU.
           IF ZEM-ORDEM(WRK-IDX-EMB) GREATER 1
             MOVE ZEM-ORDEM(WRK-IDX-EMB) TO WRK-CARGA-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "      RECEBIDO EM TRANSFERENCIA - ORIGEM FILIAL "
                      DELIMITED BY SIZE
                    ZEM-ORIGEM(WRK-IDX-EMB) DELIMITED BY SIZE
                    " - TRECHO "  DELIMITED BY SIZE
                    WRK-CARGA-ED  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
           END-IF
           IF ZEM-ONU(WRK-IDX-EMB) GREATER ZERO
             PERFORM 0023-IMPRIME-FICHA-EMERGENCIA
           END-IF.

       0016-IMPRIME-EXCEDENTES SECTION.

      *    EMBARQUE MAIOR QUE QUALQUER VEICULO DA TRANSPORTADORA NAO
      *    ENTRA EM CARGA: SAI DESTACADO PARA A EXPEDICAO PROVIDENCIAR
      *    VEICULO DEDICADO OU FRACIONAR A ENTREGA.
           MOVE "N" TO WRK-TEM-EXCEDE
           PERFORM VARYING WRK-IDX-EMB FROM 1 BY 1
                     UNTIL WRK-IDX-EMB > WRK-QTD-ZONA
             IF ZEM-CARGA(WRK-IDX-EMB) EQUAL ZERO
               IF WRK-TEM-EXCEDE EQUAL "N"
                 MOVE "S" TO WRK-TEM-EXCEDE
                 MOVE SPACE TO WRK-LINHA-REL
                 STRING "  *** "       DELIMITED BY SIZE
                        WRK-TEXTO-DESTINO DELIMITED BY "  "
                        ": EMBARQUE ACIMA DA CAPACIDADE DE TODOS OS "
                                       DELIMITED BY SIZE
                        "VEICULOS DA TRANSPORTADORA ***"
                                       DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 MOVE WRK-LINHA-REL TO REG-ROMANEIO
                 PERFORM 0024-GRAVA-LINHA
               END-IF
               ADD 1 TO WRK-QTD-EXCEDE
               PERFORM 0015-IMPRIME-EMBARQUE
             END-IF
           END-PERFORM
           IF WRK-TEM-EXCEDE EQUAL "S"
             MOVE SPACE TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
           END-IF.

       0017-CONTA-VEICULOS-TRANSP SECTION.

           MOVE ZERO TO WRK-QTD-VEI-TRANSP
           PERFORM VARYING WRK-IDX-VEICULO FROM 1 BY 1
                     UNTIL WRK-IDX-VEICULO > WRK-QTD-VEICULOS
             IF VEI-TRANSPORTADORA(WRK-IDX-VEICULO)
                  EQUAL WRK-TRANSP-ATUAL
               ADD 1 TO WRK-QTD-VEI-TRANSP
             END-IF
           END-PERFORM
           IF WRK-QTD-VEI-TRANSP EQUAL ZERO
             MOVE SPACE TO WRK-LINHA-REL
             STRING "  (TRANSPORTADORA SEM VEICULO EM TRANSP-VEICULOS"
                      DELIMITED BY SIZE
                    " - SEM MONTAGEM DE CARGAS)" DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
           END-IF.

       0018-TESTA-CAPACIDADE SECTION.

      *    WRK-TESTE-PESO / WRK-TESTE-VOLUME CABEM NO VEICULO
      *    WRK-TESTE-VEICULO? VOLUME MAXIMO ZERO NAO LIMITA.
           MOVE "N" TO WRK-CABE
           IF WRK-TESTE-PESO NOT GREATER
                VEI-PESO-MAX(WRK-TESTE-VEICULO)
             IF VEI-VOLUME-MAX(WRK-TESTE-VEICULO) EQUAL ZERO
               OR WRK-TESTE-VOLUME NOT GREATER
                  VEI-VOLUME-MAX(WRK-TESTE-VEICULO)
               MOVE "S" TO WRK-CABE
             END-IF
           END-IF.

       0019-LE-TRECHO SECTION.

           READ FRETE-TRECHOS
             AT END
               MOVE "S" TO WRK-FIM-TRECHOS
           END-READ.

       0020-SELECIONA-TRECHOS SECTION.

      *    EMBARQUE COM ROTA POR HUB: UM REGISTRO DE SORT POR TRECHO,
      *    NA FILIAL ONDE O TRECHO CARREGA E COM A TRANSPORTADORA DO
      *    TRECHO. ESTORNO E TRECHO SEM TRANSPORTADORA FICAM FORA.
           PERFORM UNTIL FIM-DOS-TRECHOS
                      OR TRECHO-SEQ NOT EQUAL SAIDA-SEQ
             IF SAIDA-TIPO NOT EQUAL "E"
               AND TRECHO-TRANSPORTADORA NOT EQUAL SPACE
               PERFORM 0021-MONTA-SORT
               MOVE TRECHO-FILIAL-CARGA    TO SORT-FILIAL
               MOVE TRECHO-TRANSPORTADORA  TO SORT-TRANSPORTADORA
               MOVE TRECHO-FILIAL-DESCARGA TO SORT-HUB
               MOVE TRECHO-ORDEM           TO SORT-ORDEM
               IF TRECHO-FILIAL-DESCARGA EQUAL SPACE
                 MOVE SAIDA-ZONA TO SORT-ZONA
               ELSE
                 MOVE SPACE TO SORT-ZONA
               END-IF
               RELEASE REG-SORT
               ADD 1 TO WRK-QTD-TRANSFER
             END-IF
             PERFORM 0019-LE-TRECHO
           END-PERFORM.

       0021-MONTA-SORT SECTION.

           MOVE SPACE         TO SORT-HUB
           MOVE SAIDA-SEQ     TO SORT-SEQ
           MOVE SAIDA-CLIENTE TO SORT-CLIENTE
           MOVE SAIDA-PRODUTO TO SORT-PRODUTO
           MOVE SAIDA-ZONA    TO SORT-ZONA-ENTREGA
           MOVE SAIDA-FILIAL  TO SORT-ORIGEM
           MOVE 1             TO SORT-ORDEM
           IF SAIDA-PESO NUMERIC
             MOVE SAIDA-PESO TO SORT-PESO
           ELSE
             MOVE ZERO TO SORT-PESO
           END-IF
           IF SAIDA-VOLUME-M3 NUMERIC
             MOVE SAIDA-VOLUME-M3 TO SORT-VOLUME
           ELSE
             MOVE ZERO TO SORT-VOLUME
           END-IF
           MOVE SAIDA-VALOR-ORIGINAL TO SORT-VALOR
           MOVE SAIDA-BASE-PESO      TO SORT-BASE-PESO
           IF SAIDA-ONU NUMERIC
             MOVE SAIDA-ONU TO SORT-ONU
           ELSE
             MOVE ZERO TO SORT-ONU
           END-IF.

       0022-CARREGA-PERIGOSOS SECTION.

           OPEN INPUT PRODUTOS-PERIGOSOS
           IF WRK-STATUS-PERIGOSOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PERIGOSOS EQUAL "S"
               READ PRODUTOS-PERIGOSOS
                 AT END
                   MOVE "S" TO WRK-FIM-PERIGOSOS
                 NOT AT END
                   IF PERIG-ONU-REG NUMERIC
                     IF WRK-QTD-PERIGOSOS NOT LESS 500
                       DISPLAY "TAB-PERIGOSOS CHEIA, PRODUTOS "
                               "RESTANTES NAO CARREGADOS"
                       MOVE "S" TO WRK-FIM-PERIGOSOS
                     ELSE
                       ADD 1 TO WRK-QTD-PERIGOSOS
                       MOVE PERIG-ONU-REG
                         TO PERIG-ONU(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-CLASSE-REG
                         TO PERIG-CLASSE(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-RISCO-REG
                         TO PERIG-RISCO(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-GRUPO-EMB-REG
                         TO PERIG-GRUPO-EMB(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-NOME-REG
                         TO PERIG-NOME(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-TELEFONE-REG
                         TO PERIG-TELEFONE(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-PROVIDENCIA-REG
                         TO PERIG-PROVIDENCIA(WRK-QTD-PERIGOSOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PRODUTOS-PERIGOSOS
           END-IF.

       0023-IMPRIME-FICHA-EMERGENCIA SECTION.

      *    DADOS DA FICHA DE EMERGENCIA QUE O MOTORISTA LEVA NA CABINE
      *    PARA CADA EMBARQUE DE PRODUTO PERIGOSO DA CARGA.
           MOVE ZERO TO WRK-ACHOU-FICHA
           PERFORM VARYING WRK-IDX-PERIGOSO FROM 1 BY 1
                     UNTIL WRK-IDX-PERIGOSO > WRK-QTD-PERIGOSOS
             IF PERIG-ONU(WRK-IDX-PERIGOSO) EQUAL ZEM-ONU(WRK-IDX-EMB)
               MOVE WRK-IDX-PERIGOSO TO WRK-ACHOU-FICHA
               MOVE WRK-QTD-PERIGOSOS TO WRK-IDX-PERIGOSO
             END-IF
           END-PERFORM

           MOVE SPACE TO WRK-LINHA-REL
           IF WRK-ACHOU-FICHA EQUAL ZERO
             ADD 1 TO WRK-QTD-SEM-FICHA
             STRING "      *** PRODUTO PERIGOSO ONU " DELIMITED BY SIZE
                    ZEM-ONU(WRK-IDX-EMB) DELIMITED BY SIZE
                    " SEM FICHA DE EMERGENCIA EM PRODUTOS-PERIGOSOS ***"
                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
           ELSE
             STRING "      PRODUTO PERIGOSO ONU " DELIMITED BY SIZE
                    ZEM-ONU(WRK-IDX-EMB) DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    PERIG-NOME(WRK-ACHOU-FICHA) DELIMITED BY SIZE
                    " CLASSE "        DELIMITED BY SIZE
                    PERIG-CLASSE(WRK-ACHOU-FICHA) DELIMITED BY SIZE
                    " RISCO "         DELIMITED BY SIZE
                    PERIG-RISCO(WRK-ACHOU-FICHA) DELIMITED BY SIZE
                    " GRUPO EMB. "    DELIMITED BY SIZE
                    PERIG-GRUPO-EMB(WRK-ACHOU-FICHA) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
             MOVE SPACE TO WRK-LINHA-REL
             STRING "      FICHA DE EMERGENCIA - TELEFONE "
                      DELIMITED BY SIZE
                    PERIG-TELEFONE(WRK-ACHOU-FICHA) DELIMITED BY SIZE
                    " PROVIDENCIAS: " DELIMITED BY SIZE
                    PERIG-PROVIDENCIA(WRK-ACHOU-FICHA) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-ROMANEIO
             PERFORM 0024-GRAVA-LINHA
           END-IF.

       0024-GRAVA-LINHA SECTION.

      *    TODA LINHA DO ROMANEIO VAI PARA A FILA DE IMPRESSAO E PARA A
      *    COPIA DA FILIAL QUE SERA REGISTRADA NO REPOSITORIO.
           WRITE REG-ROMANEIO
           MOVE REG-ROMANEIO TO REG-ROMANEIO-REGISTRO
           WRITE REG-ROMANEIO-REGISTRO.

       0025-FECHA-ROMANEIO-FILIAL SECTION.

           CLOSE ROMANEIO
           CLOSE ROMANEIO-REGISTRO

      *    EMISSAO DA FILIAL REGISTRADA NO REPOSITORIO DE RELATORIOS.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "ROMANEIO"          TO RPED-JOB
           MOVE "ROMANEIO-REGISTRO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE WRK-FILIAL-ATUAL    TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO".

       END PROGRAM ROMANEIO-DIARIO.
