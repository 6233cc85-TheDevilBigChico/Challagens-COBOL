       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-CEPS.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: IMPORTACAO DA BASE DE FAIXAS DE CEP DOS CORREIOS.
      *==            O CEP-FAIXAS E MANTIDO A MAO E NINGUEM SABIA SE AS
      *==            FAIXAS AINDA BATIAM COM A BASE OFICIAL. ESTE JOB LE
      *==            O ARQUIVO DE LOCALIDADES E FAIXAS DOS CORREIOS
      *==            (CEP-CORREIOS), DA A CADA LOCALIDADE A ZONA DE
      *==            FRETE PELA TABELA CIDADE-ZONAS (LEIAUTE
      *==            CIDADE-ZONA), JUNTA AS FAIXAS CONTIGUAS DA MESMA
      *==            ZONA E GRAVA A PROPOSTA EM CEP-FAIXAS-PROPOSTA, COM
      *==            UMA COPIA DO CEP-FAIXAS ATUAL EM CEP-FAIXAS-BASE E
      *==            O CONTROLE EM CEP-PROPOSTA-CTL (LEIAUTE
      *==            CEP-PROPOSTA). O RELATORIO CEPS-DIFERENCAS LISTA,
      *==            CONTRA O CEP-FAIXAS ATUAL, AS FAIXAS NOVAS, AS DE
      *==            ZONA OU FIM ALTERADOS E AS REMOVIDAS (A FAIXA E
      *==            IDENTIFICADA PELO CEP INICIAL, COMO NA
      *==            MANUTENCAO-FRETE), ALEM DAS LOCALIDADES SEM ZONA E
      *==            DAS SOBREPOSICOES DA BASE.
      *== DATA: 15/10/2026
      *== OBS: CEP-CORREIOS: EXTRATO DO E-DNE (LOG_FAIXA_LOCALIDADE COM
      *==      LOG_LOCALIDADE), CAMPOS SEPARADOS POR "@": CODIGO DA
      *==      LOCALIDADE@UF@NOME DA LOCALIDADE@CEP INICIAL@CEP FINAL.
      *== OBS: LOCALIDADE SEM ZONA NA CIDADE-ZONAS (NEM DA CIDADE NEM DA
      *==      UF) FICA COM A ZONA DA FAIXA ATUAL QUE COBRE O CEP
      *==      INICIAL; SEM FAIXA ATUAL, FICA FORA DA PROPOSTA.
      *== OBS: NADA E APLICADO AQUI: O SUPERVISOR APROVA OU RECUSA NA
      *==      MANUTENCAO-FRETE (OPCAO 6), QUE REGRAVA O CEP-FAIXAS E
      *==      LANCA CADA DIFERENCA NO FRETE-REF-LOG. NOVA IMPORTACAO
      *==      SUBSTITUI A PROPOSTA AINDA NAO DECIDIDA.
      *== OBS: RETURN-CODE 4 COM LOCALIDADE SEM ZONA, SOBREPOSICAO OU
      *==      LINHA INVALIDA; 8 SEM A BASE, SEM A CIDADE-ZONAS, COM
      *==      O CEP-FAIXAS MAIOR QUE A TABELA OU COM A PROPOSTA ACIMA
      *==      DE 2000 FAIXAS (NESTES CASOS NAO HA PROPOSTA).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-CORREIOS ASSIGN TO "CEP-CORREIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CORREIOS.
           SELECT CIDADE-ZONAS ASSIGN TO "CIDADE-ZONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CIDADES.
           SELECT CEP-FAIXAS  ASSIGN TO "CEP-FAIXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CEPS.
           SELECT CEP-FAIXAS-PROPOSTA
               ASSIGN TO "CEP-FAIXAS-PROPOSTA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CEP-FAIXAS-BASE ASSIGN TO "CEP-FAIXAS-BASE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CEP-PROPOSTA-CTL ASSIGN TO "CEP-PROPOSTA-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
           SELECT CEPS-DIFERENCAS ASSIGN TO "CEPS-DIFERENCAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS ASSIGN TO "JOB-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JOB.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CEP-CORREIOS.
       01  REG-CEP-CORREIOS        PIC X(200).

       FD  CIDADE-ZONAS.
       01  REG-CIDADE-ZONA.
           COPY CIDADE-ZONA.

       FD  CEP-FAIXAS.
       01  REG-CEP-FAIXA.
           05 CEP-FAIXA-INI-REG    PIC 9(8).
           05 CEP-FAIXA-FIM-REG    PIC 9(8).
           05 CEP-FAIXA-ZONA-REG   PIC X(4).

       FD  CEP-FAIXAS-PROPOSTA.
       01  REG-CEP-PROPOSTA        PIC X(20).

       FD  CEP-FAIXAS-BASE.
       01  REG-CEP-BASE            PIC X(20).

       FD  CEP-PROPOSTA-CTL.
       01  REG-CEP-PROPOSTA-CTL.
           COPY CEP-PROPOSTA.

       FD  CEPS-DIFERENCAS.
       01  REG-CEPS-DIFERENCAS     PIC X(132).

       FD  JOB-STATUS.
       01  REG-JOB-STATUS.
           COPY JOB-STAT.

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       SD  WRK-SORT.
       01  REG-SORT.
           05 SORT-INI             PIC 9(08).
           05 SORT-FIM             PIC 9(08).
           05 SORT-ZONA            PIC X(04).
           05 SORT-UF              PIC X(02).
           05 SORT-LOCALIDADE      PIC X(40).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-CORREIOS PIC X(02)         VALUE SPACE.
       77  WRK-STATUS-CIDADES PIC X(02)          VALUE SPACE.
       77  WRK-STATUS-CEPS  PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-CTL   PIC X(02)            VALUE SPACE.
       77  WRK-STATUS-JOB   PIC X(02)            VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-HORA-SISTEMA PIC 9(08)            VALUE ZERO.
       77  WRK-RC-FINAL     PIC 9(02)            VALUE ZERO.
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-OPERADOR-CARGA PIC X(10)          VALUE "IMPORTACEP".
       77  WRK-SITUACAO-ANT PIC X(01)            VALUE SPACE.
      *====================== JOB-STATUS =================================
       77  WRK-JSTAT-TIPO   PIC X(01)            VALUE "I".
       77  WRK-JSTAT-QTD    PIC 9(07)            VALUE ZERO.
      *====================== CEP-FAIXAS ATUAL ===========================
       77  WRK-QTD-CEPS     PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-CEP      PIC 9(05)            VALUE ZERO.
       77  WRK-CEPS-TRUNC   PIC X(01)            VALUE "N".
           88 CARGA-CEPS-TRUNCADA                VALUE "S".
       01  TAB-CEPS.
           05 CEP-FAIXA-ITEM OCCURS 2000 TIMES.
              10 CEP-FAIXA-INI   PIC 9(8).
              10 CEP-FAIXA-FIM   PIC 9(8).
              10 CEP-FAIXA-ZONA  PIC X(4).
      *====================== PROPOSTA ===================================
       77  WRK-QTD-PROP     PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-PROP     PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-ACHADO   PIC 9(05)            VALUE ZERO.
       77  WRK-PROP-EXCEDE  PIC X(01)            VALUE "N".
           88 PROPOSTA-EXCEDE                    VALUE "S".
       01  TAB-CEPS-PROP.
           05 PROP-ITEM OCCURS 2000 TIMES.
              10 PROP-INI        PIC 9(8).
              10 PROP-FIM        PIC 9(8).
              10 PROP-ZONA       PIC X(4).
      *====================== CIDADE-ZONAS ===============================
       77  WRK-QTD-CIDADES  PIC 9(05)            VALUE ZERO.
       77  WRK-IDX-CIDADE   PIC 9(05)            VALUE ZERO.
       01  TAB-CIDADES.
           05 CID-ITEM OCCURS 3000 TIMES.
              10 CID-UF          PIC X(02).
              10 CID-NOME        PIC X(40).
              10 CID-ZONA        PIC X(04).
      *====================== LINHA DA BASE DOS CORREIOS =================
       01  WRK-CAMPOS-CORREIOS.
           05 COR-LOCALIDADE-COD   PIC X(08).
           05 COR-UF               PIC X(02).
           05 COR-LOCALIDADE       PIC X(40).
           05 COR-CEP-INI-TXT      PIC X(08).
           05 COR-CEP-INI REDEFINES COR-CEP-INI-TXT PIC 9(08).
           05 COR-CEP-FIM-TXT      PIC X(08).
           05 COR-CEP-FIM REDEFINES COR-CEP-FIM-TXT PIC 9(08).
       77  WRK-ZONA-ACHADA  PIC X(04)            VALUE SPACE.
       77  WRK-ZONA-UF      PIC X(04)            VALUE SPACE.
      *====================== CONTADORES =================================
       77  WRK-QTD-LINHAS   PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-INVALIDAS PIC 9(07)           VALUE ZERO.
       77  WRK-QTD-LOCALIDADES PIC 9(07)         VALUE ZERO.
       77  WRK-QTD-ZONA-ATUAL PIC 9(07)          VALUE ZERO.
       77  WRK-QTD-SEM-ZONA PIC 9(07)            VALUE ZERO.
       77  WRK-QTD-SOBREPOSTAS PIC 9(07)         VALUE ZERO.
       77  WRK-QTD-NOVAS    PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ALTERADAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-REMOVIDAS PIC 9(05)           VALUE ZERO.
       77  WRK-QTD-ED       PIC Z.ZZZ.ZZ9.
       77  WRK-LINHA-ED     PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE "I"  TO WRK-JSTAT-TIPO
           MOVE ZERO TO WRK-JSTAT-QTD
           PERFORM 0052-GRAVA-JOB-STATUS

           OPEN OUTPUT CEPS-DIFERENCAS
           MOVE SPACE TO WRK-LINHA-REL
           STRING "IMPORTACAO DA BASE DE CEP DOS CORREIOS - "
                    DELIMITED BY SIZE
                  "EMITIDO EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA

           PERFORM 0001-CARREGA-CEPS
           PERFORM 0002-CARREGA-CIDADES

           EVALUATE TRUE
             WHEN CARGA-CEPS-TRUNCADA
               MOVE "CEP-FAIXAS MAIOR QUE A TABELA (2000 FAIXAS), "
                 TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
               MOVE "IMPORTACAO CANCELADA" TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
               MOVE 8 TO WRK-RC-FINAL
             WHEN WRK-STATUS-CIDADES EQUAL "35"
               MOVE "CIDADE-ZONAS INEXISTENTE, IMPORTACAO CANCELADA"
                 TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
               MOVE 8 TO WRK-RC-FINAL
             WHEN OTHER
               OPEN INPUT CEP-CORREIOS
               IF WRK-STATUS-CORREIOS EQUAL "35"
                 MOVE "BASE DOS CORREIOS (CEP-CORREIOS) NAO RECEBIDA, "
                   TO WRK-LINHA-REL
                 PERFORM 0050-IMPRIME-LINHA
                 MOVE "IMPORTACAO CANCELADA" TO WRK-LINHA-REL
                 PERFORM 0050-IMPRIME-LINHA
                 MOVE 8 TO WRK-RC-FINAL
               ELSE
                 MOVE SPACE TO WRK-LINHA-REL
                 PERFORM 0050-IMPRIME-LINHA
                 MOVE "OCORRENCIAS DA BASE DOS CORREIOS"
                   TO WRK-LINHA-REL
                 PERFORM 0050-IMPRIME-LINHA
                 SORT WRK-SORT
                     ASCENDING KEY SORT-INI SORT-FIM
                     INPUT PROCEDURE 0010-LE-CORREIOS
                     OUTPUT PROCEDURE 0020-MONTA-PROPOSTA
                 CLOSE CEP-CORREIOS
                 PERFORM 0030-FECHA-PROPOSTA
               END-IF
           END-EVALUATE

           PERFORM 0040-TOTAIS
           CLOSE CEPS-DIFERENCAS
           PERFORM 0053-REGISTRA-RELATORIO

           MOVE "F" TO WRK-JSTAT-TIPO
           MOVE WRK-QTD-LOCALIDADES TO WRK-JSTAT-QTD
           PERFORM 0052-GRAVA-JOB-STATUS

           MOVE WRK-RC-FINAL TO RETURN-CODE
           GOBACK.

       0001-CARREGA-CEPS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CEP-FAIXAS
           IF WRK-STATUS-CEPS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CEP-FAIXAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-CEPS NOT LESS 2000
                     MOVE "S" TO WRK-CEPS-TRUNC
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-CEPS
                     MOVE REG-CEP-FAIXA
                       TO CEP-FAIXA-ITEM(WRK-QTD-CEPS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CEP-FAIXAS
           END-IF.

       0002-CARREGA-CIDADES SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           OPEN INPUT CIDADE-ZONAS
           IF WRK-STATUS-CIDADES NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CIDADE-ZONAS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-CIDADES NOT LESS 3000
                     DISPLAY "TAB-CIDADES CHEIA, RESTANTES NAO "
                             "CARREGADAS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     IF CZON-UF NOT EQUAL SPACE
                       AND CZON-ZONA NOT EQUAL SPACE
                       ADD 1 TO WRK-QTD-CIDADES
                       MOVE REG-CIDADE-ZONA
                         TO CID-ITEM(WRK-QTD-CIDADES)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CIDADE-ZONAS
           END-IF.

       0010-LE-CORREIOS SECTION.

           MOVE "N" TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ CEP-CORREIOS
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 ADD 1 TO WRK-QTD-LINHAS
                 IF REG-CEP-CORREIOS NOT EQUAL SPACE
                   PERFORM 0011-TRATA-LOCALIDADE
                 END-IF
             END-READ
           END-PERFORM.

       0011-TRATA-LOCALIDADE SECTION.

           MOVE SPACE TO WRK-CAMPOS-CORREIOS
           UNSTRING REG-CEP-CORREIOS DELIMITED BY "@"
             INTO COR-LOCALIDADE-COD COR-UF COR-LOCALIDADE
                  COR-CEP-INI-TXT COR-CEP-FIM-TXT
           END-UNSTRING

           IF COR-CEP-INI-TXT NOT NUMERIC
             OR COR-CEP-FIM-TXT NOT NUMERIC
             OR COR-CEP-INI GREATER COR-CEP-FIM
             OR COR-UF EQUAL SPACE
             ADD 1 TO WRK-QTD-INVALIDAS
             MOVE WRK-QTD-LINHAS TO WRK-LINHA-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "LINHA " DELIMITED BY SIZE
                    WRK-LINHA-ED DELIMITED BY SIZE
                    " INVALIDA NA BASE: " DELIMITED BY SIZE
                    REG-CEP-CORREIOS(1:80) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0050-IMPRIME-LINHA
             IF WRK-RC-FINAL LESS 4
               MOVE 4 TO WRK-RC-FINAL
             END-IF
           ELSE
             ADD 1 TO WRK-QTD-LOCALIDADES
             PERFORM 0012-ZONA-DA-LOCALIDADE
             IF WRK-ZONA-ACHADA NOT EQUAL SPACE
               MOVE COR-CEP-INI     TO SORT-INI
               MOVE COR-CEP-FIM     TO SORT-FIM
               MOVE WRK-ZONA-ACHADA TO SORT-ZONA
               MOVE COR-UF          TO SORT-UF
               MOVE COR-LOCALIDADE  TO SORT-LOCALIDADE
               RELEASE REG-SORT
             END-IF
           END-IF.

       0012-ZONA-DA-LOCALIDADE SECTION.

      *    CIDADE DA UF PRIMEIRO, DEPOIS A LINHA DA UF (CIDADE EM
      *    BRANCO), DEPOIS A ZONA DA FAIXA ATUAL QUE COBRE O CEP.
           MOVE SPACE TO WRK-ZONA-ACHADA
           MOVE SPACE TO WRK-ZONA-UF
           PERFORM VARYING WRK-IDX-CIDADE FROM 1 BY 1
                     UNTIL WRK-IDX-CIDADE > WRK-QTD-CIDADES
             IF CID-UF(WRK-IDX-CIDADE) EQUAL COR-UF
               IF CID-NOME(WRK-IDX-CIDADE) EQUAL COR-LOCALIDADE
                 MOVE CID-ZONA(WRK-IDX-CIDADE) TO WRK-ZONA-ACHADA
                 MOVE WRK-QTD-CIDADES TO WRK-IDX-CIDADE
               ELSE
                 IF CID-NOME(WRK-IDX-CIDADE) EQUAL SPACE
                   MOVE CID-ZONA(WRK-IDX-CIDADE) TO WRK-ZONA-UF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF WRK-ZONA-ACHADA EQUAL SPACE
             MOVE WRK-ZONA-UF TO WRK-ZONA-ACHADA
           END-IF

           IF WRK-ZONA-ACHADA EQUAL SPACE
             PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                       UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
               IF COR-CEP-INI NOT LESS CEP-FAIXA-INI(WRK-IDX-CEP)
                 AND COR-CEP-INI NOT GREATER CEP-FAIXA-FIM(WRK-IDX-CEP)
                 MOVE CEP-FAIXA-ZONA(WRK-IDX-CEP) TO WRK-ZONA-ACHADA
                 MOVE WRK-QTD-CEPS TO WRK-IDX-CEP
               END-IF
             END-PERFORM
             MOVE SPACE TO WRK-LINHA-REL
             IF WRK-ZONA-ACHADA NOT EQUAL SPACE
               ADD 1 TO WRK-QTD-ZONA-ATUAL
               STRING "SEM ZONA NA CIDADE-ZONAS, MANTIDA A ATUAL "
                        DELIMITED BY SIZE
                      WRK-ZONA-ACHADA DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      COR-UF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COR-LOCALIDADE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COR-CEP-INI DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      COR-CEP-FIM DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             ELSE
               ADD 1 TO WRK-QTD-SEM-ZONA
               STRING "SEM ZONA, FORA DA PROPOSTA: " DELIMITED BY SIZE
                      COR-UF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COR-LOCALIDADE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COR-CEP-INI DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      COR-CEP-FIM DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             END-IF
             PERFORM 0050-IMPRIME-LINHA
             IF WRK-RC-FINAL LESS 4
               MOVE 4 TO WRK-RC-FINAL
             END-IF
           END-IF.

       0020-MONTA-PROPOSTA SECTION.

      *    EM ORDEM DE CEP INICIAL: FAIXA CONTIGUA (OU SOBREPOSTA) DA
      *    MESMA ZONA ESTENDE A ANTERIOR; SOBREPOSTA DE OUTRA ZONA E
      *    OCORRENCIA DA BASE E SO ENTRA A PARTE QUE SOBRA.
           MOVE "N" TO WRK-FIM-SORT
           PERFORM 0021-RECEBE-SORT
           PERFORM UNTIL FIM-DO-SORT
             PERFORM 0022-ENCAIXA-FAIXA
             PERFORM 0021-RECEBE-SORT
           END-PERFORM.

       0021-RECEBE-SORT SECTION.

           RETURN WRK-SORT
             AT END
               MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       0022-ENCAIXA-FAIXA SECTION.

           IF WRK-QTD-PROP GREATER ZERO
             AND SORT-INI NOT GREATER PROP-FIM(WRK-QTD-PROP)
             AND SORT-ZONA NOT EQUAL PROP-ZONA(WRK-QTD-PROP)
             ADD 1 TO WRK-QTD-SOBREPOSTAS
             MOVE SPACE TO WRK-LINHA-REL
             STRING "SOBREPOSICAO NA BASE: " DELIMITED BY SIZE
                    SORT-UF DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    SORT-LOCALIDADE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    SORT-INI DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    SORT-FIM DELIMITED BY SIZE
                    " ZONA " DELIMITED BY SIZE
                    SORT-ZONA DELIMITED BY SIZE
                    " X ATE " DELIMITED BY SIZE
                    PROP-FIM(WRK-QTD-PROP) DELIMITED BY SIZE
                    " ZONA " DELIMITED BY SIZE
                    PROP-ZONA(WRK-QTD-PROP) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             PERFORM 0050-IMPRIME-LINHA
             IF WRK-RC-FINAL LESS 4
               MOVE 4 TO WRK-RC-FINAL
             END-IF
             IF SORT-FIM GREATER PROP-FIM(WRK-QTD-PROP)
               COMPUTE SORT-INI = PROP-FIM(WRK-QTD-PROP) + 1
             ELSE
               MOVE ZERO TO SORT-INI
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN SORT-INI EQUAL ZERO
               CONTINUE
             WHEN WRK-QTD-PROP GREATER ZERO
               AND SORT-ZONA EQUAL PROP-ZONA(WRK-QTD-PROP)
               AND SORT-INI NOT GREATER PROP-FIM(WRK-QTD-PROP) + 1
               IF SORT-FIM GREATER PROP-FIM(WRK-QTD-PROP)
                 MOVE SORT-FIM TO PROP-FIM(WRK-QTD-PROP)
               END-IF
             WHEN WRK-QTD-PROP NOT LESS 2000
               MOVE "S" TO WRK-PROP-EXCEDE
             WHEN OTHER
               ADD 1 TO WRK-QTD-PROP
               MOVE SORT-INI  TO PROP-INI(WRK-QTD-PROP)
               MOVE SORT-FIM  TO PROP-FIM(WRK-QTD-PROP)
               MOVE SORT-ZONA TO PROP-ZONA(WRK-QTD-PROP)
           END-EVALUATE.

       0030-FECHA-PROPOSTA SECTION.

           EVALUATE TRUE
             WHEN PROPOSTA-EXCEDE
               MOVE "PROPOSTA PASSA DE 2000 FAIXAS, NENHUMA PROPOSTA "
                 TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
               MOVE "GRAVADA; REVEJA A CIDADE-ZONAS" TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
               MOVE 8 TO WRK-RC-FINAL
             WHEN WRK-QTD-PROP EQUAL ZERO
               MOVE "NENHUMA FAIXA VALIDA NA BASE, NENHUMA PROPOSTA "
                 TO WRK-LINHA-REL
               PERFORM 0050-IMPRIME-LINHA
               MOVE 8 TO WRK-RC-FINAL
             WHEN OTHER
               PERFORM 0031-LISTA-DIFERENCAS
               PERFORM 0032-GRAVA-PROPOSTA
           END-EVALUATE.

       0031-LISTA-DIFERENCAS SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE "DIFERENCAS DA PROPOSTA CONTRA O CEP-FAIXAS ATUAL"
             TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE "SITUACAO  CEP INI  CEP FIM  ZONA  ERA: CEP FIM  ZONA"
             TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA

           PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                     UNTIL WRK-IDX-PROP > WRK-QTD-PROP
             MOVE ZERO TO WRK-IDX-ACHADO
             PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                       UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
               IF CEP-FAIXA-INI(WRK-IDX-CEP)
                    EQUAL PROP-INI(WRK-IDX-PROP)
                 MOVE WRK-IDX-CEP TO WRK-IDX-ACHADO
                 MOVE WRK-QTD-CEPS TO WRK-IDX-CEP
               END-IF
             END-PERFORM
             MOVE SPACE TO WRK-LINHA-REL
             EVALUATE TRUE
               WHEN WRK-IDX-ACHADO EQUAL ZERO
                 ADD 1 TO WRK-QTD-NOVAS
                 STRING "NOVA      " DELIMITED BY SIZE
                        PROP-INI(WRK-IDX-PROP) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        PROP-FIM(WRK-IDX-PROP) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        PROP-ZONA(WRK-IDX-PROP) DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0050-IMPRIME-LINHA
               WHEN CEP-FAIXA-FIM(WRK-IDX-ACHADO)
                      NOT EQUAL PROP-FIM(WRK-IDX-PROP)
                 OR CEP-FAIXA-ZONA(WRK-IDX-ACHADO)
                      NOT EQUAL PROP-ZONA(WRK-IDX-PROP)
                 ADD 1 TO WRK-QTD-ALTERADAS
                 STRING "ALTERADA  " DELIMITED BY SIZE
                        PROP-INI(WRK-IDX-PROP) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        PROP-FIM(WRK-IDX-PROP) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        PROP-ZONA(WRK-IDX-PROP) DELIMITED BY SIZE
                        "       " DELIMITED BY SIZE
                        CEP-FAIXA-FIM(WRK-IDX-ACHADO) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CEP-FAIXA-ZONA(WRK-IDX-ACHADO)
                          DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
                 END-STRING
                 PERFORM 0050-IMPRIME-LINHA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM

           PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                     UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
             MOVE ZERO TO WRK-IDX-ACHADO
             PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                       UNTIL WRK-IDX-PROP > WRK-QTD-PROP
               IF PROP-INI(WRK-IDX-PROP)
                    EQUAL CEP-FAIXA-INI(WRK-IDX-CEP)
                 MOVE WRK-IDX-PROP TO WRK-IDX-ACHADO
                 MOVE WRK-QTD-PROP TO WRK-IDX-PROP
               END-IF
             END-PERFORM
             IF WRK-IDX-ACHADO EQUAL ZERO
               ADD 1 TO WRK-QTD-REMOVIDAS
               MOVE SPACE TO WRK-LINHA-REL
               STRING "REMOVIDA  " DELIMITED BY SIZE
                      CEP-FAIXA-INI(WRK-IDX-CEP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CEP-FAIXA-FIM(WRK-IDX-CEP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CEP-FAIXA-ZONA(WRK-IDX-CEP) DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0050-IMPRIME-LINHA
             END-IF
           END-PERFORM.

       0032-GRAVA-PROPOSTA SECTION.

      *    A PROPOSTA E A COPIA DO CEP-FAIXAS DE AGORA VAO JUNTAS: NA
      *    APROVACAO, CEP-FAIXAS DIFERENTE DA COPIA RECUSA A PROPOSTA.
           MOVE SPACE TO WRK-SITUACAO-ANT
           OPEN INPUT CEP-PROPOSTA-CTL
           IF WRK-STATUS-CTL NOT EQUAL "35"
             READ CEP-PROPOSTA-CTL
               NOT AT END
                 MOVE CPROP-SITUACAO TO WRK-SITUACAO-ANT
             END-READ
             CLOSE CEP-PROPOSTA-CTL
           END-IF
           IF WRK-SITUACAO-ANT EQUAL "P"
             MOVE "PROPOSTA ANTERIOR AINDA NAO DECIDIDA FOI SUBSTITUIDA"
               TO WRK-LINHA-REL
             PERFORM 0050-IMPRIME-LINHA
           END-IF

           OPEN OUTPUT CEP-FAIXAS-PROPOSTA
           PERFORM VARYING WRK-IDX-PROP FROM 1 BY 1
                     UNTIL WRK-IDX-PROP > WRK-QTD-PROP
             MOVE PROP-ITEM(WRK-IDX-PROP) TO REG-CEP-PROPOSTA
             WRITE REG-CEP-PROPOSTA
           END-PERFORM
           CLOSE CEP-FAIXAS-PROPOSTA

           OPEN OUTPUT CEP-FAIXAS-BASE
           PERFORM VARYING WRK-IDX-CEP FROM 1 BY 1
                     UNTIL WRK-IDX-CEP > WRK-QTD-CEPS
             MOVE CEP-FAIXA-ITEM(WRK-IDX-CEP) TO REG-CEP-BASE
             WRITE REG-CEP-BASE
           END-PERFORM
           CLOSE CEP-FAIXAS-BASE

           MOVE SPACE               TO REG-CEP-PROPOSTA-CTL
           MOVE WRK-DATA-SISTEMA    TO CPROP-DATA
           MOVE WRK-HORA-SISTEMA    TO CPROP-HORA
           MOVE WRK-OPERADOR-CARGA  TO CPROP-OPERADOR
           MOVE WRK-QTD-PROP        TO CPROP-QTD-FAIXAS
           MOVE WRK-QTD-NOVAS       TO CPROP-QTD-NOVAS
           MOVE WRK-QTD-ALTERADAS   TO CPROP-QTD-ALTERADAS
           MOVE WRK-QTD-REMOVIDAS   TO CPROP-QTD-REMOVIDAS
           MOVE ZERO                TO CPROP-DECISAO-DATA
           IF WRK-QTD-NOVAS EQUAL ZERO
             AND WRK-QTD-ALTERADAS EQUAL ZERO
             AND WRK-QTD-REMOVIDAS EQUAL ZERO
             MOVE "S" TO CPROP-SITUACAO
             MOVE "CEP-FAIXAS JA CONFERE COM A BASE DOS CORREIOS"
               TO WRK-LINHA-REL
           ELSE
             MOVE "P" TO CPROP-SITUACAO
             MOVE "PROPOSTA GRAVADA, AGUARDANDO APROVACAO DO "
               TO WRK-LINHA-REL
             MOVE "SUPERVISOR NA MANUTENCAO-FRETE"
               TO WRK-LINHA-REL(43:)
           END-IF
           OPEN OUTPUT CEP-PROPOSTA-CTL
           WRITE REG-CEP-PROPOSTA-CTL
           CLOSE CEP-PROPOSTA-CTL
           PERFORM 0050-IMPRIME-LINHA.

       0040-TOTAIS SECTION.

           MOVE SPACE TO WRK-LINHA-REL
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-LINHAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LINHAS NA BASE DOS CORREIOS.: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-INVALIDAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LINHAS INVALIDAS............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-ZONA-ATUAL TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LOCALIDADES COM ZONA ATUAL..: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-SEM-ZONA TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LOCALIDADES SEM ZONA........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-SOBREPOSTAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "SOBREPOSICOES NA BASE.......: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-PROP TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "FAIXAS NA PROPOSTA..........: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-NOVAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "FAIXAS NOVAS................: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-ALTERADAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "FAIXAS ALTERADAS............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA
           MOVE WRK-QTD-REMOVIDAS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "FAIXAS REMOVIDAS............: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           PERFORM 0050-IMPRIME-LINHA

           DISPLAY "FAIXAS NA PROPOSTA: " WRK-QTD-PROP
                   " NOVAS: " WRK-QTD-NOVAS
                   " ALTERADAS: " WRK-QTD-ALTERADAS
                   " REMOVIDAS: " WRK-QTD-REMOVIDAS.

       0050-IMPRIME-LINHA SECTION.

           MOVE WRK-LINHA-REL TO REG-CEPS-DIFERENCAS
           WRITE REG-CEPS-DIFERENCAS.

       0052-GRAVA-JOB-STATUS SECTION.

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE "IMPORTA-CEPS"   TO JSTAT-JOB
           MOVE WRK-JSTAT-TIPO   TO JSTAT-TIPO
           MOVE WRK-DATA-SISTEMA TO JSTAT-DATA
           MOVE WRK-HORA-SISTEMA TO JSTAT-HORA
           MOVE WRK-JSTAT-QTD    TO JSTAT-QTD

           OPEN EXTEND JOB-STATUS
           IF WRK-STATUS-JOB EQUAL "35"
             OPEN OUTPUT JOB-STATUS
           END-IF
           WRITE REG-JOB-STATUS
           CLOSE JOB-STATUS.

       0053-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB SO E MONTADO DEPOIS DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "IMPORTA-CEPS"     TO RPED-JOB
           MOVE "CEPS-DIFERENCAS"  TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-SISTEMA / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           CALL "REGISTRA-RELATORIO".

       END PROGRAM IMPORTA-CEPS.
