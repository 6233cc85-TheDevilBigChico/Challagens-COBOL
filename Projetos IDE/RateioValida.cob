       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIO-VALIDA.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: VALIDACAO DO RATEIO DE CENTROS DE CUSTO. O RH
      *==            MANTEM EM RATEIO-CENTROS, POR EMPREGADO E INICIO
      *==            DE VIGENCIA, OS CENTROS DE CUSTO QUE DIVIDEM O
      *==            CUSTO DELE E O PERCENTUAL DE CADA UM (LEIAUTE
      *==            RATEIO-CC). ESTE PROGRAMA ORDENA O ARQUIVO, CONFERE
      *==            CADA RATEIO (EMPREGADO + VIGENCIA) E GRAVA EM
      *==            RATEIO-VALIDADO SO OS ACEITOS, QUE SAO O QUE O
      *==            CONTABIL-EXPORTA, A PROVISAO-FOLHA E O
      *==            QUADRO-PESSOAL USAM. E REJEITADO, INTEIRO, O
      *==            RATEIO COM CENTRO QUE NAO ESTA EM DEPARTAMENTOS,
      *==            CENTRO REPETIDO, PERCENTUAL ZERADO, MAIS DE 10
      *==            CENTROS OU PERCENTUAIS QUE NAO SOMAM 100,00; O
      *==            MOTIVO VAI PARA RATEIO-REJEITOS E O JOB TERMINA
      *==            COM RETURN-CODE 4. O EMPREGADO COM RATEIO
      *==            REJEITADO CONTINUA NO RATEIO VIGENTE ANTERIOR (OU,
      *==            SEM NENHUM, COM O CUSTO TODO NO DEPARTAMENTO DO
      *==            CADASTRO).
      *== DATA: 15/10/2026
      *== OBS: RODA ANTES DA FOLHA-MENSAL, SEMPRE QUE O RH ALTERAR
      *==      RATEIO-CENTROS. SEM DEPARTAMENTOS NAO HA COMO CONFERIR
      *==      OS CENTROS: O JOB TERMINA COM RETURN-CODE 8 E O
      *==      RATEIO-VALIDADO ANTERIOR NAO E TOCADO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.
           SELECT RATEIO-CENTROS ASSIGN TO "RATEIO-CENTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.
           SELECT RATEIO-VALIDADO ASSIGN TO "RATEIO-VALIDADO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATEIO-REJEITOS ASSIGN TO "RATEIO-REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRK-SORT ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           05 DEPTO-CODIGO-REG    PIC X(04).
           05 DEPTO-NOME-REG      PIC X(20).

       FD  RATEIO-CENTROS.
       01  REG-RATEIO-CENTROS.
           COPY RATEIO-CC.

       FD  RATEIO-VALIDADO.
       01  REG-RATEIO-VALIDADO.
           COPY RATEIO-CC REPLACING LEADING ==RAT== BY ==RVAL==.

       SD  WRK-SORT.
       01  REG-SORT.
           COPY RATEIO-CC REPLACING LEADING ==RAT== BY ==SRT==.

       FD  RATEIO-REJEITOS.
       01  REG-RATEIO-REJEITOS     PIC X(132).

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-DEPTOS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-RATEIO PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ARQUIVO  PIC X(01)            VALUE "N".
           88 FIM-DO-ARQUIVO                     VALUE "S".
       77  WRK-FIM-SORT     PIC X(01)            VALUE "N".
           88 FIM-DO-SORT                        VALUE "S".
       77  WRK-LINHA-REL    PIC X(132)           VALUE SPACE.
       77  WRK-DATA-SISTEMA PIC 9(08)            VALUE ZERO.
      *====================== DEPARTAMENTOS =============================
       77  WRK-QTD-DEPTOS   PIC 9(02)            VALUE ZERO.
       77  WRK-IDX-DEPTO    PIC 9(02)            VALUE ZERO.
       77  WRK-DEPTO-VALIDO PIC X(01)            VALUE "N".
       01  TAB-DEPARTAMENTOS.
           05 DEPTO-ITEM OCCURS 50 TIMES
                         INDEXED BY IDX-DEPTO.
              10 DEPTO-CODIGO   PIC X(04).
      *====================== RATEIO EM CONFERENCIA ======================
       77  WRK-GRUPO-CODIGO PIC 9(04)            VALUE ZERO.
       77  WRK-GRUPO-VIGENCIA PIC 9(08)          VALUE ZERO.
       77  WRK-QTD-GRUPO    PIC 9(03)            VALUE ZERO.
       77  WRK-IDX-GRUPO    PIC 9(03)            VALUE ZERO.
       77  WRK-SOMA-GRUPO   PIC 9(05)V99         VALUE ZERO.
       77  WRK-MOTIVO       PIC X(60)            VALUE SPACE.
       01  TAB-GRUPO.
           05 GRUPO-ITEM OCCURS 10 TIMES
                         INDEXED BY IDX-GRUPO.
              10 GRUPO-CENTRO     PIC X(04).
              10 GRUPO-PERCENTUAL PIC 9(03)V99.
      *====================== TOTAIS =====================================
       77  WRK-QTD-LIDOS    PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ACEITOS  PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-REJEITADOS PIC 9(05)          VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.
       77  WRK-CENTROS-ED   PIC ZZ9.
       77  WRK-SOMA-ED      PIC ZZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0001-CARREGA-DEPARTAMENTOS
           IF WRK-QTD-DEPTOS EQUAL ZERO
             DISPLAY "DEPARTAMENTOS AUSENTE OU VAZIO, RATEIO NAO "
                     "VALIDADO; RATEIO-VALIDADO ANTERIOR MANTIDO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT RATEIO-REJEITOS
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RATEIO DE CENTROS DE CUSTO - RATEIOS REJEITADOS - "
                    DELIMITED BY SIZE
                  "EMITIDO EM " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RATEIO-REJEITOS
           WRITE REG-RATEIO-REJEITOS

           OPEN OUTPUT RATEIO-VALIDADO
           SORT WRK-SORT
               ASCENDING KEY SRT-CODIGO SRT-VIGENCIA SRT-CENTRO
               INPUT PROCEDURE 0002-SELECIONA
               OUTPUT PROCEDURE 0003-CONFERE
           CLOSE RATEIO-VALIDADO

           PERFORM 0007-TOTAIS
           CLOSE RATEIO-REJEITOS

           MOVE WRK-QTD-ACEITOS TO WRK-QTD-ED
           DISPLAY "RATEIOS ACEITOS: " WRK-QTD-ED
           MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED
           DISPLAY "RATEIOS REJEITADOS: " WRK-QTD-ED
           IF WRK-QTD-REJEITADOS GREATER ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-CARREGA-DEPARTAMENTOS SECTION.

           OPEN INPUT DEPARTAMENTOS
           IF WRK-STATUS-DEPTOS NOT EQUAL "35"
             MOVE "N" TO WRK-FIM-ARQUIVO
             PERFORM UNTIL FIM-DO-ARQUIVO
               READ DEPARTAMENTOS
                 AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                 NOT AT END
                   IF WRK-QTD-DEPTOS NOT LESS 50
                     DISPLAY "TAB-DEPARTAMENTOS CHEIA, RESTANTES "
                             "NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                     ADD 1 TO WRK-QTD-DEPTOS
                     MOVE DEPTO-CODIGO-REG
                       TO DEPTO-CODIGO(WRK-QTD-DEPTOS)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DEPARTAMENTOS
           END-IF.

       0002-SELECIONA SECTION.

      *    EMPREGADO OU VIGENCIA NAO NUMERICOS NAO TEM COMO SER
      *    AGRUPADOS: A LINHA E REJEITADA AQUI MESMO.
           OPEN INPUT RATEIO-CENTROS
           IF WRK-STATUS-RATEIO EQUAL "35"
             DISPLAY "RATEIO-CENTROS INEXISTENTE: TODOS OS EMPREGADOS "
                     "FICAM NO DEPARTAMENTO DO CADASTRO"
             MOVE "S" TO WRK-FIM-ARQUIVO
           ELSE
             MOVE "N" TO WRK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-DO-ARQUIVO
             READ RATEIO-CENTROS
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 IF RAT-CODIGO NUMERIC
                   AND RAT-VIGENCIA NUMERIC
                   AND RAT-VIGENCIA GREATER ZERO
                   MOVE REG-RATEIO-CENTROS TO REG-SORT
                   RELEASE REG-SORT
                 ELSE
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE SPACE TO WRK-LINHA-REL
                   STRING "LINHA " DELIMITED BY SIZE
                          REG-RATEIO-CENTROS DELIMITED BY SIZE
                          " REJEITADA: EMPREGADO OU VIGENCIA INVALIDOS"
                            DELIMITED BY SIZE
                     INTO WRK-LINHA-REL
                   END-STRING
                   MOVE WRK-LINHA-REL TO REG-RATEIO-REJEITOS
                   WRITE REG-RATEIO-REJEITOS
                 END-IF
             END-READ
           END-PERFORM
           IF WRK-STATUS-RATEIO NOT EQUAL "35"
             CLOSE RATEIO-CENTROS
           END-IF.

       0003-CONFERE SECTION.

      *    QUEBRA POR EMPREGADO + VIGENCIA: CADA GRUPO E UM RATEIO,
      *    ACEITO OU REJEITADO INTEIRO.
           MOVE ZERO TO WRK-QTD-GRUPO
           PERFORM UNTIL FIM-DO-SORT
             RETURN WRK-SORT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 IF WRK-QTD-GRUPO GREATER ZERO
                   AND (SRT-CODIGO NOT EQUAL WRK-GRUPO-CODIGO
                     OR SRT-VIGENCIA NOT EQUAL WRK-GRUPO-VIGENCIA)
                   PERFORM 0005-FECHA-GRUPO
                 END-IF
                 PERFORM 0004-ADICIONA-CENTRO
             END-RETURN
           END-PERFORM
           IF WRK-QTD-GRUPO GREATER ZERO
             PERFORM 0005-FECHA-GRUPO
           END-IF.

       0004-ADICIONA-CENTRO SECTION.

           IF WRK-QTD-GRUPO EQUAL ZERO
             MOVE SRT-CODIGO   TO WRK-GRUPO-CODIGO
             MOVE SRT-VIGENCIA TO WRK-GRUPO-VIGENCIA
             MOVE ZERO  TO WRK-SOMA-GRUPO
             MOVE SPACE TO WRK-MOTIVO
           END-IF

           IF WRK-MOTIVO EQUAL SPACE
             MOVE "N" TO WRK-DEPTO-VALIDO
             PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                       UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
               IF DEPTO-CODIGO(WRK-IDX-DEPTO) EQUAL SRT-CENTRO
                 MOVE "S" TO WRK-DEPTO-VALIDO
                 MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
               END-IF
             END-PERFORM
             IF WRK-DEPTO-VALIDO EQUAL "N"
               STRING "CENTRO " DELIMITED BY SIZE
                      SRT-CENTRO DELIMITED BY SIZE
                      " NAO CADASTRADO EM DEPARTAMENTOS"
                        DELIMITED BY SIZE
                 INTO WRK-MOTIVO
               END-STRING
             END-IF
           END-IF

           IF WRK-MOTIVO EQUAL SPACE
             PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                       UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPO
                          OR WRK-IDX-GRUPO > 10
               IF GRUPO-CENTRO(WRK-IDX-GRUPO) EQUAL SRT-CENTRO
                 STRING "CENTRO " DELIMITED BY SIZE
                        SRT-CENTRO DELIMITED BY SIZE
                        " REPETIDO NO RATEIO" DELIMITED BY SIZE
                   INTO WRK-MOTIVO
                 END-STRING
                 MOVE WRK-QTD-GRUPO TO WRK-IDX-GRUPO
               END-IF
             END-PERFORM
           END-IF

           IF SRT-PERCENTUAL NUMERIC
             AND SRT-PERCENTUAL GREATER ZERO
             ADD SRT-PERCENTUAL TO WRK-SOMA-GRUPO
           ELSE
             IF WRK-MOTIVO EQUAL SPACE
               STRING "PERCENTUAL ZERADO OU INVALIDO NO CENTRO "
                        DELIMITED BY SIZE
                      SRT-CENTRO DELIMITED BY SIZE
                 INTO WRK-MOTIVO
               END-STRING
             END-IF
           END-IF

           ADD 1 TO WRK-QTD-GRUPO
           IF WRK-QTD-GRUPO NOT GREATER 10
             MOVE SRT-CENTRO TO GRUPO-CENTRO(WRK-QTD-GRUPO)
             MOVE SRT-PERCENTUAL TO GRUPO-PERCENTUAL(WRK-QTD-GRUPO)
           END-IF.

       0005-FECHA-GRUPO SECTION.

           IF WRK-MOTIVO EQUAL SPACE
             AND WRK-QTD-GRUPO GREATER 10
             MOVE "MAIS DE 10 CENTROS NO RATEIO" TO WRK-MOTIVO
           END-IF
           IF WRK-MOTIVO EQUAL SPACE
             AND WRK-SOMA-GRUPO NOT EQUAL 100
             MOVE WRK-SOMA-GRUPO TO WRK-SOMA-ED
             STRING "PERCENTUAIS SOMAM " DELIMITED BY SIZE
                    WRK-SOMA-ED DELIMITED BY SIZE
                    " E NAO 100,00" DELIMITED BY SIZE
               INTO WRK-MOTIVO
             END-STRING
           END-IF

           IF WRK-MOTIVO EQUAL SPACE
             ADD 1 TO WRK-QTD-ACEITOS
             PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                       UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPO
               MOVE WRK-GRUPO-CODIGO   TO RVAL-CODIGO
               MOVE WRK-GRUPO-VIGENCIA TO RVAL-VIGENCIA
               MOVE GRUPO-CENTRO(WRK-IDX-GRUPO) TO RVAL-CENTRO
               MOVE GRUPO-PERCENTUAL(WRK-IDX-GRUPO)
                 TO RVAL-PERCENTUAL
               WRITE REG-RATEIO-VALIDADO
             END-PERFORM
           ELSE
             PERFORM 0006-LINHA-REJEITO
           END-IF
           MOVE ZERO TO WRK-QTD-GRUPO.

       0006-LINHA-REJEITO SECTION.

           ADD 1 TO WRK-QTD-REJEITADOS
           MOVE WRK-QTD-GRUPO TO WRK-CENTROS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "EMPREGADO "         DELIMITED BY SIZE
                  WRK-GRUPO-CODIGO     DELIMITED BY SIZE
                  " VIGENCIA "         DELIMITED BY SIZE
                  WRK-GRUPO-VIGENCIA   DELIMITED BY SIZE
                  " ("                 DELIMITED BY SIZE
                  WRK-CENTROS-ED       DELIMITED BY SIZE
                  " CENTROS) REJEITADO: " DELIMITED BY SIZE
                  WRK-MOTIVO           DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RATEIO-REJEITOS
           WRITE REG-RATEIO-REJEITOS.

       0007-TOTAIS SECTION.

           IF WRK-QTD-REJEITADOS EQUAL ZERO
             MOVE "OK - NENHUM RATEIO REJEITADO" TO REG-RATEIO-REJEITOS
             WRITE REG-RATEIO-REJEITOS
           END-IF
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "LINHAS LIDAS EM RATEIO-CENTROS: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RATEIO-REJEITOS
           WRITE REG-RATEIO-REJEITOS
           MOVE WRK-QTD-ACEITOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RATEIOS ACEITOS:                " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RATEIO-REJEITOS
           WRITE REG-RATEIO-REJEITOS
           MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "RATEIOS REJEITADOS:             " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-RATEIO-REJEITOS
           WRITE REG-RATEIO-REJEITOS.

       END PROGRAM RATEIO-VALIDA.
