       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-EMPREGADO-V2.
      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: CONVERSAO UNICA (CUTOVER) DO MESTRE DE EMPREGADOS
      *==            DO LEIAUTE DE 48 BYTES PARA O LEIAUTE EMP-MASTER
      *==            DE 50 BYTES, QUE GANHOU O CODIGO DA EMPRESA (FOLHA
      *==            DE MAIS DE UM CNPJ): LE EMPLOYEE-MASTER-ANTIGO (O
      *==            DATASET ANTIGO RENOMEADO NO CUTOVER), COPIA OS
      *==            CAMPOS EXISTENTES E PREENCHE A EMPRESA COM O PADRAO
      *==            INFORMADO NA LARGADA (BRANCO = 01; O RH AJUSTA
      *==            DEPOIS CASO A CASO EM CADASTRO-EMPREGADO), GRAVANDO
      *==            O EMPLOYEE-MASTER NOVO. RODA UMA UNICA VEZ, COMO
      *==            CONVERTE-EMPREGADO NO CUTOVER ANTERIOR.
      *== DATA: 15/10/2026
      *== OBS: RODAR UMA UNICA VEZ NO CUTOVER DO LEIAUTE.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-ANTIGO
               ASSIGN TO "EMPLOYEE-MASTER-ANTIGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CODIGO-REG
               FILE STATUS IS WRK-STATUS-ANTIGO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO-REG
               FILE STATUS IS WRK-STATUS-MASTER.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-ANTIGO.
       01  REG-EMPREGADO-ANTIGO.
           05 ANT-CODIGO-REG      PIC 9(04).
           05 ANT-NOME-REG        PIC X(15).
           05 ANT-SALARIO-REG     PIC 9(06)V99.
           05 ANT-DEPARTAMENTO-REG PIC X(04).
           05 ANT-ADMISSAO-REG    PIC 9(08).
           05 ANT-SITUACAO-REG    PIC X(01).
           05 ANT-DESLIGAMENTO-REG PIC 9(08).

       FD  EMPLOYEE-MASTER.
       01  REG-EMPLOYEE-MASTER.
           COPY EMP-MASTER.

       WORKING-STORAGE SECTION.

       77  WRK-STATUS-ANTIGO PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-MASTER PIC X(02)           VALUE SPACE.
       77  WRK-FIM-ANTIGO   PIC X(01)            VALUE "N".
           88 FIM-DO-ANTIGO                      VALUE "S".
       77  WRK-EMPRESA-ENTRADA PIC X(02)         VALUE SPACE.
       77  WRK-EMPRESA-PADRAO PIC 9(02)          VALUE 1.
       77  WRK-QTD-LIDOS    PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-GRAVADOS PIC 9(05)            VALUE ZERO.
       77  WRK-QTD-ED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.

           DISPLAY "EMPRESA PADRAO PARA O ACERVO (BRANCO = 01) "
             ACCEPT WRK-EMPRESA-ENTRADA
           IF WRK-EMPRESA-ENTRADA NUMERIC
             AND WRK-EMPRESA-ENTRADA NOT EQUAL "00"
             MOVE WRK-EMPRESA-ENTRADA TO WRK-EMPRESA-PADRAO
           END-IF
           DISPLAY "EMPRESA ASSUMIDA: " WRK-EMPRESA-PADRAO

           OPEN INPUT EMPLOYEE-MASTER-ANTIGO
           IF WRK-STATUS-ANTIGO EQUAL "35"
             DISPLAY "EMPLOYEE-MASTER-ANTIGO INEXISTENTE, NADA A "
                     "CONVERTER"
           ELSE
             OPEN OUTPUT EMPLOYEE-MASTER
             IF WRK-STATUS-MASTER NOT EQUAL "00"
               DISPLAY "EMPLOYEE-MASTER NOVO INDISPONIVEL, STATUS "
                       WRK-STATUS-MASTER
             ELSE
               PERFORM 0001-RECEBE
               PERFORM UNTIL FIM-DO-ANTIGO
                 PERFORM 0002-CONVERTE
                 PERFORM 0001-RECEBE
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
             END-IF
             CLOSE EMPLOYEE-MASTER-ANTIGO
           END-IF

           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           DISPLAY "REGISTROS LIDOS....: " WRK-QTD-ED
           MOVE WRK-QTD-GRAVADOS TO WRK-QTD-ED
           DISPLAY "REGISTROS GRAVADOS.: " WRK-QTD-ED
           IF WRK-QTD-LIDOS NOT EQUAL WRK-QTD-GRAVADOS
             DISPLAY "CONVERSAO COM DIVERGENCIA, CONFERIR ANTES DO "
                     "CUTOVER"
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       0001-RECEBE SECTION.

           READ EMPLOYEE-MASTER-ANTIGO
             AT END
               MOVE "S" TO WRK-FIM-ANTIGO
             NOT AT END
               ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0002-CONVERTE SECTION.

           MOVE ANT-CODIGO-REG       TO EMP-CODIGO-REG
           MOVE ANT-NOME-REG         TO EMP-NOME-REG
           MOVE ANT-SALARIO-REG      TO EMP-SALARIO-REG
           MOVE ANT-DEPARTAMENTO-REG TO EMP-DEPARTAMENTO-REG
           MOVE ANT-ADMISSAO-REG     TO EMP-ADMISSAO-REG
           MOVE ANT-SITUACAO-REG     TO EMP-SITUACAO-REG
           MOVE ANT-DESLIGAMENTO-REG TO EMP-DESLIGAMENTO-REG
           MOVE WRK-EMPRESA-PADRAO   TO EMP-EMPRESA-REG
           WRITE REG-EMPLOYEE-MASTER
           IF WRK-STATUS-MASTER EQUAL "00"
             ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
             DISPLAY "ERRO AO GRAVAR EMPREGADO " ANT-CODIGO-REG
                     " STATUS " WRK-STATUS-MASTER
           END-IF.

       END PROGRAM CONVERTE-EMPREGADO-V2.
