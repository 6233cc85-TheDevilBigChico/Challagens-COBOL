      *==                 TRANSACAO GERADA CARREGA OS CAMPOS NOVOS, COM
      *==                 GUARDA PARA COTACAO ANTIGA (REGISTRO CURTO,
      *==                 CAMPOS NAO NUMERICOS), EM VEZ DE ZERAR TUDO.
      *== 15/10/2026 FA  A COTACAO PASSOU A GUARDAR A FILIAL DE ORIGEM
      *==                 (BASE DO ICMS DE FRETE); A TRANSACAO GERADA
      *==                 LEVA A FILIAL DA COTACAO (COTACAO ANTIGA SAI
      *==                 COM FILIAL EM BRANCO, COMO ANTES).
      *== 15/10/2026 FA  EMISSAO DO EFETIVA-RELATORIO REGISTRADA NO
      *==                 REPOSITORIO DE RELATORIOS (REGISTRA-RELATORIO)
      *==                 PARA PESQUISA E REIMPRESSAO PELO
      *==                 CONSULTA-RELATORIOS.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EFETIVA-RELATORIO ASSIGN TO "EFETIVA-RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PEDIDO ASSIGN TO "RELATORIO-PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EFETIVA-RELATORIO.
       01  REG-EFETIVA-RELATORIO   PIC X(132).

       FD  RELATORIO-PEDIDO.
       01  REG-RELATORIO-PEDIDO.
           COPY REL-PEDIDO.

       WORKING-STORAGE SECTION.

       77  WRK-RC-JOB          PIC 9(04)       VALUE ZERO.
       77  WRK-STATUS-COTACOES PIC X(02)       VALUE SPACE.
       77  WRK-STATUS-ACEITAS  PIC X(02)       VALUE SPACE.
       77  WRK-FIM-COTACOES PIC X(01)          VALUE "N".
             CLOSE COTACOES-NOVA
             CLOSE FRETE-TRANS-GERADO
             CLOSE EFETIVA-RELATORIO
             PERFORM 0009-REGISTRA-RELATORIO

             PERFORM 0006-REGRAVA-COTACOES
           END-IF
           MOVE COT-CEP     TO GER-CEP
           MOVE COT-PESO    TO GER-PESO
           MOVE COT-MOEDA   TO GER-MOEDA
           MOVE COT-FILIAL  TO GER-FILIAL
           MOVE "N"         TO GER-TIPO
           MOVE "S"         TO GER-OPERACAO
           IF COT-CLIENTE NUMERIC
           CLOSE COTACOES-NOVA
           CLOSE COTACOES.

       0009-REGISTRA-RELATORIO SECTION.

      *    EMISSAO REGISTRADA NO REPOSITORIO DE RELATORIOS; O
      *    RETURN-CODE DO JOB E PRESERVADO EM TORNO DA CHAMADA.
           OPEN OUTPUT RELATORIO-PEDIDO
           MOVE "EFETIVA-COTA"      TO RPED-JOB
           MOVE "EFETIVA-RELATORIO" TO RPED-RELATORIO
           COMPUTE RPED-COMPETENCIA = WRK-DATA-HOJE / 100
           MOVE SPACE TO RPED-FILIAL
           WRITE REG-RELATORIO-PEDIDO
           CLOSE RELATORIO-PEDIDO
           MOVE RETURN-CODE TO WRK-RC-JOB
           CALL "REGISTRA-RELATORIO"
           MOVE WRK-RC-JOB TO RETURN-CODE.

       END PROGRAM COTACAO-EFETIVA.
