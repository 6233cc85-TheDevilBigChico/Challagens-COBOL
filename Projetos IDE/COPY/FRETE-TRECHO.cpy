      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE TRECHO DE EMBARQUE
      *==            (FRETE-TRECHOS), GRAVADO PELO CALCULO-FRETE NA
      *==            MESMA ORDEM DE SEQUENCIA DA FRETE-SAIDA, UM POR
      *==            TRECHO, SOMENTE PARA EMBARQUE COM MAIS DE UM
      *==            TRECHO (ROTA POR HUB EM ROTAS-TRANSFERENCIA). O
      *==            TRECHO CARREGA NA FILIAL TRECHO-FILIAL-CARGA E
      *==            DESCARREGA NO HUB TRECHO-FILIAL-DESCARGA (EM
      *==            BRANCO NO TRECHO FINAL, QUE ENTREGA NA ZONA DO
      *==            EMBARQUE); TRECHO-FRETE E A PARTE DO FRETE QUE
      *==            ENTROU NO ACERTO DA TRANSPORTADORA DO TRECHO.
      *==            LIDO PELO ROMANEIO-DIARIO (CARGAS DE
      *==            TRANSFERENCIA NO HUB). REGISTRO DE 47 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 TRECHO-DATA           PIC 9(08).
           05 TRECHO-SEQ            PIC 9(07).
           05 TRECHO-TIPO           PIC X(01).
           05 TRECHO-ORDEM          PIC 9(01).
           05 TRECHO-QTD            PIC 9(01).
           05 TRECHO-FILIAL-CARGA   PIC X(05).
           05 TRECHO-FILIAL-DESCARGA PIC X(05).
           05 TRECHO-ZONA           PIC X(04).
           05 TRECHO-TRANSPORTADORA PIC X(04).
           05 TRECHO-FRETE          PIC 9(09)V99.
