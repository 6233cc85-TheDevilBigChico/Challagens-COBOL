      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE PEDIDO DE COLETA (COLETAS),
      *==            MANTIDO PELO COLETA-AGENDA A PARTIR DO MENU: QUEM
      *==            PEDIU, ONDE COLETAR, A DATA DA JANELA (DIA UTIL DO
      *==            CALENDARIO) E A ESTIMATIVA DE PESO E VOLUMES.
      *==            COL-DATA-PEDIDA GUARDA A DATA QUE O CLIENTE PEDIU
      *==            QUANDO A COLETA FOI REAGENDADA POR FALTA DE
      *==            CAPACIDADE DA FILIAL. SITUACAO: A-AGENDADA,
      *==            V-VINCULADA (EMBARQUE COTADO NO CALCULO-FRETE,
      *==            CHAVE DO QUOTE-MASTER EM COL-DATA-EMBARQUE +
      *==            COL-SEQ-EMBARQUE, GRAVADA PELO COLETA-LISTA),
      *==            C-CANCELADA. REGISTRO DE 86 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 COL-NUMERO            PIC 9(07).
           05 COL-FILIAL            PIC X(05).
           05 COL-CLIENTE           PIC 9(05).
           05 COL-CEP               PIC 9(08).
           05 COL-DATA-JANELA       PIC 9(08).
           05 COL-PESO              PIC 9(05)V99.
           05 COL-VOLUMES           PIC 9(04).
           05 COL-SITUACAO          PIC X(01).
           05 COL-DATA-INCLUSAO     PIC 9(08).
           05 COL-DATA-PEDIDA       PIC 9(08).
           05 COL-DATA-EMBARQUE     PIC 9(08).
           05 COL-SEQ-EMBARQUE      PIC 9(07).
           05 COL-OPERADOR          PIC X(10).
