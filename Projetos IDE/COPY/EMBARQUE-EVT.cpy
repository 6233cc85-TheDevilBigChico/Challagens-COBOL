      *==            EMBARQUE-EVENTOS E LIDO PELA CONSULTA DO MESMO
      *==            PROGRAMA E PELOS RELATORIOS DE ENTREGA.
      *== DATA: 02/09/2026
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  TRANSFERENCIA POR HUB: NOVOS EVENTOS
      *==                 H-CHEGADA NO HUB E S-SAIDA DO HUB, COM O
      *==                 NUMERO DO TRECHO DA ROTA (EVT-TRECHO, NO FIM
      *==                 DO REGISTRO) E O HUB EM EVT-FILIAL. OS DEMAIS
      *==                 EVENTOS GRAVAM TRECHO ZERO; REGISTRO ANTIGO,
      *==                 SEM O CAMPO, FICA COM ELE EM BRANCO.
      *=================================================================
           05 EVT-DATA-EMBARQUE     PIC 9(08).
           05 EVT-SEQ               PIC 9(07).
           05 EVT-FILIAL            PIC X(05).
           05 EVT-RECEBEDOR         PIC X(25).
           05 EVT-OPERADOR          PIC X(10).
           05 EVT-TRECHO            PIC 9(01).
