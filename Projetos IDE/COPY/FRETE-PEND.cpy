      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA ALTERACAO PENDENTE DAS REFERENCIAS DE
      *==            FRETE (FRETE-PENDENTES). MANUTENCAO-FRETE GRAVA
      *==            AQUI A INCLUSAO/ALTERACAO/EXCLUSAO DIGITADA EM
      *==            FRETE-TARIFAS, CEP-FAIXAS OU CAMBIO-TAXAS, COM AS
      *==            IMAGENS ANTES/DEPOIS DO REGISTRO, EM VEZ DE MEXER
      *==            DIRETO NA PRODUCAO; UM SEGUNDO OPERADOR COM
      *==            PERFIL DE SUPERVISOR, DIFERENTE DE QUEM DIGITOU,
      *==            DECIDE (SITUACAO: P-PENDENTE, A-APROVADA E
      *==            APLICADA, R-RECUSADA, COM DATA, APROVADOR E
      *==            MOTIVO). PENDENCIA-FRETE AVISA EM ALERTAS AS
      *==            PENDENTES HA MAIS DE N DIAS.
      *== DATA: 15/10/2026
      *=================================================================
           05 FPEND-DATA            PIC 9(08).
           05 FPEND-HORA            PIC 9(08).
           05 FPEND-OPERADOR        PIC X(10).
           05 FPEND-ARQUIVO         PIC X(14).
           05 FPEND-ACAO            PIC X(08).
           05 FPEND-ANTES           PIC X(40).
           05 FPEND-DEPOIS          PIC X(40).
           05 FPEND-SITUACAO        PIC X(01).
           05 FPEND-DECISAO-DATA    PIC 9(08).
           05 FPEND-APROVADOR       PIC X(10).
           05 FPEND-MOTIVO          PIC X(30).
