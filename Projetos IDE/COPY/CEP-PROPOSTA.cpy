      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO UNICO DE CEP-PROPOSTA-CTL, O
      *==            CONTROLE DA PROPOSTA DE CEP-FAIXAS MONTADA PELA
      *==            IMPORTA-CEPS A PARTIR DA BASE DOS CORREIOS: QUEM E
      *==            QUANDO IMPORTOU, QUANTAS FAIXAS A PROPOSTA TEM E
      *==            QUANTAS SAO NOVAS, ALTERADAS E REMOVIDAS CONTRA O
      *==            CEP-FAIXAS DA IMPORTACAO. O SUPERVISOR DECIDE NA
      *==            MANUTENCAO-FRETE (SITUACAO: P-PENDENTE,
      *==            A-APROVADA E APLICADA, R-RECUSADA, S-SEM
      *==            DIFERENCAS, NADA A APROVAR), COM DATA, APROVADOR E
      *==            MOTIVO.
      *== DATA: 15/10/2026
      *=================================================================
           05 CPROP-DATA            PIC 9(08).
           05 CPROP-HORA            PIC 9(08).
           05 CPROP-OPERADOR        PIC X(10).
           05 CPROP-SITUACAO        PIC X(01).
           05 CPROP-QTD-FAIXAS      PIC 9(05).
           05 CPROP-QTD-NOVAS       PIC 9(05).
           05 CPROP-QTD-ALTERADAS   PIC 9(05).
           05 CPROP-QTD-REMOVIDAS   PIC 9(05).
           05 CPROP-DECISAO-DATA    PIC 9(08).
           05 CPROP-APROVADOR       PIC X(10).
           05 CPROP-MOTIVO          PIC X(30).
