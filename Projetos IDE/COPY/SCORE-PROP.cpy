      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA PROPOSTA DE PRIORIDADE E RATEIO POR
      *==            TRANSPORTADORA E ZONA (SCORE-PROPOSTAS), GERADA
      *==            PELO SCORE TRIMESTRAL (SCORE-TRANSP) E DECIDIDA
      *==            POR ZONA NO APROVA-SCORE. TRAZ A NOTA DO
      *==            TRIMESTRE, OS VALORES ATUAIS E OS PROPOSTOS DE
      *==            TRANSP-PRIORIDADE-REG / TRANSP-PERC-ALOC-REG.
      *==            SITUACAO: P-PENDENTE, A-ACEITA (APLICADA EM
      *==            TRANSPORTADORAS), R-RECUSADA; COM DATA E
      *==            OPERADOR DA DECISAO. REGISTRO DE 66 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 SPROP-TRIMESTRE       PIC 9(05).
           05 SPROP-ZONA            PIC X(04).
           05 SPROP-TRANSPORTADORA  PIC X(04).
           05 SPROP-NOME            PIC X(20).
           05 SPROP-NOTA            PIC 9(03)V9.
           05 SPROP-PRIORIDADE-ATUAL PIC 9(02).
           05 SPROP-PERC-ATUAL      PIC 9(03).
           05 SPROP-PRIORIDADE-PROP PIC 9(02).
           05 SPROP-PERC-PROP       PIC 9(03).
           05 SPROP-SITUACAO        PIC X(01).
              88 SPROP-PENDENTE                   VALUE "P".
              88 SPROP-ACEITA                     VALUE "A".
              88 SPROP-RECUSADA                   VALUE "R".
           05 SPROP-DECISAO-DATA    PIC 9(08).
           05 SPROP-OPERADOR        PIC X(10).
