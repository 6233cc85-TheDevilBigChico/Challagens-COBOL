      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO ARQUIVO DE RELATORIOS (RELATORIOS-
      *==            ARQUIVO): O TEXTO DE CADA RELATORIO REGISTRADO,
      *==            UMA LINHA POR REGISTRO, PREFIXADA PELA CHAVE DO
      *==            INDICE (DATA + HORA + JOB + RELATORIO) E PELO
      *==            NUMERO DA LINHA. A DATA NA POSICAO 1 PERMITE AO
      *==            RETENCAO-LOGS EXPURGAR O TEXTO PELO PRAZO DA
      *==            TABELA RETENCAO-PARAMETROS, O MESMO DO INDICE.
      *== DATA: 15/10/2026
      *=================================================================
           05 RARQ-DATA             PIC 9(08).
           05 RARQ-HORA             PIC 9(08).
           05 RARQ-JOB              PIC X(12).
           05 RARQ-RELATORIO        PIC X(20).
           05 RARQ-LINHA            PIC 9(06).
           05 RARQ-TEXTO            PIC X(200).
