      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA COBRANCA DE MENSALIDADE AO RESPONSAVEL
      *==            (MENSALIDADE-COBRANCAS), ACUMULADO GRAVADO PELO
      *==            MENSALIDADE-EMITE (UMA COBRANCA POR RESPONSAVEL E
      *==            COMPETENCIA, SOMANDO OS ALUNOS DELE) E LIDO PELO
      *==            MENSALIDADE-RECEBER, QUE LANCA OS PAGAMENTOS
      *==            CONTRA O NUMERO DA COBRANCA E FAZ O AGING. VALOR
      *==            = BRUTO - DESCONTO (IRMAOS E BOLSAS).
      *== DATA: 15/10/2026
      *=================================================================
           05 MEN-NUMERO-REG        PIC 9(07).
           05 MEN-COMPETENCIA-REG   PIC 9(06).
           05 MEN-RESPONSAVEL-REG   PIC X(25).
           05 MEN-CONTATO-REG       PIC X(15).
           05 MEN-QTD-ALUNOS-REG    PIC 9(02).
           05 MEN-BRUTO-REG         PIC 9(07)V99.
           05 MEN-DESCONTO-REG      PIC 9(07)V99.
           05 MEN-VALOR-REG         PIC 9(07)V99.
           05 MEN-VENCIMENTO-REG    PIC 9(08).
           05 MEN-EMISSAO-REG       PIC 9(08).
