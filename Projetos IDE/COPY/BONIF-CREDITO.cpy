      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO CREDITO DE BONIFICACAO POR VOLUME
      *==            ANUAL (BONIFICACAO-CREDITOS), UM POR CLIENTE E
      *==            ANO, EMITIDO NO FECHAMENTO DO ANO PELO
      *==            BONIFICA-VOLUME COM O FRETE LIQUIDO DO ANO, O
      *==            PERCENTUAL DA FAIXA E O VALOR. O FATURA-FRETE
      *==            ABATE O SALDO NA FATURA SEGUINTE DO CLIENTE (ATE O
      *==            TOTAL DEVIDO DELA; O QUE SOBRAR FICA PARA A
      *==            PROXIMA). SITUACAO: P-PENDENTE (SALDO A ABATER),
      *==            F-ABATIDO POR INTEIRO. BCRD-COMPET-FATURADA,
      *==            BCRD-FATURA-COBRANCA E BCRD-FILIAL-COBRANCA DIZEM
      *==            EM QUE FATURA FOI O ULTIMO ABATIMENTO E
      *==            BCRD-ABATIDO-COMPET QUANTO FOI ABATIDO NAQUELA
      *==            COMPETENCIA (DEVOLVIDO AO SALDO NA REEMISSAO).
      *==            REGISTRO DE 86 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 BCRD-CLIENTE          PIC 9(05).
           05 BCRD-ANO              PIC 9(04).
           05 BCRD-FRETE-LIQUIDO    PIC 9(11)V99.
           05 BCRD-PERCENTUAL       PIC 9(02)V99.
           05 BCRD-VALOR            PIC 9(09)V99.
           05 BCRD-SALDO            PIC 9(09)V99.
           05 BCRD-SITUACAO         PIC X(01).
              88 BCRD-PENDENTE                    VALUE "P".
              88 BCRD-ABATIDO                     VALUE "F".
           05 BCRD-DATA-EMISSAO     PIC 9(08).
           05 BCRD-COMPET-FATURADA  PIC 9(06).
           05 BCRD-FATURA-COBRANCA  PIC 9(07).
           05 BCRD-FILIAL-COBRANCA  PIC X(05).
           05 BCRD-ABATIDO-COMPET   PIC 9(09)V99.
