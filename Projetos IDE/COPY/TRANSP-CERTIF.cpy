      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO CADASTRO DE CERTIFICACOES DAS
      *==            TRANSPORTADORAS PARA PRODUTOS PERIGOSOS
      *==            (TRANSP-CERTIFICACOES): UM REGISTRO POR
      *==            TRANSPORTADORA E CLASSE DE RISCO PRINCIPAL (1 A 9,
      *==            QUE COBRE AS SUAS SUBCLASSES), COM A DATA ATE A
      *==            QUAL A CERTIFICACAO VALE (AAAAMMDD). LIDO PELO
      *==            CALCULO-FRETE. REGISTRO DE 13 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 CERT-TRANSP-REG       PIC X(04).
           05 CERT-CLASSE-REG       PIC X(01).
           05 CERT-VALIDADE-REG     PIC 9(08).
