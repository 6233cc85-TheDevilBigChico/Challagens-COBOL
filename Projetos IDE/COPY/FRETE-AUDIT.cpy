      *==                 CRUZAR ARQUIVOS DIARIOS; REGISTRO ANTIGO
      *==                 (CURTO) DEIXA OS CAMPOS EM BRANCO (NAO
      *==                 NUMERICOS) E OS CONSUMIDORES JA GUARDAM.
      *== 15/10/2026 FA  ICMS DE FRETE: O REGISTRO PASSA A TRAZER AS UFS
      *==                 DE ORIGEM E DESTINO, A ALIQUOTA, O ICMS
      *==                 DESTACADO E A SITUACAO (T-TRIBUTADO,
      *==                 I-ISENTO, S-SEM ALIQUOTA), PARA O FATURAMENTO
      *==                 E O RELATORIO MENSAL DE ICMS POR UF; REGISTRO
      *==                 ANTIGO (CURTO) DEIXA OS CAMPOS EM BRANCO.
      *== 15/10/2026 FA  FRETE A PAGAR: O REGISTRO PASSA A TRAZER O
      *==                 PAGADOR DO FRETE (C-REMETENTE, F-DESTINATARIO)
      *==                 E O CODIGO DO DESTINATARIO. AUDIT-CLIENTE
      *==                 CONTINUA SENDO O REMETENTE; QUEM FATURA E
      *==                 COBRA USA O DESTINATARIO QUANDO AUDIT-PAGADOR
      *==                 = "F". REGISTRO ANTIGO (CURTO) DEIXA OS CAMPOS
      *==                 EM BRANCO E VALE COMO PAGO PELO REMETENTE.
      *== 15/10/2026 FA  FECHAMENTO DE COMPETENCIA: O REGISTRO PASSA A
      *==                 TRAZER A COMPETENCIA EM QUE FOI LANCADO
      *==                 (AUDIT-COMPETENCIA, AAAAMM, A QUE O
      *==                 FATURAMENTO USA) E, PARA O AJUSTE TARDIO DE
      *==                 COMPETENCIA JA FECHADA EM FRETE-PERIODOS, A
      *==                 COMPETENCIA DE ORIGEM (AUDIT-COMPET-ORIGEM,
      *==                 ZERO QUANDO NAO POSTERGADO). REGISTRO ANTIGO
      *==                 (CURTO) DEIXA OS CAMPOS EM BRANCO E VALE A
      *==                 COMPETENCIA DE AUDIT-DATA.
      *=================================================================
           05 AUDIT-DATA            PIC 9(08).
           05 AUDIT-HORA            PIC 9(08).
           05 AUDIT-REVISAR         PIC X(01).
           05 AUDIT-SEGURO          PIC 9(09)V99.
           05 AUDIT-TRANSPORTADORA  PIC X(04).
           05 AUDIT-UF-ORIGEM       PIC X(02).
           05 AUDIT-UF-DESTINO      PIC X(02).
           05 AUDIT-ICMS-ALIQ       PIC 9V9999.
           05 AUDIT-ICMS            PIC 9(09)V99.
           05 AUDIT-ICMS-SITUACAO   PIC X(01).
           05 AUDIT-PAGADOR         PIC X(01).
           05 AUDIT-DESTINATARIO    PIC 9(05).
           05 AUDIT-COMPETENCIA     PIC 9(06).
           05 AUDIT-COMPET-ORIGEM   PIC 9(06).
