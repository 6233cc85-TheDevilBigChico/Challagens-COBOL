      *==                 A VERIFICACAO INDEPENDENTE DE PRECO
      *==                 (CONFERE-FRETE) RECOMPOR O ADICIONAL DE
      *==                 CATEGORIA SEM VOLTAR A TRANSACAO.
      *== 15/10/2026 FA  VERSAO 05: O DETALHE PASSA A TRAZER AS UFS DE
      *==                 ORIGEM E DESTINO, A ALIQUOTA E O ICMS
      *==                 DESTACADO SOBRE FRETE MAIS SEGURO, COM A
      *==                 SITUACAO (T-TRIBUTADO, I-ISENTO, S-SEM
      *==                 ALIQUOTA). O ICMS NAO ENTRA EM
      *==                 SAIDA-VALOR-COM-FRETE.
      *== 15/10/2026 FA  VERSAO 06: O DETALHE PASSA A TRAZER A SOBRETAXA
      *==                 DE COMBUSTIVEL (SAIDA-COMBUSTIVEL), JA SOMADA
      *==                 EM SAIDA-FRETE; ZERO PARA ESTORNO E CONTRATO
      *==                 COM COMBUSTIVEL INCLUSO.
      *== 15/10/2026 FA  VERSAO 07: O DETALHE PASSA A TRAZER O PAGADOR
      *==                 DO FRETE (SAIDA-PAGADOR: C-REMETENTE,
      *==                 F-DESTINATARIO, FRETE A PAGAR) E O CODIGO DO
      *==                 DESTINATARIO (ZERO QUANDO NAO INFORMADO).
      *== 15/10/2026 FA  VERSAO 08: O DETALHE PASSA A TRAZER O NUMERO
      *==                 ONU DO PRODUTO PERIGOSO (SAIDA-ONU, ZERO PARA
      *==                 CARGA COMUM) E O ADICIONAL DE PRODUTO PERIGOSO
      *==                 (SAIDA-ADIC-PERIGOSO), JA SOMADO EM
      *==                 SAIDA-FRETE; ZERO PARA ESTORNO.
      *=================================================================
           05 SAIDA-REGISTRO        PIC X(01).
           05 SAIDA-SEQ             PIC 9(07).
           05 SAIDA-PESO            PIC 9(07)V99.
           05 SAIDA-VOLUME-M3       PIC 9(05)V999.
           05 SAIDA-CATEGORIA       PIC X(04).
           05 SAIDA-UF-ORIGEM       PIC X(02).
           05 SAIDA-UF-DESTINO      PIC X(02).
           05 SAIDA-ICMS-ALIQ       PIC 9V9999.
           05 SAIDA-ICMS            PIC 9(09)V99.
           05 SAIDA-ICMS-SITUACAO   PIC X(01).
           05 SAIDA-COMBUSTIVEL     PIC 9(09)V99.
           05 SAIDA-PAGADOR         PIC X(01).
           05 SAIDA-DESTINATARIO    PIC 9(05).
           05 SAIDA-ONU             PIC 9(04).
           05 SAIDA-ADIC-PERIGOSO   PIC 9(09)V99.
