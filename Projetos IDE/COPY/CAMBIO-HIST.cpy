      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE CAMBIO-HISTORICO, O
      *==            HISTORICO COMPLETO DAS TAXAS DE CAMBIO, GRAVADO
      *==            PELA CARGA-CAMBIO A CADA TAXA CARREGADA DA
      *==            PUBLICACAO DIARIA DO BANCO CENTRAL. O CAMBIO-TAXAS
      *==            GUARDA SO AS DUAS ULTIMAS DATAS POR MOEDA; A
      *==            AUDITORIA E A RECOTACAO DE PERIODO ANTIGO LEEM
      *==            ESTE ARQUIVO, QUE NAO E EXPURGADO.
      *== DATA: 15/10/2026
      *== OBS: CHIST-ORIGEM "B" = PUBLICACAO DO BANCO CENTRAL; "M" =
      *==      TAXA QUE JA ESTAVA NO CAMBIO-TAXAS (DIGITADA NA
      *==      MANUTENCAO-FRETE) QUANDO O HISTORICO FOI CRIADO, SEM A
      *==      TAXA DE COMPRA.
      *=================================================================
           05 CHIST-DATA            PIC 9(08).
           05 CHIST-MOEDA           PIC X(03).
           05 CHIST-TAXA-COMPRA     PIC 9(03)V9999.
           05 CHIST-TAXA-VENDA      PIC 9(03)V9999.
           05 CHIST-ORIGEM          PIC X(01).
           05 CHIST-DATA-CARGA      PIC 9(08).
           05 CHIST-HORA-CARGA      PIC 9(08).
