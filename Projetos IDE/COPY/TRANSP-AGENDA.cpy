      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA AGENDA DE PAGAMENTO DE TRANSPORTADORAS
      *==            (TRANSP-AGENDA), ACUMULADA E REGRAVADA PELO
      *==            PAGAR-TRANSP. TIPO: E-EMBARQUE CONFERIDO (VALOR A
      *==            PAGAR, VENCIMENTO = ENTREGA + 30 DIAS), S-SINISTRO
      *==            DE RESPONSABILIDADE DA TRANSPORTADORA (VALOR A
      *==            DESCONTAR). SITUACAO: A-AGENDADO, R-RETIDO
      *==            (DIVERGENTE NA CONCILIACAO, ESPERA A CORRECAO DA
      *==            COBRANCA), P-PAGO (REMETIDO AO BANCO EM
      *==            AGD-DATA-REMESSA). CHAVE: TIPO + TRANSPORTADORA +
      *==            DATA DO EMBARQUE + SEQUENCIA. LIDO TAMBEM PELO
      *==            PROJETA-CAIXA.
      *== DATA: 15/10/2026
      *=================================================================
           05 AGD-TIPO              PIC X(01).
              88 AGD-EMBARQUE                     VALUE "E".
              88 AGD-SINISTRO                     VALUE "S".
           05 AGD-TRANSPORTADORA    PIC X(04).
           05 AGD-DATA-EMBARQUE     PIC 9(08).
           05 AGD-SEQ               PIC 9(07).
           05 AGD-SITUACAO          PIC X(01).
              88 AGD-AGENDADO                     VALUE "A".
              88 AGD-RETIDO                       VALUE "R".
              88 AGD-PAGO                         VALUE "P".
           05 AGD-VALOR             PIC 9(09)V99.
           05 AGD-VENCIMENTO        PIC 9(08).
           05 AGD-DATA-INCLUSAO     PIC 9(08).
           05 AGD-DATA-REMESSA      PIC 9(08).
