      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA SITUACAO CONCILIADA DE CADA EMBARQUE
      *==            (CONCILIA-SITUACAO), GRAVADO PELO CONCILIA-TRANSP
      *==            PARA OS EMBARQUES COBRADOS PELA TRANSPORTADORA:
      *==            OK-CONFERIDO (VALOR COBRADO IGUAL AO CUSTO DO
      *==            FRETE-ACERTO) OU DV-DIVERGENTE. LIDO PELO
      *==            PAGAR-TRANSP, QUE SO AGENDA PAGAMENTO DO OK E
      *==            RETEM O DIVERGENTE.
      *== DATA: 15/10/2026
      *=================================================================
           05 CSIT-TRANSPORTADORA   PIC X(04).
           05 CSIT-DATA-EMBARQUE    PIC 9(08).
           05 CSIT-SEQ              PIC 9(07).
           05 CSIT-SITUACAO         PIC X(02).
              88 CSIT-CONFERIDO                   VALUE "OK".
              88 CSIT-DIVERGENTE                  VALUE "DV".
           05 CSIT-VALOR-COBRADO    PIC 9(09)V99.
           05 CSIT-CUSTO-CALC       PIC 9(09)V99.
           05 CSIT-DATA-ENTREGA     PIC 9(08).
