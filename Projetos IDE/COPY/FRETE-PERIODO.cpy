      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO FECHAMENTO DE COMPETENCIA DE FRETE
      *==            (FRETE-PERIODOS). O SUPERVISOR FECHA A COMPETENCIA
      *==            JA FATURADA EM FECHA-PERIODO-FRETE (UM REGISTRO
      *==            POR COMPETENCIA FECHADA, SITUACAO "F", COM DATA,
      *==            HORA E OPERADOR); COMPETENCIA AUSENTE DO ARQUIVO
      *==            ESTA ABERTA. CALCULO-FRETE NAO LANCA MAIS NADA EM
      *==            COMPETENCIA FECHADA: O AJUSTE TARDIO (ESTORNO,
      *==            DUPLICATA CONFIRMADA, COMPLEMENTO DE PESAGEM,
      *==            REJEITO REAPRESENTADO) VAI PARA A COMPETENCIA
      *==            ABERTA, COM REFERENCIA A DE ORIGEM NA AUDITORIA.
      *== DATA: 15/10/2026
      *=================================================================
           05 PERIODO-COMPETENCIA   PIC 9(06).
           05 PERIODO-SITUACAO      PIC X(01).
           05 PERIODO-DATA-FECHA    PIC 9(08).
           05 PERIODO-HORA-FECHA    PIC 9(08).
           05 PERIODO-OPERADOR      PIC X(10).
