      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO ITEM DE DEBITO DE ENCARGOS POR ATRASO
      *==            (FATURA-DEBITOS): MULTA E JUROS PRO RATA DIE
      *==            COBRADOS SOBRE O RECEBIMENTO FEITO DEPOIS DO
      *==            VENCIMENTO DA FATURA ORIGINAL (CLIENTE + FILIAL +
      *==            COMPETENCIA + NUMERO). SITUACAO: P-PENDENTE,
      *==            F-FATURADO (DEB-COMPET-FATURADA/DEB-FATURA-COBRANCA
      *==            DIZEM EM QUE FATURA ENTROU), D-DISPENSADO (COM
      *==            OPERADOR, MOTIVO E DATA DA DISPENSA). GERADO POR
      *==            CONTAS-RECEBER E BOLETO-RETORNO, COBRADO NA FATURA
      *==            SEGUINTE DO CLIENTE/FILIAL PELO FATURA-FRETE E
      *==            DISPENSADO PELO CONTAS-RECEBER. REGISTRO DE 144
      *==            POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 DEB-CLIENTE-REG       PIC 9(05).
           05 DEB-FILIAL-REG        PIC X(05).
           05 DEB-COMPETENCIA-REG   PIC 9(06).
           05 DEB-NUMERO-REG        PIC 9(07).
           05 DEB-DATA-RECEB-REG    PIC 9(08).
           05 DEB-VENCIMENTO-REG    PIC 9(08).
           05 DEB-DIAS-ATRASO-REG   PIC 9(04).
           05 DEB-VALOR-BASE-REG    PIC 9(09)V99.
           05 DEB-MULTA-REG         PIC 9(07)V99.
           05 DEB-JUROS-REG         PIC 9(07)V99.
           05 DEB-SITUACAO-REG      PIC X(01).
              88 DEB-PENDENTE                     VALUE "P".
              88 DEB-FATURADO                     VALUE "F".
              88 DEB-DISPENSADO                   VALUE "D".
           05 DEB-COMPET-FATURADA-REG PIC 9(06).
           05 DEB-FATURA-COBRANCA-REG PIC 9(07).
           05 DEB-OPERADOR-REG      PIC X(10).
           05 DEB-DISPENSA-OPER-REG PIC X(10).
           05 DEB-DISPENSA-MOTIVO-REG PIC X(30).
           05 DEB-DISPENSA-DATA-REG PIC 9(08).
