      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE EMPRESA-PARAMETROS, UM POR
      *==            EMPRESA (CNPJ) DA FOLHA: RAZAO SOCIAL, BANCO,
      *==            AGENCIA E CONTA DE DEBITO DA REMESSA, CODIGO DA
      *==            EMPRESA (O MESMO DE EMP-EMPRESA-REG NO MESTRE DE
      *==            EMPREGADOS) E CNPJ. REGISTRO ANTIGO, SO COM OS 48
      *==            PRIMEIROS BYTES, VALE COMO EMPRESA 01. O PRIMEIRO
      *==            REGISTRO CONTINUA SENDO O DA EMPRESA QUE PAGA
      *==            FORNECEDORES (BOLETO-REMESSA E
      *==            PAGAR-TRANSPORTADORAS).
      *== DATA: 15/10/2026
      *=================================================================
           05 EMPR-NOME-REG         PIC X(30).
           05 EMPR-BANCO-REG        PIC 9(03).
           05 EMPR-AGENCIA-REG      PIC 9(05).
           05 EMPR-CONTA-REG        PIC 9(10).
           05 EMPR-CODIGO-REG       PIC 9(02).
           05 EMPR-CNPJ-REG         PIC 9(14).
