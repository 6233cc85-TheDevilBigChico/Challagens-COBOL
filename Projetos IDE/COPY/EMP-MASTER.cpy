      *==            HISTORICO. ARQUIVO ANTIGO PASSA UMA UNICA VEZ POR
      *==            CONVERTE-EMPREGADO NO CUTOVER.
      *== DATA: 02/09/2026
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  FOLHA DE MAIS DE UMA EMPRESA (CNPJ): O
      *==                 REGISTRO PASSA DE 48 PARA 50 BYTES COM O
      *==                 CODIGO DA EMPRESA DO EMPREGADO (REGISTRO DA
      *==                 EMPRESA EM EMPRESA-PARAMETROS). CODIGO ZERADO
      *==                 OU EM BRANCO VALE EMPRESA 01. ARQUIVO ANTIGO
      *==                 PASSA UMA UNICA VEZ POR CONVERTE-EMPREGADO-V2.
      *=================================================================
           05 EMP-CODIGO-REG        PIC 9(04).
           05 EMP-NOME-REG          PIC X(15).
           05 EMP-ADMISSAO-REG      PIC 9(08).
           05 EMP-SITUACAO-REG      PIC X(01).
           05 EMP-DESLIGAMENTO-REG  PIC 9(08).
           05 EMP-EMPRESA-REG       PIC 9(02).
