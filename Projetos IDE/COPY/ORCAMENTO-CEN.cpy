      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA LINHA DE CENARIO ORCAMENTARIO
      *==            (ORCAMENTO-CENARIOS), LIDO PELA
      *==            PROJECAO-ORCAMENTO. CADA CENARIO (CODIGO LIVRE,
      *==            EX.: BASE, OTIMISTA) TEM QUANTAS LINHAS PRECISAR:
      *==            R = REAJUSTE DE CEN-PERCENTUAL NO MES CEN-MES PARA
      *==                O DEPARTAMENTO (BRANCO = TODOS);
      *==            A = CEN-QUANTIDADE ADMISSOES NO DEPARTAMENTO A
      *==                PARTIR DE CEN-MES, COM SALARIO CEN-SALARIO;
      *==            D = CEN-QUANTIDADE DESLIGAMENTOS NO DEPARTAMENTO A
      *==                PARTIR DE CEN-MES; CEN-SALARIO ZERADO = SALARIO
      *==                MEDIO ATUAL DO DEPARTAMENTO.
      *== DATA: 15/10/2026
      *=================================================================
           05 CEN-CENARIO           PIC X(08).
           05 CEN-TIPO              PIC X(01).
              88 CEN-REAJUSTE                  VALUE "R".
              88 CEN-ADMISSAO                  VALUE "A".
              88 CEN-DESLIGAMENTO              VALUE "D".
           05 CEN-DEPARTAMENTO      PIC X(04).
           05 CEN-MES               PIC 9(02).
           05 CEN-PERCENTUAL        PIC 9(03)V99.
           05 CEN-QUANTIDADE        PIC 9(03).
           05 CEN-SALARIO           PIC 9(06)V99.
