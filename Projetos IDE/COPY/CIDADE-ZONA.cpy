      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA TABELA CIDADE-ZONAS, QUE DIZ A ZONA DE
      *==            FRETE DE CADA LOCALIDADE DA BASE DOS CORREIOS (UF E
      *==            NOME DA LOCALIDADE COMO NA BASE, SEM ACENTO). A
      *==            LINHA COM A CIDADE EM BRANCO DA A ZONA DO RESTO DA
      *==            UF. LIDA PELA IMPORTA-CEPS.
      *== DATA: 15/10/2026
      *=================================================================
           05 CZON-UF               PIC X(02).
           05 CZON-CIDADE           PIC X(40).
           05 CZON-ZONA             PIC X(04).
