      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE CAPACIDADE DIARIA DE COLETA
      *==            POR FILIAL (COLETAS-CAPACIDADE): QUANTIDADE MAXIMA
      *==            DE COLETAS E PESO ESTIMADO MAXIMO (KG) POR DIA.
      *==            ZERO EM UM DOS LIMITES = SEM LIMITE NAQUELE
      *==            CRITERIO; FILIAL FORA DO ARQUIVO NAO TEM LIMITE.
      *== DATA: 15/10/2026
      *=================================================================
           05 CAPC-FILIAL-REG       PIC X(05).
           05 CAPC-QTD-REG          PIC 9(03).
           05 CAPC-PESO-REG         PIC 9(07).
