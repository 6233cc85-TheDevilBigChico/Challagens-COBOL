      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE CONTATO COMERCIAL DO CLIENTE
      *==            (CLIENTES-CONTATO): VENDEDOR RESPONSAVEL PELA
      *==            CONTA E TELEFONE, MANTIDO PELO COMERCIAL. FICA FORA
      *==            DE CLIENTES PARA NAO MUDAR O LEIAUTE LIDO PELOS
      *==            PROGRAMAS DE FRETE E FATURAMENTO; CLIENTE FORA DO
      *==            ARQUIVO SAI SEM CONTATO.
      *== DATA: 15/10/2026
      *=================================================================
           05 CCON-CLIENTE-REG      PIC 9(05).
           05 CCON-VENDEDOR-REG     PIC X(20).
           05 CCON-TELEFONE-REG     PIC X(15).
