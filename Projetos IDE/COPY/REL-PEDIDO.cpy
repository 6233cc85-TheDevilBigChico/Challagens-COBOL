      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO PEDIDO DE REGISTRO DE RELATORIO
      *==            (RELATORIO-PEDIDO): O JOB QUE ACABOU DE FECHAR UM
      *==            RELATORIO GRAVA AQUI O SEU NOME, O NOME DO ARQUIVO
      *==            DO RELATORIO, A COMPETENCIA E A FILIAL (ZEROS E
      *==            BRANCOS QUANDO NAO SE APLICAM) E CHAMA O
      *==            REGISTRA-RELATORIO, QUE LE ESTE REGISTRO, GUARDA
      *==            O TEXTO NO ARQUIVO DE RELATORIOS E INCLUI A
      *==            ENTRADA NO INDICE, DA MESMA FORMA QUE O MENU PASSA
      *==            O OPERADOR PELA SESSAO-OPERADOR.
      *== DATA: 15/10/2026
      *=================================================================
           05 RPED-JOB              PIC X(12).
           05 RPED-RELATORIO        PIC X(20).
           05 RPED-COMPETENCIA      PIC 9(06).
           05 RPED-FILIAL           PIC X(05).
