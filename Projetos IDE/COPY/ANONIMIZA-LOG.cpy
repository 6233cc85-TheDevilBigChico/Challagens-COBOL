      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO LOG DE ANONIMIZACAO (ANONIMIZACAO-LOG),
      *==            GRAVADO PELO ANONIMIZA-DADOS NO MODO EFETIVA: UM
      *==            REGISTRO POR TITULAR ANONIMIZADO NO MESTRE (TIPO
      *==            EMPREGADO, ALUNO OU PESSOA, CHAVE DO TITULAR E DATA
      *==            DO FIM DO VINCULO DE ONDE CORREU A RETENCAO) E UM
      *==            POR ARQUIVO SATELITE REGRAVADO (CHAVE "*", COM A
      *==            QUANTIDADE DE REGISTROS ALTERADOS). LIDO PELO
      *==            DADOS-TITULAR PARA MOSTRAR QUANDO O TITULAR FOI
      *==            ANONIMIZADO.
      *== DATA: 15/10/2026
      *=================================================================
           05 ANON-DATA             PIC 9(08).
           05 ANON-HORA             PIC 9(08).
           05 ANON-TIPO             PIC X(10).
           05 ANON-CHAVE            PIC X(10).
           05 ANON-DATA-FIM         PIC 9(08).
           05 ANON-ARQUIVO          PIC X(22).
           05 ANON-QTD              PIC 9(05).
