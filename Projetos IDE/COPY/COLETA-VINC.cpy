      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO REGISTRO DE VINCULO COLETA X EMBARQUE
      *==            (COLETAS-VINCULO), GRAVADO PELO CALCULO-FRETE PARA
      *==            CADA TRANSACAO COTADA QUE TRAZ O NUMERO DA COLETA
      *==            (TRANS-COLETA), COM A CHAVE DO QUOTE-MASTER (DATA
      *==            DE PROCESSAMENTO + SEQUENCIA). O COLETA-LISTA
      *==            APLICA OS VINCULOS NO ARQUIVO COLETAS. REGISTRO DE
      *==            32 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 VINC-COLETA           PIC 9(07).
           05 VINC-DATA             PIC 9(08).
           05 VINC-SEQ              PIC 9(07).
           05 VINC-FILIAL           PIC X(05).
           05 VINC-CLIENTE          PIC 9(05).
