      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: TABELA FIXA DE FAIXAS DE CEP POR UNIDADE DA
      *==            FEDERACAO (TRES PRIMEIROS DIGITOS DO CEP: INICIO,
      *==            FIM E UF), PARA O CALCULO DO ICMS DE FRETE TIRAR A
      *==            UF DE ORIGEM DO CEP DA FILIAL E A DE DESTINO DO
      *==            CEP DE ENTREGA. AS FAIXAS SAO AS DOS CORREIOS E SO
      *==            MUDAM SE OS CORREIOS MUDAREM.
      *== DATA: 15/10/2026
      *=================================================================
       01  WRK-CEP-UF-LIT.
           05 FILLER PIC X(40) VALUE
              "010199SP200289RJ290299ES300399MG400489BA".
           05 FILLER PIC X(40) VALUE
              "490499SE500569PE570579AL580589PB590599RN".
           05 FILLER PIC X(40) VALUE
              "600639CE640649PI650659MA660688PA689689AP".
           05 FILLER PIC X(40) VALUE
              "690692AM693693RR694698AM699699AC700727DF".
           05 FILLER PIC X(40) VALUE
              "728729GO730736DF737767GO768769RO770779TO".
           05 FILLER PIC X(40) VALUE
              "780789MT790799MS800879PR880899SC900999RS".
       01  TAB-CEP-UF REDEFINES WRK-CEP-UF-LIT.
           05 CEP-UF-ITEM OCCURS 30 TIMES.
              10 CEP-UF-INI         PIC 9(03).
              10 CEP-UF-FIM         PIC 9(03).
              10 CEP-UF-SIGLA       PIC X(02).
