      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DA TABELA DE ROTAS DE TRANSFERENCIA
      *==            (ROTAS-TRANSFERENCIA): PARA CADA FILIAL DE ORIGEM
      *==            E ZONA DE DESTINO, OS TRECHOS DA ROTA EM ORDEM
      *==            (1 A 9). CADA TRECHO TRAZ A ZONA DE TRANSPORTADORA
      *==            USADA PARA ESCOLHER A TRANSPORTADORA DO TRECHO EM
      *==            TRANSPORTADORAS (EM BRANCO = A PROPRIA ZONA DE
      *==            DESTINO), A FILIAL HUB ONDE O TRECHO TERMINA (EM
      *==            BRANCO NO TRECHO FINAL, QUE ENTREGA NA ZONA) E A
      *==            PARTICIPACAO DO TRECHO NO FRETE PARA O ACERTO DE
      *==            TRANSPORTADORAS (O TRECHO FINAL FICA COM O
      *==            RESTANTE; TODAS ZERADAS = PARTES IGUAIS). ORIGEM E
      *==            ZONA SEM ROTA CADASTRADA SEGUEM EM TRECHO UNICO,
      *==            DIRETO DA FILIAL PARA A ZONA. LIDO PELO
      *==            CALCULO-FRETE. REGISTRO DE 24 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 ROTA-FILIAL-REG       PIC X(05).
           05 ROTA-ZONA-REG         PIC X(04).
           05 ROTA-ORDEM-REG        PIC 9(01).
           05 ROTA-ZONA-TRANSP-REG  PIC X(04).
           05 ROTA-HUB-REG          PIC X(05).
           05 ROTA-PERC-CUSTO-REG   PIC 9V9999.
