      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO HISTORICO INDEXADO DE EMBARQUES
      *==            (EMBARQUE-HISTORICO), UM REGISTRO POR EMBARQUE,
      *==            CHAVE PRIMARIA HEMB-CHAVE = DATA DE PROCESSAMENTO
      *==            + SEQUENCIA (A MESMA DO QUOTE-MASTER) E CHAVES
      *==            ALTERNATIVAS HEMB-CHAVE-TRANSP (TRANSPORTADORA) E
      *==            HEMB-CHAVE-CLIENTE (CLIENTE), CADA UMA SEGUIDA DE
      *==            UMA COPIA DA DATA E DA SEQUENCIA PARA SER UNICA E
      *==            JA SAIR EM ORDEM CRONOLOGICA DENTRO DA
      *==            TRANSPORTADORA OU DO CLIENTE. CARREGADO TODA NOITE
      *==            PELO HISTORICO-EMBARQUE COM O DETALHE DE
      *==            FRETE-SAIDA DO DIA, O CEP E A COMPETENCIA DA
      *==            TRILHA FRETE-AUDITORIA (HEMB-AUDITADO = "S" QUANDO
      *==            CONFERIDO COM ELA) E A SITUACAO MAIS RECENTE DE
      *==            EMBARQUE-EVENTOS, PESAGEM E SINISTROS. LIDO PELOS
      *==            RELATORIOS MENSAIS NO LUGAR DAS GERACOES DE
      *==            FRETE-SAIDA. O CONCILIA-TRANSP MARCA O VALOR
      *==            COBRADO PELA TRANSPORTADORA E A COMPETENCIA DA
      *==            CONCILIACAO (ZERO = AINDA NAO COBRADO) E O
      *==            PESAGEM-CONFERE A DATA DO COMPLEMENTO DE PESO, PARA
      *==            NAO GERA-LO DE NOVO. EMBARQUE COM TRANSFERENCIA
      *==            POR HUB TRAZ OS TRECHOS DE FRETE-TRECHOS
      *==            (TRANSPORTADORA E PARTE DO FRETE DE CADA TRECHO) E
      *==            E COBRADO POR TRECHO; SEM HUB, HEMB-QTD-TRECHOS
      *==            FICA ZERO E A COBRANCA E A DO EMBARQUE. REGISTRO
      *==            DE 532 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 HEMB-CHAVE.
              10 HEMB-DATA          PIC 9(08).
              10 HEMB-SEQ           PIC 9(07).
           05 HEMB-CHAVE-TRANSP.
              10 HEMB-TRANSPORTADORA PIC X(04).
              10 HEMB-TRANSP-DATA   PIC 9(08).
              10 HEMB-TRANSP-SEQ    PIC 9(07).
           05 HEMB-CHAVE-CLIENTE.
              10 HEMB-CLIENTE       PIC 9(05).
              10 HEMB-CLI-DATA      PIC 9(08).
              10 HEMB-CLI-SEQ       PIC 9(07).
      *    DADOS DO EMBARQUE (FRETE-SAIDA; CAMPOS AUSENTES NA VERSAO
      *    DO ARQUIVO DE ORIGEM FICAM ZERADOS).
           05 HEMB-TIPO             PIC X(01).
              88 HEMB-ESTORNO                     VALUE "E".
           05 HEMB-OPERACAO         PIC X(01).
           05 HEMB-FILIAL           PIC X(05).
           05 HEMB-PRODUTO          PIC X(30).
           05 HEMB-ZONA             PIC X(04).
           05 HEMB-CEP              PIC 9(08).
           05 HEMB-MOEDA            PIC X(03).
           05 HEMB-VALOR-ORIGINAL   PIC 9(09)V99.
           05 HEMB-FRETE            PIC 9(09)V99.
           05 HEMB-SEGURO           PIC 9(09)V99.
           05 HEMB-DATA-ENTREGA     PIC 9(08).
           05 HEMB-PESO             PIC 9(07)V99.
           05 HEMB-PAGADOR          PIC X(01).
           05 HEMB-DESTINATARIO     PIC 9(05).
           05 HEMB-ONU              PIC 9(04).
      *    CONFERENCIA COM A TRILHA DE AUDITORIA.
           05 HEMB-COMPETENCIA      PIC 9(06).
           05 HEMB-AUDITADO         PIC X(01).
              88 HEMB-CONFERIDO-AUDITORIA         VALUE "S".
      *    SITUACAO MAIS RECENTE (EVENTO, PESAGEM E SINISTRO).
           05 HEMB-EVT-TIPO         PIC X(01).
           05 HEMB-EVT-DATA         PIC 9(08).
           05 HEMB-EVT-HORA         PIC 9(08).
           05 HEMB-DATA-ENTREGUE    PIC 9(08).
           05 HEMB-PESO-AFERIDO     PIC 9(05)V99.
           05 HEMB-SIN-TIPO         PIC X(01).
           05 HEMB-SIN-SITUACAO     PIC X(01).
           05 HEMB-SIN-VALOR        PIC 9(09)V99.
      *    DATA DO COMPLEMENTO DE PESO JA GERADO (PESAGEM-CONFERE),
      *    ZERO = NENHUM.
           05 HEMB-COMPL-PESO-DATA  PIC 9(08).
      *    COBRANCA DA TRANSPORTADORA (CONCILIA-TRANSP).
           05 HEMB-COBRADO-TRANSP   PIC 9(09)V99.
           05 HEMB-COBRANCA-COMPET  PIC 9(06).
      *    TRECHOS DA TRANSFERENCIA POR HUB (FRETE-TRECHOS), NA ORDEM
      *    DA ROTA; O ULTIMO E O DA TRANSPORTADORA DO EMBARQUE. CADA
      *    TRECHO TRAZ A PROPRIA COBRANCA (CONCILIA-TRANSP).
           05 HEMB-QTD-TRECHOS      PIC 9(01).
           05 HEMB-TRECHO OCCURS 9 TIMES.
              10 HEMB-TRE-TRANSP    PIC X(04).
              10 HEMB-TRE-FRETE     PIC 9(09)V99.
              10 HEMB-TRE-COBRADO   PIC 9(09)V99.
              10 HEMB-TRE-COMPET    PIC 9(06).
