      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO CONTROLE DE EVENTOS ENVIADOS AO ESOCIAL
      *==            (ESOCIAL-ENVIADOS), UM REGISTRO POR EVENTO GERADO
      *==            PELO ESOCIAL-EVENTOS: S-2200 ADMISSAO, S-2299
      *==            DESLIGAMENTO E S-1200 REMUNERACAO DA COMPETENCIA.
      *==            O ESOCIAL-RETORNO ATUALIZA A SITUACAO COM O RECIBO
      *==            (A = ACEITO) OU O MOTIVO DA REJEICAO (R =
      *==            REJEITADO). EVENTO REJEITADO NAO CONTA COMO
      *==            ENVIADO: DEPOIS DA CORRECAO ELE E GERADO DE NOVO,
      *==            COM NOVO NUMERO, E O REGISTRO REJEITADO FICA COMO
      *==            HISTORICO. ENV-COMPETENCIA E A COMPETENCIA DA
      *==            REMUNERACAO OU A DA DATA DE ADMISSAO/DESLIGAMENTO.
      *== DATA: 15/10/2026
      *=================================================================
           05 ENV-NUMERO            PIC 9(09).
           05 ENV-EVENTO            PIC X(06).
              88 ENV-ADMISSAO                  VALUE "S-2200".
              88 ENV-DESLIGAMENTO              VALUE "S-2299".
              88 ENV-REMUNERACAO               VALUE "S-1200".
           05 ENV-EMPRESA           PIC 9(02).
           05 ENV-CODIGO            PIC 9(04).
           05 ENV-NOME              PIC X(15).
           05 ENV-COMPETENCIA       PIC 9(06).
           05 ENV-DATA-ENVIO        PIC 9(08).
           05 ENV-SITUACAO          PIC X(01).
              88 ENV-AGUARDANDO                VALUE "E".
              88 ENV-ACEITO                    VALUE "A".
              88 ENV-REJEITADO                 VALUE "R".
           05 ENV-RECIBO            PIC X(20).
           05 ENV-MOTIVO            PIC X(40).
