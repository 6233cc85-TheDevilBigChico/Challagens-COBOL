      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO INDICE DO REPOSITORIO DE RELATORIOS
      *==            (RELATORIOS-INDICE): UMA ENTRADA POR RELATORIO
      *==            EMITIDO, GRAVADA PELO REGISTRA-RELATORIO, COM O
      *==            JOB, O NOME DO RELATORIO, DATA/HORA DA EMISSAO,
      *==            COMPETENCIA, FILIAL, PAGINAS E LINHAS. DATA + HORA
      *==            + JOB + RELATORIO E A CHAVE DO TEXTO GUARDADO EM
      *==            RELATORIOS-ARQUIVO. A DATA NA POSICAO 1 PERMITE
      *==            AO RETENCAO-LOGS EXPURGAR O INDICE PELA TABELA
      *==            RETENCAO-PARAMETROS. LIDO PELO CONSULTA-RELATORIOS.
      *== DATA: 15/10/2026
      *=================================================================
           05 RIX-DATA              PIC 9(08).
           05 RIX-HORA              PIC 9(08).
           05 RIX-JOB               PIC X(12).
           05 RIX-RELATORIO         PIC X(20).
           05 RIX-COMPETENCIA       PIC 9(06).
           05 RIX-FILIAL            PIC X(05).
           05 RIX-PAGINAS           PIC 9(05).
           05 RIX-LINHAS            PIC 9(07).
