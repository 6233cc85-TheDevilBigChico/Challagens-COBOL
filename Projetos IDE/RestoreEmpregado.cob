      *==            INDEXADO COM O CONTEUDO DA GERACAO.
      *== DATA: 22/08/2026
      *== OBS:
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  REGISTRO DA GERACAO PASSA DE 48 PARA 50 BYTES
      *==                 (CODIGO DA EMPRESA NO MESTRE); GERACAO ANTIGA
      *==                 VOLTA COM A EMPRESA EM BRANCO, QUE VALE 01.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY EMP-MASTER.

       FD  BACKUP-ENTRADA.
       01  REG-BACKUP-ENTRADA     PIC X(50).
       01  REG-BACKUP-CABECALHO.
           05 BKP-H-REGISTRO      PIC X(01).
           05 BKP-H-DATA          PIC 9(08).
