      *==            ESCOLHIDA APOS CONFIRMACAO DO OPERADOR.
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

       FD  BACKUP-SAIDA.
       01  REG-BACKUP-SAIDA       PIC X(50).

       WORKING-STORAGE SECTION.

