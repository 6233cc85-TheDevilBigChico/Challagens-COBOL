      *==            ABENDADO, QUE ANTES FICAVA INVISIVEL. LIDO POR
      *==            MONITOR-JOBS.
      *== DATA: 22/08/2026
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  NOVO TIPO "N" (NAO AGENDADO), GRAVADO PELO
      *==                 DISPARA-NOTURNO PARA O JOB QUE A REGRA DE
      *==                 EXECUCAO TIROU DA NOITE; NAO ABRE NEM FECHA
      *==                 EXECUCAO.
      *=================================================================
           05 JSTAT-JOB             PIC X(12).
           05 JSTAT-TIPO            PIC X(01).
