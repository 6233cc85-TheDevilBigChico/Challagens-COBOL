      *== DATA: 02/09/2026
      *== OBS: VIRADA DE MEIA-NOITE DENTRO DE UM JOB E TRATADA
      *==      SOMANDO 24 HORAS AO FIM.
      *=================================================================
      *== HISTORICO DE ALTERACOES:
      *== 15/10/2026 FA  O REGISTRO "N" (NAO AGENDADO) DO
      *==                 DISPARA-NOTURNO NAO E EXECUCAO E FICA FORA DA
      *==                 LINHA DO TEMPO.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE ZERO       TO EXE-MINUTOS(WRK-QTD-EXEC)
               MOVE "N"        TO EXE-IMPRESSO(WRK-QTD-EXEC)
             END-IF
           END-IF
           IF JSTAT-TIPO EQUAL "F"
      *      O FIM FECHA O INICIO ABERTO MAIS RECENTE DO MESMO JOB E
      *      DIA.
             MOVE ZERO TO WRK-ACHOU-EXEC
