      *=================================================================
      *== AUTOR: Francisco Alexandre
      *== OBJETIVO: LEIAUTE DO CADASTRO DE TIPOS DE VEICULO POR
      *==            TRANSPORTADORA (TRANSP-VEICULOS): TIPO,
      *==            DESCRICAO, PESO MAXIMO EM KG E CAPACIDADE CUBICA
      *==            EM M3. USADO PELO ROMANEIO-DIARIO PARA MONTAR AS
      *==            CARGAS POR VEICULO. VOLUME MAXIMO ZERO = VEICULO
      *==            SEM LIMITE CUBICO (SO O PESO E CONTROLADO); PESO
      *==            MAXIMO ZERO OU INVALIDO DESCARTA O REGISTRO.
      *==            REGISTRO DE 47 POSICOES.
      *== DATA: 15/10/2026
      *=================================================================
           05 VEI-TRANSPORTADORA-REG PIC X(04).
           05 VEI-TIPO-REG          PIC X(06).
           05 VEI-DESCRICAO-REG     PIC X(20).
           05 VEI-PESO-MAX-REG      PIC 9(07)V99.
           05 VEI-VOLUME-MAX-REG    PIC 9(05)V999.
