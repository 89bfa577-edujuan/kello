      * Abastecimentos do extrato mensal do cartao combustivel
      * (PRP109), conciliados com a viagem do veiculo no diario de
      * bordo PRD107. O extrato e pago num titulo so do CPD020; o
      * custo de cada abastecimento volta p/ a viagem/evento pelo
      * NR-PLAN-PR110.
       FD  PRD110.
       01  REG-PRD110.
           05  DATA-PR110            PIC 9(8).
      *    DATA-PR110 - AAAAMMDD do abastecimento
           05  PLACA-PR110           PIC X(7).
           05  HORA-PR110            PIC 9(4).
      *    HORA-PR110 - HHMM
           05  VEICULO-PR110         PIC 9(2).
      *    VEICULO-PR110 -> VEICULO-PR109 (ZEROS = PLACA FORA DA FROTA)
           05  POSTO-PR110           PIC X(20).
           05  LITROS-PR110          PIC 9(4)V99.
           05  ODOMETRO-PR110        PIC 9(7).
      *    ODOMETRO-PR110 - digitado na bomba
           05  VALOR-PR110           PIC 9(6)V99.
           05  NR-PLAN-PR110.
               10  CIDADE-PR110      PIC 9(4).
               10  MESDIA-PR110      PIC 9(4).
               10  ANO-PR110         PIC 9(4).
               10  SEQ-PR110         PIC 9(2).
      *    NR-PLAN-PR110 -> viagem PRD107 do veiculo que cobre a data
      *    (ZEROS = abastecimento fora de viagem registrada)
           05  OCORRENCIAS-PR110.
               10  OC-SEM-VIAGEM-PR110   PIC 9(1).
               10  OC-ODOMETRO-PR110     PIC 9(1).
               10  OC-TANQUE-PR110       PIC 9(1).
               10  OC-SEM-PLACA-PR110    PIC 9(1).
      *    OCORRENCIAS = 0-OK  1-APONTADA
      *    SEM-VIAGEM - nenhuma viagem do veiculo na data
      *    ODOMETRO   - odometro da bomba fora do saida/volta PRD107
      *    TANQUE     - litros acima da capacidade do tanque
      *    SEM-PLACA  - placa nao cadastrada na frota PRD109
           05  FORNEC-CP-PR110       PIC 9(6).
           05  SEQ-CP-PR110          PIC 9(5).
      *    FORNEC/SEQ-CP -> titulo unico do extrato no CPD020
           05  DATA-IMPORT-PR110     PIC 9(8).
           05  USUARIO-PR110         PIC X(5).
           05  FILLER                PIC X(20).
