      * Frota de veiculos (PRP109): placa e capacidade do tanque de
      * cada codigo de veiculo usado no diario de bordo PRD107 - a
      * placa e o que vem no extrato do cartao combustivel
       FD  PRD109.
       01  REG-PRD109.
           05  VEICULO-PR109         PIC 9(2).
      *    VEICULO-PR109 -> VEICULO-PR107
           05  PLACA-PR109           PIC X(7).
           05  DESCRICAO-PR109       PIC X(30).
           05  CAPAC-TANQUE-PR109    PIC 9(3)V9.
      *    CAPAC-TANQUE-PR109 - LITROS (ZEROS = NAO CONFERE)
           05  NR-CARTAO-PR109       PIC X(20).
           05  FILLER                PIC X(20).
