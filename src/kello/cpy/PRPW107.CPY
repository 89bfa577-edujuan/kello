           05  LITROS-PR107        PIC 9(5)V9.
           05  VLR-COMBUST-PR107   PIC 9(6)V99.
           05  VLR-PEDAGIO-PR107   PIC 9(6)V99.
           05  COMBUST-CARTAO-PR107 PIC 9(1).
      *    COMBUST-CARTAO = 0-LITROS/VALOR DIGITADOS (ESTIMATIVA)
      *                     1-SOMA DOS ABASTECIMENTOS DO CARTAO PRD110
           05  FILLER              PIC X(19).
