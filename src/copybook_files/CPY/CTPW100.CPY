           05  VALOR-CT100           PIC 9(10)V99.
           05  HISTORICO-CT100       PIC X(30).
           05  ORIGEM-CT100          PIC X(2).
      *    ORIGEM = CX-caixa  CR-receber  CP-pagar  IM-imobilizado
      *             PD-pdd/perdas
           05  CHAVE-ORIGEM-CT100    PIC X(14).
           05  FILLER                PIC X(20).
