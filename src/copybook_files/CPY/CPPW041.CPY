      * Compensacoes de adiantamento a fornecedor (CPD040) contra
      * notas do CPD020: a parte compensada da nota vira um titulo
      * baixado sem caixa, lancado no diario contra a conta do
      * adiantamento (CPP031)
       FD  CPD041.
       01  REG-CPD041.
           05  FORNEC-CP41           PIC 9(6).
           05  SEQ-ADIANT-CP41       PIC 9(5).
      *    SEQ-CP20 do titulo do adiantamento (CPD040)
           05  SEQ-COMPENS-CP41      PIC 9(3).
           05  SEQ-NOTA-CP41         PIC 9(5).
      *    SEQ-CP20 da nota compensada
           05  SEQ-BAIXA-CP41        PIC 9(5).
      *    SEQ-CP20 do titulo baixado pela compensacao (a propria
      *    nota quando compensada por inteiro)
           05  VALOR-CP41            PIC 9(8)V99.
           05  DATA-CP41             PIC 9(8).
           05  USUARIO-CP41          PIC X(5).
           05  FILLER                PIC X(20).
