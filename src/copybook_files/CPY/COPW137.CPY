      * Baile de formatura: capacidade do salao, disposicao das
      * mesas, cota de lugares por formando e preco das mesas e
      * convites extras, por evento COD060 (COP136)
       FD  COD137.
       01  REG-COD137.
           05  NR-CONTRATO-CO137     PIC 9(4).
           05  ITEM-CO137            PIC 9(3).
      *    NR-CONTRATO + ITEM -> CHAVE-CO60 do evento baile
           05  CAPACIDADE-CO137      PIC 9(5).
      *    CAPACIDADE - pessoas que o salao comporta
           05  QT-MESAS-CO137        PIC 9(3).
           05  LUGARES-MESA-CO137    PIC 9(2).
           05  COTA-CO137            PIC 9(2).
      *    COTA - lugares de cada formando incluidos no contrato
           05  PRECO-MESA-CO137      PIC 9(6)V99.
           05  PRECO-CONVITE-CO137   PIC 9(6)V99.
           05  DATA-ALT-CO137        PIC 9(8).
           05  USUARIO-CO137         PIC X(5).
           05  FILLER                PIC X(20).
