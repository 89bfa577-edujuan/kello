      * Acerto de contas do vendedor (RCP124) - o que os recibos de
      * campo RCD125 dizem que ele recebeu contra o que entregou em
      * dinheiro, cheques CHD010 e depositos; a diferenca vai p/ o
      * conta corrente CCD100 do vendedor
       FD  RCD126.
       01  REG-RCD126.
           05  NR-ACERTO-RC126       PIC 9(6).
           05  VENDEDOR-RC126        PIC 9(6).
           05  DATA-ACERTO-RC126     PIC 9(8).
           05  QT-RECIBOS-RC126      PIC 9(3).
           05  VLR-RECIBOS-RC126     PIC 9(8)V99.
           05  VLR-DINHEIRO-RC126    PIC 9(8)V99.
           05  QT-CHEQUES-RC126      PIC 9(3).
           05  VLR-CHEQUES-RC126     PIC 9(8)V99.
           05  QT-DEPOSITOS-RC126    PIC 9(2).
           05  VLR-DEPOSITOS-RC126   PIC 9(8)V99.
           05  DEPOSITOS-RC126 OCCURS 10 TIMES.
               10  NR-DEPOSITO-RC126 PIC X(10).
               10  VLR-DEPOSITO-RC126 PIC 9(8)V99.
           05  DIFERENCA-RC126       PIC S9(8)V99.
      *    DIFERENCA = ENTREGUE - RECIBOS (negativa = falta, debito
      *    do vendedor; positiva = sobra, credito)
           05  DATA-CC-RC126         PIC 9(8).
           05  SEQ-CC-RC126          PIC 9(5).
      *    DATA-CC/SEQ-CC - lancamento da diferenca no CCD100
           05  USUARIO-RC126         PIC X(5).
           05  FILLER                PIC X(20).
