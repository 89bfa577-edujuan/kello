      * Lugares de cada formando (album MTD019) no baile: cota,
      * mesas e convites extras vendidos, faturamento no RCD101 e
      * a faixa de lugares do mapa de mesas (COP136)
       FD  COD138.
       01  REG-COD138.
           05  NR-CONTRATO-CO138     PIC 9(4).
           05  ITEM-CO138            PIC 9(3).
           05  ALBUM-CO138           PIC 9(8).
           05  QT-COTA-CO138         PIC 9(2).
           05  QT-MESA-EXTRA-CO138   PIC 9(2).
           05  QT-CONV-EXTRA-CO138   PIC 9(3).
           05  VALOR-VENDA-CO138     PIC 9(8)V99.
           05  VALOR-FATUR-CO138     PIC 9(8)V99.
      *    VALOR-FATUR - ja lancado em parcelas RCD101 (ORIGEM-REC1 1)
           05  QT-PARC-CO138         PIC 9(2).
      *    QT-PARC - ultima PARCELA-REC1 gerada p/ o baile
           05  MESA-INI-CO138        PIC 9(3).
           05  LUGAR-INI-CO138       PIC 9(2).
           05  MESA-FIM-CO138        PIC 9(3).
           05  LUGAR-FIM-CO138       PIC 9(2).
      *    faixa de lugares do mapa (zeros = ainda sem lugar)
           05  DATA-ALT-CO138        PIC 9(8).
           05  USUARIO-CO138         PIC X(5).
           05  FILLER                PIC X(20).
