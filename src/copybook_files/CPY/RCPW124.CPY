      * Memoria do calculo de comissao do mes (RCP123) - uma linha por
      * parcela baixada, vendedor e produto, com tudo o que entrou na
      * conta; e a base do extrato do vendedor e do recalculo do mes
       FD  RCD124.
       01  REG-RCD124.
           05  ANOMES-RC124          PIC 9(6).
           05  VENDEDOR-RC124        PIC 9(6).
           05  SEQ-RC124             PIC 9(5).
           05  ALBUM-RC124           PIC 9(8).
           05  PARCELA-RC124         PIC 9(2).
           05  VENCTO-RC124          PIC 9(8).
           05  DTA-BAIXA-RC124       PIC 9(8).
           05  VALOR-PARCELA-RC124   PIC 9(8)V99.
           05  PERC-DIVISAO-RC124    PIC 9(3)V99.
      *    PERC-DIVISAO - parte do vendedor na venda (RCD123)
           05  PRODUTO-RC124         PIC 9(1).
           05  PERC-PRODUTO-RC124    PIC 9(3)V99.
      *    PERC-PRODUTO - parte do produto na venda (QTDE X VALOR-REF)
           05  BASE-RC124            PIC 9(8)V99.
      *    BASE = VALOR-PARCELA X PERC-DIVISAO X PERC-PRODUTO
           05  VOLUME-MES-RC124      PIC 9(10)V99.
           05  VOLUME-MIN-RC124      PIC 9(8)V99.
           05  PERC-COMIS-RC124      PIC 9(3)V99.
           05  ORIGEM-PERC-RC124     PIC 9(1).
      *    ORIGEM-PERC = 1-REGRA RCD122  2-COMIS-PARC-REC1 (SEM REGRA)
           05  VALOR-COMIS-RC124     PIC 9(8)V99.
           05  DATA-CC-RC124         PIC 9(8).
           05  SEQ-CC-RC124          PIC 9(5).
      *    DATA-CC/SEQ-CC - lancamento do mes no CCD100
           05  FILLER                PIC X(20).
