      * Devolucao de venda de album (RCP119): guarda o que a venda
      * RCD100 era e tudo o que a devolucao desfez - parcelas RCD101
      * canceladas, o pago que virou reembolso (CPD020) ou credito do
      * cliente (CRD157), o album de volta ao estoque (MTD020/MTD049)
      * e a comissao debitada do vendedor no CCD100
       FD  RCD119.
       01  REG-RCD119.
           05  ALBUM-RC119           PIC 9(8).
           05  DATA-DEV-RC119        PIC 9(8).
      *    DATA-DEV-RC119 - AAAAMMDD da devolucao
           05  MOTIVO-RC119          PIC 9(5).
      *    MOTIVO-RC119 -> CODIGO-CO08 (COD008)
           05  VENDEDOR-RC119        PIC 9(6).
           05  DATA-VENDA-RC119      PIC 9(8).
           05  TOTAL-VENDA-RC119     PIC 9(8)V99.
           05  QFOTOS-RC119          PIC 9(3).
           05  QT-PARC-CANC-RC119    PIC 9(2).
           05  VALOR-CANC-RC119      PIC 9(8)V99.
      *    parcelas RCD101 em aberto excluidas na devolucao
           05  VALOR-PAGO-RC119      PIC 9(8)V99.
           05  DESTINO-PAGO-RC119    PIC 9(1).
      *    DESTINO-PAGO = 0-NADA PAGO  1-REEMBOLSO (CPD020)
      *                   2-CREDITO DO CLIENTE (CRD157)
           05  FORNEC-CP-RC119       PIC 9(6).
           05  SEQ-CP-RC119          PIC 9(5).
      *    FORNEC/SEQ-CP -> titulo de reembolso no CPD020
           05  COMISSAO-RC119        PIC 9(8)V99.
           05  DATA-CC-RC119         PIC 9(8).
           05  SEQ-CC-RC119          PIC 9(5).
      *    DATA-CC/SEQ-CC -> debito da comissao no CCD100 do vendedor
           05  RUA-RC119             PIC X(3).
           05  ESTANTE-RC119         PIC X(3).
           05  PRATELEIRA-RC119      PIC X(3).
      *    local do estoque (MTD049) onde o album foi guardado
           05  OBS-RC119             PIC X(40).
           05  USUARIO-RC119         PIC X(5).
           05  FILLER                PIC X(20).
