      * Recibos de campo do vendedor (RCP124) - dinheiro e cheque
      * recebidos do formando fora da empresa p/ uma parcela do carne
      * RCD101, registrados quando o vendedor informa, ficam em poder
      * dele ate o acerto de contas (RCD126), quando a parcela e
      * baixada
       FD  RCD125.
       01  REG-RCD125.
           05  NR-RECIBO-RC125       PIC 9(6).
      *    numero impresso no talao de recibos entregue ao vendedor
           05  VENDEDOR-RC125        PIC 9(6).
           05  DATA-RECEB-RC125      PIC 9(8).
      *    data em que o vendedor recebeu do formando
           05  ALBUM-RC125           PIC 9(8).
           05  VENCTO-RC125          PIC 9(8).
           05  BANCO-RC125           PIC 9(3).
           05  NUMERO-RC125          PIC 9(6).
           05  PARCELA-RC125         PIC 9(2).
      *    ALBUM/VENCTO/BANCO/NUMERO/PARCELA = CHAVE-REC1 da parcela
           05  VALOR-RC125           PIC 9(8)V99.
           05  FORMA-RC125           PIC 9(1).
               88  RECIBO-DINHEIRO-RC125     VALUE 1.
               88  RECIBO-CHEQUE-RC125       VALUE 2.
           05  SITUACAO-RC125        PIC 9(1).
               88  RECIBO-EM-PODER-RC125     VALUE 0.
               88  RECIBO-ACERTADO-RC125     VALUE 1.
               88  RECIBO-CANCELADO-RC125    VALUE 9.
           05  DATA-INFORMADO-RC125  PIC 9(8).
           05  NR-ACERTO-RC125       PIC 9(6).
           05  DATA-ACERTO-RC125     PIC 9(8).
           05  MOTIVO-CANCEL-RC125   PIC X(30).
           05  USUARIO-RC125         PIC X(5).
           05  FILLER                PIC X(20).
