      * Pedido de convite de cada formando (album MTD019) no modelo
      * do contrato: quantidade, folhas extras, nome e texto
      * personalizado, aprovacao da prova, pedido de compra a
      * grafica, entrega ao formando e faturamento (COP135)
       FD  COD136.
       01  REG-COD136.
           05  NR-CONTRATO-CO136     PIC 9(4).
           05  MODELO-CO136          PIC 9(2).
           05  ALBUM-CO136           PIC 9(8).
           05  QT-CONVITE-CO136      PIC 9(4).
           05  QT-FOLHA-EXTRA-CO136  PIC 9(2).
      *    QT-FOLHA-EXTRA - folhas extras em cada convite
           05  NOME-CONVITE-CO136    PIC X(40).
           05  TEXTO1-CO136          PIC X(60).
           05  TEXTO2-CO136          PIC X(60).
           05  VALOR-CO136           PIC 9(8)V99.
           05  DATA-PEDIDO-CO136     PIC 9(8).
           05  SITUACAO-CO136        PIC 9(1).
      *    SITUACAO = 0-DIGITADO  1-PROVA ENVIADA  2-PROVA APROVADA
      *               3-NA GRAFICA  4-RECEBIDO DA GRAFICA
      *               5-ENTREGUE AO FORMANDO  9-CANCELADO
           05  QT-PROVAS-CO136       PIC 9(2).
           05  DATA-PROVA-CO136      PIC 9(8).
      *    DATA-PROVA - envio da ultima prova
           05  DATA-APROVACAO-CO136  PIC 9(8).
           05  APROVADOR-CO136       PIC X(30).
           05  PEDIDO-CP-CO136       PIC 9(6).
      *    PEDIDO-CP - pedido de compra CPD030 a grafica
           05  DATA-RECEB-CO136      PIC 9(8).
           05  DATA-ENTREGA-CO136    PIC 9(8).
           05  RECEBEDOR-CO136       PIC X(30).
           05  SEQ-CR20-CO136        PIC 9(5).
      *    SEQ-CR20 - titulo CRD020 (classe 0, cliente = album) do
      *    faturamento; zeros = ainda nao faturado
           05  DATA-FATUR-CO136      PIC 9(8).
           05  USUARIO-CO136         PIC X(5).
           05  FILLER                PIC X(20).
