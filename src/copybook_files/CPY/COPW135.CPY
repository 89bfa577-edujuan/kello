      * Modelo de convite escolhido pela comissao em cada contrato,
      * com o preco ao formando e o custo/prazo da grafica (COP135)
       FD  COD135.
       01  REG-COD135.
           05  NR-CONTRATO-CO135     PIC 9(4).
           05  MODELO-CO135          PIC 9(2).
           05  DESCRICAO-CO135       PIC X(30).
           05  VLR-UNIT-CO135        PIC 9(6)V99.
      *    VLR-UNIT - preco de cada convite ao formando
           05  VLR-FOLHA-CO135       PIC 9(6)V99.
      *    VLR-FOLHA - preco de cada folha extra por convite
           05  FORNEC-CO135          PIC 9(6).
      *    FORNEC - grafica (CGD001), fornecedor do pedido CPD030
           05  CUSTO-UNIT-CO135      PIC 9(6)V99.
           05  CUSTO-FOLHA-CO135     PIC 9(6)V99.
           05  DATA-LIMITE-CO135     PIC 9(8).
      *    DATA-LIMITE - ultimo dia p/ o formando fazer o pedido
           05  PRAZO-GRAFICA-CO135   PIC 9(3).
      *    PRAZO-GRAFICA - dias corridos da grafica p/ entregar,
      *    contados da emissao do pedido de compra
           05  SITUACAO-CO135        PIC 9(1).
      *    SITUACAO = 0-ABERTO P/ PEDIDOS  1-PEDIDOS ENCERRADOS
           05  DATA-ALT-CO135        PIC 9(8).
           05  USUARIO-CO135         PIC X(5).
           05  FILLER                PIC X(20).
