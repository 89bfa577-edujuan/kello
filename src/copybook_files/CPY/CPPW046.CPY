      * Itens da cotacao de compra (CPP034) - viram os itens CPD031
      * do pedido emitido ao vencedor
       FD  CPD046.
       01  REG-CPD046.
           05  COTACAO-CP46          PIC 9(6).
           05  ITEM-CP46             PIC 9(2).
           05  CODIGO-MAT-CP46       PIC 9(3).
      *    CODIGO-MAT-CP46 -> CODIGO-MT53 (zeros = item que nao e
      *    material de estoque)
           05  DESCRICAO-CP46        PIC X(30).
           05  QTDE-CP46             PIC 9(7).
           05  FILLER                PIC X(20).
