      * Alcada de desconto na venda de album (RCP121): % maximo que o
      * vendedor pode dar abaixo do preco de tabela ja com a faixa do
      * RCD112. O vendedor usa o proprio % ou, zerado, o do perfil;
      * sem cadastro vale o perfil 0 (padrao) - sem perfil 0, nenhum
      * desconto alem da faixa passa sem aprovacao
       FD  RCD120.
       01  REG-RCD120.
           05  TIPO-RC120            PIC 9(1).
      *    TIPO = 1-PERFIL  2-VENDEDOR
           05  CODIGO-RC120          PIC 9(6).
      *    CODIGO - nr do perfil ou codigo do vendedor (CGD001)
           05  DESCRICAO-RC120       PIC X(30).
           05  PERFIL-RC120          PIC 9(6).
      *    PERFIL - so no vendedor: perfil a que pertence
           05  PERC-MAX-RC120        PIC 9(3)V99.
           05  DATA-ALT-RC120        PIC 9(8).
           05  USUARIO-RC120         PIC X(5).
           05  FILLER                PIC X(20).
