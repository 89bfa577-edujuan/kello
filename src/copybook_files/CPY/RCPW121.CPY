      * Desconto dado na venda de album (RCP120/RCP121): toda venda
      * com desconto abaixo da tabela fica aqui; a que passa da alcada
      * do vendedor fica pendente e nao gera carne (RCP116) nem OS do
      * laboratorio (LBP107) ate o chefe aprovar ou rejeitar
       FD  RCD121.
       01  REG-RCD121.
           05  ALBUM-RC121           PIC 9(8).
           05  CONTRATO-RC121        PIC 9(4).
           05  VENDEDOR-RC121        PIC 9(6).
           05  DATA-VENDA-RC121      PIC 9(8).
      *    DATA-VENDA-RC121 - AAAAMMDD (DATA-MOVTO-REC)
           05  PRECO-LISTA-RC121     PIC 9(8)V99.
           05  PERC-FAIXA-RC121      PIC 9(3)V99.
      *    PERC-FAIXA - desconto da faixa de quantidade (RCD112)
           05  PERC-MAX-RC121        PIC 9(3)V99.
      *    PERC-MAX - alcada do vendedor (RCD120) na data da venda
           05  PRECO-MINIMO-RC121    PIC 9(8)V99.
           05  TOTAL-VENDA-RC121     PIC 9(8)V99.
           05  DESCONTO-VLR-RC121    PIC 9(8)V99.
           05  DESCONTO-PERC-RC121   PIC 9(3)V99.
      *    DESCONTO - total abaixo do preco de tabela (faixa + vendedor)
           05  SITUACAO-RC121        PIC 9(1).
      *    SITUACAO = 0-PENDENTE DE APROVACAO  1-APROVADA
      *               2-REJEITADA  3-DENTRO DA ALCADA
           05  USUARIO-VENDA-RC121   PIC X(5).
           05  APROVADOR-RC121       PIC 9(3).
      *    APROVADOR - usuario chefe (GED001) que decidiu
           05  DATA-DECISAO-RC121    PIC 9(8).
           05  OBS-DECISAO-RC121     PIC X(40).
           05  FILLER                PIC X(20).
