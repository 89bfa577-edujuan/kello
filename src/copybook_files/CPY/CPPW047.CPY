      * Propostas dos fornecedores a uma cotacao (CPP034): preco
      * unitario por item da cotacao, prazo, condicao de pagamento
      * e validade - base do mapa comparativo
       FD  CPD047.
       01  REG-CPD047.
           05  COTACAO-CP47          PIC 9(6).
           05  FORNEC-CP47           PIC 9(6).
      *    FORNEC-CP47 -> CODIGO-CG01
           05  DATA-RESPOSTA-CP47    PIC 9(8).
           05  PRAZO-ENTREGA-CP47    PIC 9(3).
      *    prazo de entrega em dias
           05  COND-PAGTO-CP47       PIC X(30).
           05  VALIDADE-CP47         PIC 9(8).
      *    ultimo dia em que o preco vale
           05  VLR-TOTAL-CP47        PIC 9(10)V99.
           05  QT-COTADOS-CP47       PIC 9(2).
      *    itens com preco; menos que QT-ITENS-CP45 = incompleta
           05  PRECOS-CP47.
               10  VLR-UNIT-CP47 OCCURS 30 TIMES PIC 9(6)V99.
      *    VLR-UNIT-CP47 (n) -> ITEM-CP46 n (zeros = nao cotou)
           05  USUARIO-CP47          PIC X(5).
           05  FILLER                PIC X(20).
