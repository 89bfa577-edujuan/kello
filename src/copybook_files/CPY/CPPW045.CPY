      * Cotacao de compra: a necessidade (itens no CPD046) com o
      * destino - evento OED010, planejamento PRD105 ou centro de
      * custo CXD133 - antes do pedido; as propostas dos
      * fornecedores ficam no CPD047 e o pedido CPD030 nasce da
      * proposta vencedora (CPP034)
       FD  CPD045.
       01  REG-CPD045.
           05  COTACAO-CP45          PIC 9(6).
           05  DESCRICAO-CP45        PIC X(30).
           05  DATA-ABERTURA-CP45    PIC 9(8).
           05  TIPO-DESTINO-CP45     PIC 9(1).
      *    TIPO-DESTINO = 1-CONTRATO DE EVENTO (NR-CONTRATO-OE10)
      *                   2-PLANEJAMENTO (NR-PLAN-PR105)
      *                   3-CENTRO DE CUSTO (CENTRO-CX133)
           05  DESTINO-CP45          PIC 9(14).
           05  QT-ITENS-CP45         PIC 9(2).
           05  MIN-PROPOSTAS-CP45    PIC 9(1).
      *    propostas exigidas antes de escolher sem justificativa
           05  SITUACAO-CP45         PIC 9(1).
      *    SITUACAO = 0-EM COTACAO  1-ADJUDICADA (PEDIDO EMITIDO)
      *               9-CANCELADA
           05  FORNEC-VENCEDOR-CP45  PIC 9(6).
           05  JUSTIFICATIVA-CP45    PIC X(60).
      *    obrigatoria quando o vencedor nao e o menor preco ou
      *    quando ha menos propostas que o minimo
           05  APROVADOR-CP45        PIC X(5).
           05  DATA-APROVACAO-CP45   PIC 9(8).
           05  PEDIDO-CP45           PIC 9(6).
      *    PEDIDO-CP45 -> PEDIDO-CP30
           05  USUARIO-CP45          PIC X(5).
           05  FILLER                PIC X(20).
