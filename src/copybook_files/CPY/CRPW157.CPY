      * Credito de cliente (CRP157/CRP158): pagamento a maior,
      * parcela paga em duplicidade ou produto devolvido que o
      * cliente prefere deixar como credito p/ compras futuras em vez
      * do reembolso em dinheiro (GALHO133). O SALDO e passivo da
      * empresa ate ser usado, vencer ou ser reembolsado.
       FD  CRD157.
       01  REG-CRD157.
           05  CLASS-CLIENTE-CR157   PIC 9(1).
           05  CLIENTE-CR157         PIC 9(8).
      *    CLASS/CLIENTE - mesmo criterio do CRD020 (classe 0 =
      *    contrato+album)
           05  SEQ-CR157             PIC 9(4).
           05  DATA-CR157            PIC 9(8).
           05  ORIGEM-CR157          PIC 9(1).
      *    ORIGEM = 1-PAGAMENTO A MAIOR  2-PARCELA PAGA EM DUPLICIDADE
      *             3-DEVOLUCAO DE PRODUTO  4-OUTROS
           05  DOCTO-ORIGEM-CR157    PIC X(20).
      *    titulo/parcela/venda que gerou o credito
           05  HISTORICO-CR157       PIC X(30).
           05  VALOR-CR157           PIC 9(8)V99.
           05  SALDO-CR157           PIC 9(8)V99.
           05  VALIDADE-CR157        PIC 9(8).
      *    VALIDADE-CR157 - AAAAMMDD
           05  SITUACAO-CR157        PIC 9(1).
      *    SITUACAO = 0-COM SALDO  1-USADO  2-VENCIDO  3-REEMBOLSADO
           05  USUARIO-CR157         PIC X(5).
           05  FILLER                PIC X(20).
