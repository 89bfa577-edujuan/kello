      * Uso do credito de cliente - cada baixa de saldo do CRD157
      * amarrada ao credito de origem (CLASS/CLIENTE/SEQ)
       FD  CRD158.
       01  REG-CRD158.
           05  CLASS-CLIENTE-CR158   PIC 9(1).
           05  CLIENTE-CR158         PIC 9(8).
           05  SEQ-CR158             PIC 9(4).
      *    CLASS/CLIENTE/SEQ -> CHAVE-CR157
           05  SEQ-USO-CR158         PIC 9(3).
           05  DATA-USO-CR158        PIC 9(8).
           05  APLICACAO-CR158       PIC 9(1).
      *    APLICACAO = 1-VENDA RCD100 (ENTRADA)  2-VENDA AVULSA EVENTO
      *                3-BAIXA DE TITULO CRD020  4-PARCELA RCD101
      *                8-VENCIMENTO DO CREDITO   9-REEMBOLSO
           05  DOCTO-DESTINO-CR158   PIC X(20).
           05  VALOR-CR158           PIC 9(8)V99.
           05  USUARIO-CR158         PIC X(5).
           05  FILLER                PIC X(20).
