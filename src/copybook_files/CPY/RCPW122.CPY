      * Regras de comissao da venda de album (RCP122/RCP123): % por
      * produto, por faixa de volume do vendedor no mes e por
      * vigencia. Vale a faixa de maior VOLUME-MIN que o vendedor
      * atingiu no mes; o VALOR-REF da faixa 0 reparte o valor da
      * parcela entre os produtos da venda
       FD  RCD122.
       01  REG-RCD122.
           05  PRODUTO-RC122         PIC 9(1).
      *    PRODUTO = 1-ALBUM  2-POSTER  3-DVD  4-FOTOS EXTRAS/AVULSAS
           05  DATA-INI-RC122        PIC 9(8).
      *    DATA-INI - inicio da vigencia AAAAMMDD (data da baixa)
           05  VOLUME-MIN-RC122      PIC 9(8)V99.
      *    VOLUME-MIN - recebido no mes p/ o vendedor a partir do qual
      *    vale o % desta faixa (0 = faixa inicial)
           05  DATA-FIM-RC122        PIC 9(8).
      *    DATA-FIM - fim da vigencia AAAAMMDD (0 = em aberto)
           05  PERC-COMIS-RC122      PIC 9(3)V99.
           05  VALOR-REF-RC122       PIC 9(6)V99.
      *    VALOR-REF - preco unitario de referencia do produto
           05  DATA-ALT-RC122        PIC 9(8).
           05  USUARIO-RC122         PIC X(5).
           05  FILLER                PIC X(20).
