           05  COBERT-NOVA-CO121     PIC 9(1).
           05  QT-PARC-AJUST-CO121   PIC 9(3).
      *    parcelas em aberto do COD050 reajustadas pela diferenca
           05  DATA-ASSINATURA-CO121 PIC 9(8).
      *    DATA-ASSINATURA - conclusao da assinatura eletronica do
      *    aditivo (COP140); zeros = ainda nao assinado
           05  FILLER                PIC X(12).
