      * Calculo mensal da PDD por origem e faixa de atraso: saldo em
      * aberto na data-base, percentual aplicado e provisao; a
      * contabilizacao estorna a do mes anterior e lanca a do mes
      * (CRP152)
       FD  CRD153.
       01  REG-CRD153.
           05  ANOMES-CR153          PIC 9(6).
           05  ORIGEM-CR153          PIC 9(1).
      *    ORIGEM = 1-TITULO CRD020  2-CHEQUE DEVOLVIDO CHD010/CHD013
           05  FAIXA-CR153           PIC 9(2).
           05  DIAS-DE-CR153         PIC 9(5).
           05  DIAS-ATE-CR153        PIC 9(5).
           05  PERCENTUAL-CR153      PIC 9(3)V99.
           05  QT-TITULOS-CR153      PIC 9(6).
           05  SALDO-CR153           PIC 9(12)V99.
           05  VALOR-PDD-CR153       PIC 9(12)V99.
           05  DATA-CALCULO-CR153    PIC 9(8).
           05  CONTABILIZADO-CR153   PIC 9(1).
      *    CONTABILIZADO = 0-NAO  1-SIM (mes travado p/ recalculo)
           05  USUARIO-CR153         PIC X(5).
           05  FILLER                PIC X(20).
