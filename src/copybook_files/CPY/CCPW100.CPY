      *                                 03-REPRES   04-REPORT
      *                      05-VALE (adiantamento - ver CCP012)
      *                      06-EMPREITADA DE MONTAGEM (CCP014)
      *                      07-MULTA DE TRANSITO (PRP110)
           05  TIPO-FORN-CC100          PIC 9(2).
           05  NR-DOCTO-CC100           PIC X(10).
           05  DATA-EMISSAO-CC100       PIC 9(8).
