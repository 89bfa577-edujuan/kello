      * De/para do lancamento do conta corrente (CCD100) p/ a rubrica
      * (evento) do sistema da folha de pagamento - exportacao mensal
      * do CCP015
       FD  CCD015.
       01  REG-CCD015.
           05  TIPO-LCTO-CC15        PIC 99.
      *    TIPO-LCTO-CC15 -> TIPO-LCTO-CC100
           05  CRED-DEB-CC15         PIC 9.
      *    0-DEBITO (desconto na folha)   1-CREDITO (provento)
           05  RUBRICA-CC15          PIC X(6).
           05  DESCRICAO-CC15        PIC X(30).
           05  FILLER                PIC X(20).
