      * Resumo por pessoa da exportacao do conta corrente p/ a folha
      * de pagamento e do retorno (liquido) do sistema da folha
      * (CCP015)
       FD  CCD016.
       01  REG-CCD016.
           05  COMPETENCIA-CC16      PIC 9(6).
      *    COMPETENCIA-CC16 - AAAAMM
           05  FORNEC-CC16           PIC 9(6).
           05  MATRICULA-CC16        PIC X(10).
           05  QT-LCTOS-CC16         PIC 9(4).
           05  PROVENTOS-CC16        PIC 9(10)V99.
           05  DESCONTOS-CC16        PIC 9(10)V99.
           05  DATA-EXPORTACAO-CC16  PIC 9(8).
           05  LIQUIDO-FOLHA-CC16    PIC S9(10)V99.
      *    liquido a pagar informado no retorno da folha
           05  DATA-RETORNO-CC16     PIC 9(8).
           05  SITUACAO-CC16         PIC 9.
      *    SITUACAO = 0-EXPORTADO  1-QUITADO PELA FOLHA
           05  USUARIO-CC16          PIC X(5).
           05  FILLER                PIC X(20).
