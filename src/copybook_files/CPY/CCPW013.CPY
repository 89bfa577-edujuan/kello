           05  FORNEC-CC13         PIC 9(6).
           05  TIPO-FORN-CC13      PIC 9(2).
           05  LIMITE-VALE-CC13    PIC 9(8)V99.
           05  MATRICULA-FOLHA-CC13 PIC X(10).
      *    matricula da pessoa no sistema da folha (CCP015); brancos
      *    = o proprio FORNEC
           05  FILLER              PIC X(10).
