      * Documentos em aberto na data-base que compunham o saldo
      * circularizado no CRD155 (CRP155) - base da conciliacao das
      * respostas discordantes
       FD  CRD156.
       01  REG-CRD156.
           05  DATA-BASE-CR156       PIC 9(8).
           05  TIPO-CR156            PIC 9(1).
           05  PARTE-CR156           PIC X(9).
           05  SEQ-CR156             PIC 9(4).
           05  CHAVE-DOC-CR156       PIC X(14).
      *    TIPO 1: CHAVE-CR20 (CLASS 9, CLIENTE 9(8), SEQ 9(5))
      *    TIPO 2: CHAVE-CP20 (FORNEC 9(6), SEQ 9(5))
           05  NR-DOCTO-CR156        PIC X(10).
           05  DATA-MOVTO-CR156      PIC 9(8).
           05  DATA-VENCTO-CR156     PIC 9(8).
           05  VALOR-CR156           PIC 9(10)V99.
           05  FILLER                PIC X(10).
