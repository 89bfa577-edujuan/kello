      * Titulos gerados pelos modelos recorrentes (CPD035): um por
      * modelo e mes, amarrado ao CPD020 previsto ate a confirmacao
      * com o valor real da conta (CPP026)
       FD  CPD036.
       01  REG-CPD036.
           05  MODELO-CP36           PIC 9(4).
           05  ANOMES-CP36           PIC 9(6).
           05  FORNEC-CP36           PIC 9(6).
           05  SEQ-CP20-CP36         PIC 9(5).
      *    FORNEC/SEQ-CP20 -> CHAVE-CP20 do titulo gerado
           05  DATA-VENCTO-CP36      PIC 9(8).
           05  VLR-PREVISTO-CP36     PIC 9(8)V99.
           05  VLR-REAL-CP36         PIC 9(8)V99.
           05  SITUACAO-CP36         PIC 9(1).
      *    SITUACAO = 0-PREVISTO  1-CONFIRMADO  2-CANCELADO
           05  DATA-CONFIRMA-CP36    PIC 9(8).
           05  USUARIO-CP36          PIC X(5).
           05  FILLER                PIC X(20).
