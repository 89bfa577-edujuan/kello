      * Linhas do extrato bancario importadas pelo CXP122, casadas
      * ou nao - base da auditoria de tarifas (CXP146). Reimportar
      * o extrato de um dia substitui as linhas daquele dia
       FD  CXD137.
       01  REG-CXD137.
           05  CONTA-CX137           PIC 9(6).
           05  DATA-CX137            PIC 9(8).
           05  SEQ-CX137             PIC 9(4).
           05  VALOR-CX137           PIC 9(10)V99.
           05  DC-CX137              PIC X(1).
      *    D = debito no banco (saida)   C = credito (entrada)
           05  DOCUMENTO-CX137       PIC X(10).
           05  HISTORICO-CX137       PIC X(30).
           05  DATA-IMPORT-CX137     PIC 9(8).
           05  HORA-IMPORT-CX137     PIC 9(8).
           05  FILLER                PIC X(20).
