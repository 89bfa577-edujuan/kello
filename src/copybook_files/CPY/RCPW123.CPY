      * Divisao da venda do album entre ate 3 vendedores (RCP122) -
      * sem registro aqui a venda e 100% do VENDEDOR-REC do RCD100
       FD  RCD123.
       01  REG-RCD123.
           05  ALBUM-RC123           PIC 9(8).
           05  DIVISAO-RC123         OCCURS 3 TIMES.
               10  VENDEDOR-RC123    PIC 9(6).
               10  PERC-RC123        PIC 9(3)V99.
      *    PERC - participacao na venda; a soma das 3 e 100
           05  DATA-ALT-RC123        PIC 9(8).
           05  USUARIO-RC123         PIC X(5).
           05  FILLER                PIC X(20).
