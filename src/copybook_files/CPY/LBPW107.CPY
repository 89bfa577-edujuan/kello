               10  ETAPA-OCO-LB107 OCCURS 5 TIMES.
                   15  DATA-ETAPA-LB107   PIC 9(8).
                   15  FUNC-ETAPA-LB107   PIC 9(6).
           05  ORIGEM-LB107          PIC X.
               88  ORIGEM-REPOSICAO-LB107   VALUE "R".
      *    ORIGEM = ESPACO-VENDA (RCD100)  R-REPOSICAO/SEGUNDA VIA
      *             (PEDIDO-REPOS-LB107 -> PEDIDO-MT67, MTP064)
           05  PEDIDO-REPOS-LB107    PIC 9(6).
           05  FILLER                PIC X(13).
