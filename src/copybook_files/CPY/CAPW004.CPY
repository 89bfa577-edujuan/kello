      * Liberacao de programa/senha especial por usuario (SENHA02,
      * SENHA21...) - consultado por CHP070, CHP061B e CAP026
       FD  CAD004.
       01  REG-CAD004.
           05  COD-USUARIO-CA004   PIC 9(03).
           05  PROGRAMA-CA004      PIC X(08).
