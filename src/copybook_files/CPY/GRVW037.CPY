      * Janela de manutencao programada da empresa (GRAVS1): dentro
      * dela o CAP000 recusa novas entradas (so administrador, com
      * liberacao "GRAVS1" no CAD004, entra) e quem ja esta no menu
      * e avisado p/ sair ate o prazo
       FD  GRD037.
       01  REG-GRD037.
           05  DATA-INI-GR37         PIC 9(8).
           05  HORA-INI-GR37         PIC 9(4).
           05  DATA-FIM-GR37         PIC 9(8).
           05  HORA-FIM-GR37         PIC 9(4).
           05  DATA-SAIDA-GR37       PIC 9(8).
           05  HORA-SAIDA-GR37       PIC 9(4).
      *    prazo p/ quem ja esta no sistema sair (antes do inicio)
           05  MOTIVO-GR37           PIC X(60).
           05  SITUACAO-GR37         PIC 9.
      *    0-PROGRAMADA  1-CANCELADA
           05  USUARIO-GR37          PIC X(5).
           05  DATA-CAD-GR37         PIC 9(8).
           05  FILLER                PIC X(20).
