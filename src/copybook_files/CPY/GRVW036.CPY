      * Mensagens do sistema p/ os usuarios (GRAVS1), mostradas na
      * entrada do CAP000 e periodicamente no menu enquanto estiverem
      * dentro da validade - comum a todas as empresas
       FD  GRD036.
       01  REG-GRD036.
           05  NUMERO-GR36           PIC 9(6).
           05  DESTINO-GR36          PIC 9.
      *    1-TODOS OS USUARIOS  2-UMA EMPRESA  3-UM PERFIL (CAD027)
           05  EMPRESA-GR36          PIC X(3).
           05  PERFIL-GR36           PIC 9(3).
           05  DATA-INI-GR36         PIC 9(8).
           05  HORA-INI-GR36         PIC 9(4).
           05  DATA-FIM-GR36         PIC 9(8).
           05  HORA-FIM-GR36         PIC 9(4).
           05  TEXTO-GR36            PIC X(60).
           05  SITUACAO-GR36         PIC 9.
      *    0-ATIVA  1-CANCELADA
           05  USUARIO-GR36          PIC X(5).
           05  DATA-CAD-GR36         PIC 9(8).
           05  FILLER                PIC X(20).
