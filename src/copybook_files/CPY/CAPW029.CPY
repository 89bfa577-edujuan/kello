      *  Recertificacao periodica de acessos: cada direito de cada
      *  usuario da empresa no ciclo (trimestre), com a decisao do
      *  gestor (mantem/revoga) e a data em que a revogacao foi
      *  aplicada nos arquivos de direito - trilha p/ auditoria
      *  (CAP026)
       FD  CAD029.
       01  REG-CAD029.
           05  CICLO-CA029           PIC 9(5).
      *    CICLO = AAAA + TRIMESTRE (1 A 4)
           05  USUARIO-CA029         PIC 9(3).
           05  TIPO-CA029            PIC 9(1).
      *    TIPO-CA029 -> TIPO-A-CA028
           05  DIREITO-CA029         PIC X(38).
           05  GESTOR-CA029          PIC 9(3).
      *    GESTOR-CA029 -> GESTOR-CA027 (zeros = sem gestor)
           05  ORIGEM-CA029          PIC 9(1).
      *    ORIGEM = 1-PERFIL (CAD026)  2-INDIVIDUAL  3-AMBOS
           05  PERFIL-CA029          PIC 9(3).
           05  CONFLITO-CA029        PIC 9(3).
      *    CONFLITO-CA029 -> NR-CONFLITO-CA028 (zeros = sem conflito)
           05  DECISAO-CA029         PIC 9(1).
      *    DECISAO = 0-PENDENTE  1-MANTEM  2-REVOGA
           05  DATA-DECISAO-CA029    PIC 9(8).
           05  USUARIO-DECISAO-CA029 PIC X(5).
           05  DATA-APLICADO-CA029   PIC 9(8).
           05  FILLER                PIC X(20).
