      * Tempo de espera automatica por registro bloqueado, por
      * arquivo; ARQUIVO = "PADRAO" vale p/ os arquivos sem registro
      * proprio (sem nenhum, o GRLOCK espera 10 segundos)
       FD  GRD035.
       01  REG-GRD035.
           05  ARQUIVO-GR35          PIC X(8).
           05  TEMPO-ESPERA-GR35     PIC 9(3).
      *    segundos tentando de novo antes de mostrar quem segura
           05  DATA-GR35             PIC 9(8).
           05  USUARIO-GR35          PIC X(5).
           05  FILLER                PIC X(20).
