      * Agenda de expurgo da midia bruta por contrato e tipo de
      * midia: data prevista pela tabela de guarda (VID120), aviso
      * dado ao cliente (NTD100 TIPO-MSG 6) e o registro do expurgo
      * feito - fecha a cadeia de custodia iniciada no VID100
       FD  VID121.
       01  REG-VID121.
           05  CONTRATO-V121         PIC 9(4).
           05  TIPO-MIDIA-V121       PIC 9(1).
      *    TIPO-MIDIA-V121 -> TIPO-MIDIA-V120
           05  DATA-BASE-V121        PIC 9(8).
           05  DATA-PREV-PURGA-V121  PIC 9(8).
           05  QT-ITENS-V121         PIC 9(5).
      *    fitas (tipo 1) ou arquivos (tipo 2) ainda guardados
           05  DATA-AVISO-V121       PIC 9(8).
           05  QT-AVISOS-V121        PIC 9(4).
           05  SITUACAO-V121         PIC 9(1).
      *    SITUACAO = 0-PREVISTO  1-CLIENTE AVISADO  2-EXPURGADO
           05  DATA-PURGA-V121       PIC 9(8).
           05  USUARIO-PURGA-V121    PIC X(5).
           05  METODO-PURGA-V121     PIC 9(1).
      *    METODO = mesma tabela do METODO-PURGA-V100
           05  QT-PURGADOS-V121      PIC 9(5).
           05  FILLER                PIC X(20).
