      * Catalogo de copias de seguranca - um registro por conjunto
      * datado da empresa (GRBKP1); fica na pasta de copias, fora
      * da pasta da empresa, p/ sobreviver a perda dela
       FD  GRD030.
       01  REG-GRD030.
           05  DATA-GR30             PIC 9(8).
      *    data do conjunto AAAAMMDD (= nome da subpasta)
           05  TIPO-GR30             PIC 9(1).
      *    TIPO = 1-DIARIO  2-SEMANAL  3-MENSAL (define a retencao)
           05  HORA-INI-GR30         PIC 9(6).
           05  HORA-FIM-GR30         PIC 9(6).
           05  QT-ARQ-GR30           PIC 9(3).
           05  QT-ERRO-GR30          PIC 9(3).
           05  SITUACAO-GR30         PIC 9(1).
      *    SITUACAO = 0-CONFERIDO  1-COM ERRO  2-EM ANDAMENTO
      *               9-EXPURGADO (arquivos apagados pela retencao)
           05  DIRETORIO-GR30        PIC X(60).
           05  DATA-EXPURGO-GR30     PIC 9(8).
           05  FILLER                PIC X(20).
