      * Quadro de formatura (painel com o retrato de todos os
      * formandos) por contrato+curso+turma do calendario IED013:
      * prova do painel, aprovacao e entrega contra a data da
      * colacao (MTP062)
       FD  MTD062.
       01  REG-MTD062.
           05  NR-CONTRATO-MT62      PIC 9(4).
           05  CURSO-MT62            PIC 9(3).
           05  TURMA-MT62            PIC X(3).
           05  DATA-ABERTURA-MT62    PIC 9(8).
           05  DATA-PREVISTA-MT62    PIC 9(8).
      *    DATA-PREVISTA - entrega combinada (zeros = data da colacao)
           05  QT-QUADROS-MT62       PIC 9(4).
      *    QT-QUADROS - copias: instituicao + formandos
           05  SITUACAO-MT62         PIC 9.
      *    SITUACAO = 0-EM PRODUCAO  1-PROVA ENVIADA  2-PROVA APROVADA
      *               3-ENTREGUE
           05  DATA-PROVA-MT62       PIC 9(8).
           05  DATA-APROVACAO-MT62   PIC 9(8).
           05  APROVADOR-MT62        PIC X(20).
           05  DATA-ENTREGA-MT62     PIC 9(8).
           05  RECEBEDOR-MT62        PIC X(20).
           05  QT-FORMANDOS-MT62     PIC 9(4).
           05  QT-PRONTOS-MT62       PIC 9(4).
      *    QT-FORMANDOS/QT-PRONTOS - da ultima atualizacao (fora do
      *    quadro nao conta)
           05  USUARIO-MT62          PIC X(5).
           05  FILLER                PIC X(20).
