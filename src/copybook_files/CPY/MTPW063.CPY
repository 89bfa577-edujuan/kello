      * Retrato de cada formando (album MTD019) no quadro de
      * formatura MTD062: foto tirada (sessao MTD056), foto escolhida
      * (MTD057), retoque e grafia do nome conferida (MTP062)
       FD  MTD063.
       01  REG-MTD063.
           05  NR-CONTRATO-MT63      PIC 9(4).
           05  CURSO-MT63            PIC 9(3).
           05  TURMA-MT63            PIC X(3).
           05  ALBUM-MT63            PIC 9(8).
           05  FOTO-MT63             PIC 9.
           05  DATA-FOTO-MT63        PIC 9(8).
      *    FOTO = 1 - compareceu numa sessao de estudio (MTD056)
           05  ESCOLHA-MT63          PIC 9.
           05  QUADRO-FOTO-MT63      PIC X(10).
      *    ESCOLHA = 1 - foto do painel escolhida (quadro/fotograma
      *    digitado aqui ou escolha de FOTO no MTD057)
           05  RETOQUE-MT63          PIC 9.
           05  DATA-RETOQUE-MT63     PIC 9(8).
           05  NOME-QUADRO-MT63      PIC X(40).
           05  NOME-CONF-MT63        PIC 9.
           05  DATA-NOME-MT63        PIC 9(8).
      *    NOME-CONF = 1 - grafia do nome no painel confirmada
           05  SITUACAO-MT63         PIC 9.
      *    SITUACAO = 0-FALTA FOTO  1-FALTA ESCOLHA  2-FALTA RETOQUE
      *               3-FALTA NOME  4-PRONTO  9-FORA DO QUADRO
           05  DATA-COBRANCA-MT63    PIC 9(8).
           05  QT-COBRANCAS-MT63     PIC 9(2).
           05  USUARIO-MT63          PIC X(5).
           05  FILLER                PIC X(20).
