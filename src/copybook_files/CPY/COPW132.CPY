      * Encerramento do contrato de formatura (COP132): resultado da
      * ultima verificacao das pontas em aberto, por area, e a data
      * e o usuario do encerramento (SITUACAO-CO40 = 3)
       FD  COD132.
       01  REG-COD132.
           05  NR-CONTRATO-CO132     PIC 9(4).
           05  DATA-VERIF-CO132      PIC 9(8).
           05  USUARIO-VERIF-CO132   PIC X(5).
           05  PENDENCIAS-CO132.
               10  QT-ALBUM-CO132        PIC 9(4).
      *        albuns MTD020 nao vendidos/fogo ou vendidos sem entrega
               10  QT-TITULO-CO132       PIC 9(4).
      *        titulos CRD020 do contrato em aberto
               10  QT-PARCELA-CO132      PIC 9(4).
      *        parcelas RCD101 dos albuns sem baixa
               10  QT-COMPROMISSO-CO132  PIC 9(4).
      *        compromissos CAD090/CAD091 nao entregues
               10  QT-BECA-CO132         PIC 9(4).
      *        reservas de beca COD127 nao devolvidas
               10  QT-EQUIPTO-CO132      PIC 9(4).
      *        equipamento COD129 fora com a equipe
               10  QT-COMISSAO-CO132     PIC 9(4).
      *        comissao/estorno do representante em aberto no CCD100
               10  QT-VIDEO-CO132        PIC 9(4).
      *        pos-producao VID103 nao concluida
           05  SITUACAO-CO132        PIC 9(1).
      *    SITUACAO = 0-COM PENDENCIAS  1-ENCERRADO  2-REABERTO
           05  SITUACAO-ANT-CO132    PIC 9(1).
      *    SITUACAO-CO40 antes do encerramento (0-VIGENTE 2-QUITADO)
           05  DATA-ENCERR-CO132     PIC 9(8).
           05  USUARIO-ENCERR-CO132  PIC X(5).
           05  FILLER                PIC X(20).
