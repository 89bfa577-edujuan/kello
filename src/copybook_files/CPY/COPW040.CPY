           05  VLR-COMISSAO-CO40     PIC 9(8)V99.
           05  SITUACAO-CO40         PIC 9(1).
      *    SITUACAO-CO40 = 0-VIGENTE  1-CANCELADO  2-QUITADO
      *                    3-ENCERRADO (COP132 - sem manutencao)
           05  MOTIVO-CANCEL-CO40    PIC 9(5).
      *    MOTIVO-CANCEL-CO40 -> CODIGO-CO08 (Tabela de motivos)
           05  DATA-CANCEL-CO40      PIC 9(8).
