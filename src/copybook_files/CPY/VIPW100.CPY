           05  DIGITADOR-V100            PIC X(4).
           05  IDENTIFICADOR-V100        PIC 9(09).
           05  QTDE-ARQUIVOS-V100        PIC 9(03).
           05  EXPURGO-V100.
      *        fita/cartao bruto expurgado pela tabela de guarda
      *        (VIP305) - zeros = ainda guardado
               10 DATA-PURGA-V100        PIC 9(8).
               10 USUARIO-PURGA-V100     PIC X(5).
               10 METODO-PURGA-V100      PIC 9(1).
      *        METODO = 1-APAGADA P/ REUSO  2-MIDIA DESTRUIDA
      *                 3-ENTREGUE AO CLIENTE  4-EXCLUIDA DO SERVIDOR
           05  FILLER                    PIC X(74).
