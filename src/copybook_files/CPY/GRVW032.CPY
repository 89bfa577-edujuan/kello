      * Versao de layout de cada arquivo na empresa - fica na pasta
      * da empresa, p/ acompanhar a empresa numa restauracao de copia
      * antiga; a versao esperada pelos programas esta no GRLAYV
       FD  GRD032.
       01  REG-GRD032.
           05  ARQUIVO-GR32          PIC X(8).
           05  VERSAO-GR32           PIC 9(3).
           05  DATA-GR32             PIC 9(8).
           05  HORA-GR32             PIC 9(6).
           05  PROGRAMA-GR32         PIC X(8).
      *    ultima conversao aplicada (brancos na implantacao)
           05  ORIGEM-GR32           PIC 9(1).
      *    ORIGEM = 1-CONVERSAO (GRLAY1)  2-IMPLANTACAO/AJUSTE MANUAL
      *             3-ARQUIVO AINDA NAO CRIADO (NASCE NA VERSAO ATUAL)
           05  USUARIO-GR32          PIC X(5).
           05  FILLER                PIC X(20).
