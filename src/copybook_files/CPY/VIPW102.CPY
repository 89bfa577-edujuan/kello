      *    ALBUM-V102 -> ALBUM-MT19 (zeros = ainda nao identificado)
           05  SITUACAO-V102         PIC 9.
      *    SITUACAO = 0-PRESENTE NO SERVIDOR  1-AUSENTE
      *               2-EXPURGADO (VIP305 - fim da guarda)
           05  DATA-VERIF-V102       PIC 9(8).
           05  DATA-PURGA-V102       PIC 9(8).
           05  USUARIO-PURGA-V102    PIC X(5).
           05  METODO-PURGA-V102     PIC 9(1).
      *    METODO = mesma tabela do METODO-PURGA-V100
           05  FILLER                PIC X(6).
