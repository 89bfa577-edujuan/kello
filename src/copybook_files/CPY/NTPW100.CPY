      *    TIPO-MSG = 1-PARCELA A VENCER  2-EVENTO CONFIRMADO
      *               3-ALBUM PRONTO P/ RETIRADA
      *               4-CONVITE DE PESQUISA DE SATISFACAO (SPP102)
      *               5-PENDENCIA NO QUADRO DE FORMATURA (MTP062)
      *               6-AVISO DE EXPURGO DE MIDIA BRUTA (VIP305)
           05  ALBUM-NT100           PIC 9(8).
           05  DESTINO-NT100         PIC X(40).
      *    fone ou e-mail; brancos = cliente sem contato valido
