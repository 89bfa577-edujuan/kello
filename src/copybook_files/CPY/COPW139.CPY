      * Ingresso numerado do baile - um por lugar, impresso com
      * codigo de barras (*NUMERO+DV*, mesmo digito do GRBARCO) e
      * conferido na portaria (COP136)
       FD  COD139.
       01  REG-COD139.
           05  NR-INGRESSO-CO139     PIC 9(8).
           05  NR-CONTRATO-CO139     PIC 9(4).
           05  ITEM-CO139            PIC 9(3).
           05  ALBUM-CO139           PIC 9(8).
           05  MESA-CO139            PIC 9(3).
           05  LUGAR-CO139           PIC 9(2).
           05  TIPO-CO139            PIC 9(1).
      *    TIPO = 1-COTA DO FORMANDO  2-MESA EXTRA  3-CONVITE EXTRA
           05  SITUACAO-CO139        PIC 9(1).
      *    SITUACAO = 0-EMITIDO  1-APRESENTADO NA PORTARIA
      *               9-CANCELADO (REEMITIDO)
           05  DATA-EMISSAO-CO139    PIC 9(8).
           05  DATA-ENTRADA-CO139    PIC 9(8).
           05  HORA-ENTRADA-CO139    PIC 9(4).
           05  PORTARIA-CO139        PIC X(10).
           05  FILLER                PIC X(20).
