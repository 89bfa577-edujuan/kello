      * Cota de cada formando (album MTD019) no rateio OED030 do
      * contrato de organizacao de evento
       FD  OED031.
       01  REG-OED031.
           05  NR-CONTRATO-OE31      PIC 9(4).
           05  ALBUM-OE31            PIC 9(8).
           05  TIPO-COTA-OE31        PIC 9.
               88  COTA-INTEGRAL-OE31        VALUE 1.
               88  COTA-MEIA-OE31            VALUE 2.
               88  COTA-CONVIDADO-OE31       VALUE 3.
           05  SITUACAO-OE31         PIC 9.
               88  PARTICIPANTE-OE31         VALUE 0.
               88  DESISTENTE-OE31           VALUE 9.
      *    DESISTENTE - sai do rateio; o que ja pagou fica, as
      *    parcelas em aberto sao canceladas na proxima revisao
           05  VLR-COTA-OE31         PIC 9(8)V99.
           05  DATA-GERACAO-OE31     PIC 9(8).
      *    DATA-GERACAO - zeros enquanto o formando nao tem parcelas
      *    no CRD020 (NR-DOCTO-CR20 = "RAT" + contrato)
           05  USUARIO-OE31          PIC X(5).
           05  FILLER                PIC X(20).
