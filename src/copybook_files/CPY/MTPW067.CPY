      * Pedido de reposicao/segunda via de um album ja entregue,
      * ligado ao album original (MTD019/MTD020), ao manifesto dos
      * arquivos (VID102) e ao espelho aprovado (MTD058) - orcamento,
      * faturamento (RCD101 ORIGEM 3), OS do laboratorio (LBD107) e
      * romaneio de entrega (MTD052) proprios (MTP064)
       FD  MTD067.
       01  REG-MTD067.
           05  PEDIDO-MT67           PIC 9(6).
           05  ALBUM-MT67            PIC 9(8).
           05  TIPO-MT67             PIC 9.
      *    TIPO = 1-SEGUNDA VIA  2-REPOSICAO (ALBUM DANIFICADO)
           05  MOTIVO-MT67           PIC X(30).
           05  DATA-PEDIDO-MT67      PIC 9(8).
           05  QT-ESTOJO-MT67        PIC 9.
           05  QT-ENCADER-MT67       PIC 9.
           05  QT-FOLHAS-MT67        PIC 9(4).
           05  QT-FOTOS-MT67         PIC 9(4).
           05  QT-POSTER-MT67        PIC 9.
           05  QT-FOTO-CD-MT67       PIC 9(2).
           05  QT-MOLDURA-MT67       PIC 9(2).
           05  QT-DVD-MT67           PIC 9.
           05  QT-PORTA-DVD-MT67     PIC 9(2).
      *    quantidades copiadas do MTD020 do album original
           05  QT-ARQUIVOS-MT67      PIC 9(5).
      *    arquivos presentes no servidor (VID102) no orcamento
           05  SEQ-ESPELHO-MT67      PIC 9(2).
      *    rodada aprovada do espelho MTD058 (zeros = layout refeito)
           05  VALOR-MT67            PIC 9(8)V99.
           05  QT-PARC-MT67          PIC 9(2).
           05  SITUACAO-MT67         PIC 9.
      *    SITUACAO = 0-ORCADO  1-APROVADO (OS GERADA)  2-NO ROMANEIO
      *               3-ENTREGUE  9-CANCELADO
           05  DATA-APROVACAO-MT67   PIC 9(8).
           05  OS-MT67               PIC 9(6).
      *    OS-MT67 -> OS-LB107
           05  ROMANEIO-MT67         PIC 9(6).
      *    ROMANEIO-MT67 -> ROMANEIO-MT51/MT52
           05  DATA-ENTREGA-MT67     PIC 9(8).
           05  USUARIO-MT67          PIC X(5).
           05  FILLER                PIC X(20).
