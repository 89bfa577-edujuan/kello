      * Galeria online do formando: codigo de acesso pessoal as
      * fotos/videos do evento (manifesto VID102), liberado pela
      * quitacao do album ou pela venda avulsa do produto digital
      * (MTP063)
       FD  MTD064.
       01  REG-MTD064.
           05  ALBUM-MT64            PIC 9(8).
           05  CODIGO-MT64           PIC X(8).
           05  CONTRATO-MT64         PIC 9(4).
           05  QT-ARQUIVOS-MT64      PIC 9(5).
           05  DATA-GERACAO-MT64     PIC 9(8).
           05  DIAS-VALIDADE-MT64    PIC 9(4).
           05  FORMA-MT64            PIC 9.
      *    FORMA = 0-AINDA NAO LIBERADA  1-QUITACAO DO ALBUM
      *            2-VENDA AVULSA (RCD101 ORIGEM 2)
           05  VALOR-AVULSO-MT64     PIC 9(6)V99.
           05  DATA-LIBERACAO-MT64   PIC 9(8).
           05  DATA-VALIDADE-MT64    PIC 9(8).
           05  SITUACAO-MT64         PIC 9.
      *    SITUACAO = 0-AGUARDANDO PAGAMENTO  1-LIBERADA
      *               8-VENCIDA  9-CANCELADA
           05  DATA-EXPORT-MT64      PIC 9(8).
           05  SIT-EXPORT-MT64       PIC X.
      *    SIT-EXPORT = situacao enviada na ultima exportacao p/ a
      *    plataforma (espaco = nunca enviada)
           05  QT-ACESSOS-MT64       PIC 9(6).
           05  QT-DOWNLOADS-MT64     PIC 9(6).
           05  QT-DISPOSITIVOS-MT64  PIC 9(3).
           05  DATA-PRIM-ACESSO-MT64 PIC 9(8).
           05  DATA-ULT-ACESSO-MT64  PIC 9(8).
           05  USUARIO-MT64          PIC X(5).
           05  FILLER                PIC X(20).
