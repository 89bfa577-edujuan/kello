      * Dispositivos que usaram o codigo da galeria online MTD064,
      * vindos do log de acesso/download da plataforma (MTP063)
       FD  MTD065.
       01  REG-MTD065.
           05  ALBUM-MT65            PIC 9(8).
           05  DISPOSITIVO-MT65      PIC X(20).
           05  QT-ACESSOS-MT65       PIC 9(5).
           05  QT-DOWNLOADS-MT65     PIC 9(5).
           05  DATA-PRIM-MT65        PIC 9(8).
           05  DATA-ULT-MT65         PIC 9(8).
           05  FILLER                PIC X(10).
