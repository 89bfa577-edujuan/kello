           05  TIPO-CONTA-BANCO-CP24    PIC 9(01).
           05  TITULAR-CONTA-CP24       PIC X(40).
           05  NUMERO-PROGRAMACAO-CP24  PIC 9(09).
           05  CODIGO-BARRAS-CP24       PIC X(48).
      *    linha digitavel do boleto (DDA - CPP028); preenchida,
      *    o CPP023 paga o titulo como boleto na remessa
           05  FILLER                   PIC X(02).
