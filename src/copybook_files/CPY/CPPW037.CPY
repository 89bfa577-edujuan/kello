      * Notas fiscais eletronicas importadas do XML do fornecedor
      * (CPP027): uma por chave de acesso - nota com chave ja
      * presente aqui e recusada na importacao
       FD  CPD037.
       01  REG-CPD037.
           05  CHAVE-NFE-CP37        PIC X(44).
           05  FORNEC-CP37           PIC 9(6).
           05  NR-NF-CP37            PIC 9(9).
           05  DATA-EMISSAO-CP37     PIC 9(8).
           05  VLR-NF-CP37           PIC 9(8)V99.
           05  SEQ-CP20-INI-CP37     PIC 9(5).
           05  QT-PARCELAS-CP37      PIC 9(2).
      *    SEQ-CP20-INI/QT-PARCELAS -> titulos CPD020 criados
      *    (FORNEC-CP37 + SEQ-CP20 em sequencia)
           05  QT-ITENS-CP37         PIC 9(3).
           05  QT-ITENS-ESTOQUE-CP37 PIC 9(3).
      *    QT-ITENS-ESTOQUE = itens com de-para no CPD038 somados
      *    ao saldo do MTD053
           05  DATA-IMPORT-CP37      PIC 9(8).
           05  ARQUIVO-CP37          PIC X(13).
           05  USUARIO-CP37          PIC X(5).
           05  FILLER                PIC X(20).
