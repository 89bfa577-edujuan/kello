      * Boletos DDA (debito direto autorizado) importados do arquivo
      * do banco e o titulo CPD020 a que foram casados (CPP028)
       FD  CPD039.
       01  REG-CPD039.
           05  CODIGO-BARRAS-CP39    PIC X(48).
      *    linha digitavel do boleto
           05  CNPJ-CEDENTE-CP39     PIC 9(14).
           05  NOME-CEDENTE-CP39     PIC X(40).
           05  DOCUMENTO-CP39        PIC X(15).
           05  VENCTO-CP39           PIC 9(8).
           05  VALOR-CP39            PIC 9(10)V99.
           05  SITUACAO-CP39         PIC 9.
      *    SITUACAO = 0-PENDENTE (SEM TITULO)  1-CASADO AUTOMATICO
      *               2-CASADO MANUAL  3-DESCARTADO (NAO RECONHECIDO)
           05  FORNEC-CP39           PIC 9(6).
           05  SEQ-CP39              PIC 9(5).
           05  DATA-IMPORT-CP39      PIC 9(8).
           05  DATA-SITUACAO-CP39    PIC 9(8).
           05  USUARIO-CP39          PIC X(5).
           05  FILLER                PIC X(20).
