      * Historico mensal da receita bruta do Simples Nacional e da
      * apuracao do DAS (NFP103): a RBT12 de qualquer mes sai dos
      * doze registros anteriores, entao a apuracao pode ser refeita
      * e conferida depois
       FD  NFD103.
       01  REG-NFD103.
           05  ANOMES-NF103          PIC 9(6).
           05  RECEITA-NF103         PIC 9(10)V99.
           05  RECEITA-RETIDA-NF103  PIC 9(10)V99.
      *    parte da receita em notas com ISS retido pelo tomador
           05  ORIGEM-NF103          PIC 9(1).
      *    ORIGEM = 0-LIVRO FISCAL NFD100  1-DIGITADA (MES ANTERIOR
      *             AO SISTEMA OU RECEITA FORA DO LIVRO)
           05  APURADO-NF103         PIC 9(1).
      *    APURADO = 0-SO RECEITA (BASE DA RBT12)  1-DAS APURADO
           05  ANEXO-NF103           PIC 9(1).
           05  FAIXA-NF103           PIC 9(1).
           05  RBT12-NF103           PIC 9(10)V99.
           05  ALIQ-NOMINAL-NF103    PIC 9(2)V99.
           05  PARCELA-DEDUZIR-NF103 PIC 9(8)V99.
           05  ALIQ-EFETIVA-NF103    PIC 9(2)V9(4).
           05  PERC-ISS-NF103        PIC 9(2)V99.
           05  VLR-DAS-NF103         PIC 9(8)V99.
           05  DATA-APURACAO-NF103   PIC 9(8).
           05  USUARIO-NF103         PIC X(5).
           05  FILLER                PIC X(20).
