      * Parcelas dos contratos de emprestimo (CPD033): uma por
      * titulo CPD020 gerado, com a amortizacao do principal e os
      * juros separados p/ a contabilizacao (CTP100) debitar cada
      * parte na sua conta (CPP025)
       FD  CPD034.
       01  REG-CPD034.
           05  CONTRATO-CP34         PIC 9(6).
           05  PARCELA-CP34          PIC 9(3).
      *    parcelas de recalculo continuam a numeracao do contrato
           05  FORNEC-CP34           PIC 9(6).
           05  SEQ-CP20-CP34         PIC 9(5).
      *    FORNEC/SEQ-CP20 -> CHAVE-CP20 do titulo da parcela
           05  DATA-VENCTO-CP34      PIC 9(8).
           05  VLR-AMORTIZ-CP34      PIC 9(10)V99.
           05  VLR-JUROS-CP34        PIC 9(8)V99.
           05  VLR-PARCELA-CP34      PIC 9(10)V99.
           05  SALDO-APOS-CP34       PIC 9(10)V99.
      *    saldo devedor depois desta parcela
           05  CONTA-JUROS-CP34      PIC 9(5).
      *    copiada do CPD033 na geracao
           05  SITUACAO-CP34         PIC 9(1).
      *    SITUACAO = 0-EM ABERTO  1-PAGA  2-SUBSTITUIDA NO RECALCULO
           05  FILLER                PIC X(20).
