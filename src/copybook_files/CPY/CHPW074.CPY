      * Repasse de cheques de clientes a fornecedor: amarra os
      * cheques (CHD010 SITUACAO 7) aos titulos CPD020 que eles
      * liquidaram, numa transacao numerada; se o cheque voltar
      * devolvido pelo fornecedor, guarda o titulo reaberto (CHP074)
       FD  CHD074.
       01  REG-CHD074.
           05  REPASSE-CH74          PIC 9(6).
           05  SEQ-CH74              PIC 9(2).
           05  LADO-CH74             PIC 9(1).
      *    LADO = 1-CHEQUE REPASSADO  2-TITULO CPD020 LIQUIDADO
           05  DATA-MOVTO-CHQ-CH74   PIC 9(8).
           05  SEQ-CHQ-CH74          PIC 9(4).
      *    DATA-MOVTO/SEQ -> chave do CHD010 (so no LADO 1)
           05  FORNEC-CH74           PIC 9(6).
           05  SEQ-CP-CH74           PIC 9(5).
      *    FORNEC/SEQ-CP -> chave do CPD020 (SEQ-CP so no LADO 2)
           05  VALOR-CH74            PIC 9(8)V99.
           05  DATA-REPASSE-CH74     PIC 9(8).
           05  SITUACAO-CH74         PIC 9(1).
      *    SITUACAO = 0-ATIVO  1-CHEQUE DEVOLVIDO PELO FORNECEDOR
           05  SEQ-CP-REAB-CH74      PIC 9(5).
      *    titulo CPD020 reaberto na devolucao do cheque (LADO 1)
           05  DATA-DEVOL-CH74       PIC 9(8).
           05  USUARIO-CH74          PIC X(5).
           05  FILLER                PIC X(20).
