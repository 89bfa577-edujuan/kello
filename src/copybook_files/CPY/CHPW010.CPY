           05  SITUACAO-CH10            PIC 9.
      *    SITUACAO = 0-OK 1-PARCIAL 2-RECEBIDO  3-ESTONADO  4-CANCELADO
      *               5-DEVOLVIDO   6-PROBLEMATICO
      *               7-REPASSADO A FORNECEDOR (CHP074)
      *               8-BAIXADO P/ PERDA (CRP152)
           05  CODREDUZ-APUR-CH10       PIC 9(5).
           05  VALOR-CH10               PIC 9(8)V99.
           05  VENDEDOR-CH10            PIC 9(6)   COMP-3.
           05  MOTIVO-CANCEL-CH10       PIC 9(05).
      *    obrigatorio para qualquer baixa que leve SITUACAO-CH10 a
      *    3-ESTORNADO ou 4-CANCELADO (ver COP116)
           05  FORNEC-REPASSE-CH10      PIC 9(06).
      *    fornecedor que recebeu o cheque em pagamento (SITUACAO 7)
           05  NR-ACERTO-CH10           PIC 9(06).
      *    acerto de campo do vendedor em que o cheque foi entregue
      *    (RCP124); 0 = nao veio de acerto
           05  FILLER                   PIC X(83).
