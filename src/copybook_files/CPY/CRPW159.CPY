      * Transacoes do TEF / maquina de cartao do balcao (CRP159),
      * importadas do log do terminal. Cada transacao aprovada vira
      * o recebimento (titulos CRD020 de cartao ou parcelas RCD101)
      * sem redigitar NSU, administradora e parcelas; o que sobrar
      * sem vinculo aparece no confronto do fim do dia.
       FD  CRD159.
       01  REG-CRD159.
           05  DATA-CR159            PIC 9(8).
      *    DATA-CR159 - AAAAMMDD da transacao no terminal
           05  TERMINAL-CR159        PIC X(8).
           05  NSU-CR159             PIC X(12).
           05  HORA-CR159            PIC 9(6).
           05  AUTORIZACAO-CR159     PIC X(6).
           05  BANDEIRA-CR159        PIC X(10).
           05  MODALIDADE-CR159      PIC X(1).
      *    MODALIDADE = C-CREDITO  D-DEBITO
           05  PARCELAS-CR159        PIC 9(2).
           05  VALOR-CR159           PIC 9(8)V99.
           05  CARTAO-CRED-CR159     PIC 9(2).
      *    administradora (CGD020) achada pela BANDEIRA-CG20
           05  SITUACAO-CR159        PIC 9(1).
      *    SITUACAO = 0-SEM RECEBIMENTO  1-VINCULADA  9-NEGADA OU
      *               CANCELADA NO TERMINAL (fora do confronto)
           05  TIPO-DOC-CR159        PIC 9(1).
      *    TIPO-DOC = 1-TITULO CRD020  2-PARCELA RCD101
           05  CHAVE-DOC-CR159       PIC X(30).
      *    CRD020: CLASS+CLIENTE+SEQ do primeiro titulo gerado
      *    RCD101: CHAVE-REC1 da primeira parcela paga
           05  DATA-VINCULO-CR159    PIC 9(8).
           05  USUARIO-CR159         PIC X(5).
           05  FILLER                PIC X(20).
