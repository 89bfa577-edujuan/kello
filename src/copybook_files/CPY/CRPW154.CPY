      * Baixa p/ perda de titulos e cheques devolvidos incobraveis:
      * proposta com motivo, aprovacao do supervisor (outro usuario)
      * e recuperacoes posteriores - o titulo sai da carteira em
      * aberto sem constar como pago (CRP152)
       FD  CRD154.
       01  REG-CRD154.
           05  ORIGEM-CR154          PIC 9(1).
      *    ORIGEM = 1-TITULO CRD020  2-CHEQUE DEVOLVIDO CHD010
           05  DOCTO-CR154           PIC X(14).
      *    ORIGEM 1: CHAVE-CR20 (CLASS 9, CLIENTE 9(8), SEQ 9(5))
      *    ORIGEM 2: CHAVE-CH10 (DATA-MOVTO 9(8), SEQ 9(4))
           05  NOME-CR154            PIC X(30).
           05  DATA-VENCTO-CR154     PIC 9(8).
           05  VALOR-CR154           PIC 9(8)V99.
      *    saldo em aberto baixado
           05  SITUACAO-ANT-CR154    PIC 9(1).
      *    situacao do titulo/cheque antes da baixa
           05  MOTIVO-CR154          PIC X(40).
           05  USUARIO-CR154         PIC X(5).
           05  DATA-PROPOSTA-CR154   PIC 9(8).
           05  SITUACAO-CR154        PIC 9(1).
      *    SITUACAO = 0-AGUARDANDO APROVACAO  1-APROVADA  2-RECUSADA
           05  SUPERVISOR-CR154      PIC X(5).
           05  DATA-APROVACAO-CR154  PIC 9(8).
           05  VLR-RECUPERADO-CR154  PIC 9(8)V99.
           05  DATA-RECUPERACAO-CR154 PIC 9(8).
           05  FILLER                PIC X(20).
