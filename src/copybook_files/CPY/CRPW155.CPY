      * Circularizacao de saldos p/ a auditoria externa: clientes e
      * fornecedores sorteados na data-base, carta de confirmacao e
      * a resposta de cada um (CRP155). Os documentos em aberto que
      * compunham o saldo ficam no CRD156.
       FD  CRD155.
       01  REG-CRD155.
           05  DATA-BASE-CR155       PIC 9(8).
      *    DATA-BASE = DATA DE CORTE DO SALDO (AAAAMMDD)
           05  TIPO-CR155            PIC 9(1).
      *    TIPO = 1-CLIENTE (CRD020)  2-FORNECEDOR (CPD020)
           05  PARTE-CR155           PIC X(9).
      *    TIPO 1: COD-COMPL-CR20 (CLASS 9, CLIENTE 9(8))
      *    TIPO 2: FORNEC-CP20 9(6)
           05  NOME-CR155            PIC X(30).
           05  SALDO-CR155           PIC 9(10)V99.
           05  QTDE-DOCS-CR155       PIC 9(4).
           05  CRITERIO-CR155        PIC 9(1).
      *    CRITERIO = 1-VALOR MINIMO  2-SORTEIO
           05  DATA-CARTA-CR155      PIC 9(8).
           05  RESPOSTA-CR155        PIC 9(1).
      *    RESPOSTA = 0-AGUARDANDO  1-CONCORDA  2-DISCORDA DO VALOR
      *               3-SEM RESPOSTA
           05  VALOR-INFORMADO-CR155 PIC 9(10)V99.
      *    saldo que a parte diz ter (so p/ RESPOSTA 2)
           05  DATA-RESPOSTA-CR155   PIC 9(8).
           05  USUARIO-CR155         PIC X(5).
           05  OBS-CR155             PIC X(40).
           05  FILLER                PIC X(20).
