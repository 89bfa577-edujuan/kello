      * Adiantamentos a fornecedor: o titulo do adiantamento e um
      * CPD020 comum (pago pelo caixa/bordero); aqui fica o saldo
      * ainda a compensar nas notas do mesmo fornecedor, o vinculo
      * com o plano de viagem/evento (PRD105) ou contrato (OED010) e
      * a data do evento p/ o aging (CPP031)
       FD  CPD040.
       01  REG-CPD040.
           05  FORNEC-CP40           PIC 9(6).
           05  SEQ-CP20-CP40         PIC 9(5).
      *    FORNEC/SEQ-CP20 -> CHAVE-CP20 do titulo do adiantamento
           05  TIPO-VINCULO-CP40     PIC 9(1).
      *    TIPO-VINCULO = 0-SEM VINCULO  1-PLANO PRD105  2-CONTRATO
      *                   OED010
           05  NR-PLAN-CP40.
               10  CIDADE-PLAN-CP40  PIC 9(4).
               10  MESDIA-PLAN-CP40  PIC 9(4).
               10  ANO-PLAN-CP40     PIC 9(4).
               10  SEQ-PLAN-CP40     PIC 9(2).
           05  NR-CONTRATO-CP40      PIC 9(4).
           05  DATA-EVENTO-CP40      PIC 9(8).
      *    data do evento/entrega que o adiantamento garante (AAAAMMDD)
           05  CONTA-ADIANT-CP40     PIC 9(5).
      *    conta reduzida de adiantamento a fornecedores do titulo
           05  VALOR-CP40            PIC 9(8)V99.
           05  SALDO-CP40            PIC 9(8)V99.
      *    saldo a compensar = valor - compensacoes (CPD041)
           05  DATA-ULT-COMPENS-CP40 PIC 9(8).
           05  SITUACAO-CP40         PIC 9(1).
      *    SITUACAO = 0-EM ABERTO  1-TOTALMENTE COMPENSADO
           05  DATA-CADASTRO-CP40    PIC 9(8).
           05  USUARIO-CP40          PIC X(5).
           05  FILLER                PIC X(20).
