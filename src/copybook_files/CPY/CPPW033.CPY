      * Contratos de emprestimo e financiamento (capital de giro,
      * veiculos, equipamentos): banco, principal, taxa, tabela SAC
      * ou PRICE, carencia e indexador - as parcelas vao p/ o CPD020
      * com amortizacao e juros separados no CPD034 (CPP025)
       FD  CPD033.
       01  REG-CPD033.
           05  CONTRATO-CP33         PIC 9(6).
           05  FORNEC-CP33           PIC 9(6).
      *    banco/financeira no CGD001 - fornecedor das parcelas
           05  NR-CONTRATO-BANCO-CP33 PIC X(15).
           05  TIPO-CP33             PIC 9(1).
      *    TIPO = 1-CAPITAL DE GIRO  2-VEICULO  3-EQUIPAMENTO
      *           4-OUTROS
           05  DATA-CONTRATO-CP33    PIC 9(8).
           05  DATA-PRIM-VENCTO-CP33 PIC 9(8).
      *    DATA-CONTRATO/DATA-PRIM-VENCTO - INVERTIDAS AAAAMMDD
           05  VLR-PRINCIPAL-CP33    PIC 9(10)V99.
           05  TAXA-MES-CP33         PIC 9(2)V9(4).
      *    taxa % ao mes (pos-fixado: spread sobre o indexador)
           05  SISTEMA-CP33          PIC 9(1).
      *    SISTEMA = 1-SAC  2-PRICE
           05  NR-PARCELAS-CP33      PIC 9(2).
           05  CARENCIA-CP33         PIC 9(2).
      *    meses de carencia (so juros) dentro do NR-PARCELAS
           05  INDEXADOR-CP33        PIC X(6).
      *    INDEXADOR = PRE, CDI, IPCA, TJLP...
           05  CONTA-PASSIVO-CP33    PIC 9(5).
      *    conta reduzida (CXD020) do principal - emprestimos
           05  CONTA-JUROS-CP33      PIC 9(5).
      *    conta reduzida (CXD020) da despesa de juros
           05  SALDO-DEVEDOR-CP33    PIC 9(10)V99.
      *    principal ainda nao amortizado (atualizado pelo CPP025)
           05  SITUACAO-CP33         PIC 9(1).
      *    SITUACAO = 0-ATIVO  1-QUITADO
           05  USUARIO-CP33          PIC X(5).
           05  FILLER                PIC X(20).
