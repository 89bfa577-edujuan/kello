      * Tabela de tarifas bancarias contratadas por portador e tipo
      * de servico (CXP146)
       FD  CXD138.
       01  REG-CXD138.
           05  PORTADOR-CX138        PIC 9(4).
           05  SERVICO-CX138         PIC 9(2).
      *    SERVICO = 01-REGISTRO DE BOLETO   02-LIQUIDACAO DE BOLETO
      *              03-CUSTODIA DE CHEQUE   04-PAGAMENTO/TED CNAB
      *              05-CHEQUE EMITIDO       06-PACOTE MENSAL
           05  CONTA-BANCO-CX138     PIC 9(6).
      *    CONTAPART da conta do banco no CXD100/extrato (CXD137)
           05  VLR-UNITARIO-CX138    PIC 9(4)V99.
           05  FRANQUIA-CX138        PIC 9(4).
      *    quantidade mensal isenta (incluida no pacote)
           05  PALAVRA-CHAVE-CX138   PIC X(20).
      *    texto que identifica a tarifa no historico do extrato
           05  USUARIO-CX138         PIC X(5).
           05  FILLER                PIC X(20).
