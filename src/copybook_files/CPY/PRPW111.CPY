      * Multas de transito dos veiculos da frota (PRP110): o auto de
      * infracao e casado com a viagem PRD107 do veiculo na data p/
      * achar o motorista; gera o titulo do CPD020 e, pela politica
      * de pontos, o debito no conta corrente CCD100 do motorista
       FD  PRD111.
       01  REG-PRD111.
           05  NR-AUTO-PR111         PIC X(15).
      *    NR-AUTO-PR111 - numero do auto de infracao
           05  PLACA-PR111           PIC X(7).
           05  VEICULO-PR111         PIC 9(2).
      *    VEICULO-PR111 -> VEICULO-PR109 (ZEROS = FORA DA FROTA)
           05  DATA-PR111            PIC 9(8).
      *    DATA-PR111 - AAAAMMDD da infracao
           05  HORA-PR111            PIC 9(4).
           05  LOCAL-PR111           PIC X(40).
           05  INFRACAO-PR111        PIC X(30).
           05  VALOR-PR111           PIC 9(6)V99.
           05  PONTOS-PR111          PIC 9(2).
           05  PRAZO-INDICACAO-PR111 PIC 9(8).
      *    PRAZO-INDICACAO - AAAAMMDD limite p/ indicar o condutor
           05  VENCTO-PR111          PIC 9(8).
           05  ORGAO-PR111           PIC 9(6).
      *    ORGAO-PR111 - orgao autuador (fornecedor do CPD020)
           05  NR-PLAN-PR111.
               10  CIDADE-PR111      PIC 9(4).
               10  MESDIA-PR111      PIC 9(4).
               10  ANO-PR111         PIC 9(4).
               10  SEQ-PR111         PIC 9(2).
      *    NR-PLAN-PR111 -> viagem PRD107 (ZEROS = sem viagem)
           05  MOTORISTA-PR111       PIC X(30).
           05  FUNCIONARIO-PR111     PIC 9(6).
           05  DATA-INDICACAO-PR111  PIC 9(8).
           05  SEQ-CP-PR111          PIC 9(5).
      *    ORGAO/SEQ-CP -> titulo da multa no CPD020
           05  DATA-CC-PR111         PIC 9(8).
           05  SEQ-CC-PR111          PIC 9(5).
      *    DATA-CC/SEQ-CC -> debito no CCD100 (ZEROS = nao descontada)
           05  SITUACAO-PR111        PIC 9(1).
      *    SITUACAO = 0-AGUARDANDO INDICACAO DO CONDUTOR
      *               1-CONDUTOR INDICADO AO ORGAO
           05  USUARIO-PR111         PIC X(5).
           05  FILLER                PIC X(20).
