      *  Segregacao de funcoes: pares de direitos que um mesmo
      *  usuario nao deve ter juntos (cadastra conta bancaria de
      *  fornecedor x lanca/libera CPD020 x emite cheque CPP023,
      *  lanca baixa x aprova a propria manutencao GALHO141...) -
      *  arquivo comum a todas as empresas, como CAD025 (CAP026)
       FD  CAD028.
       01  REG-CAD028.
           05  NR-CONFLITO-CA028     PIC 9(3).
           05  DESCRICAO-CA028       PIC X(40).
           05  LADO-A-CA028.
               10  TIPO-A-CA028      PIC 9(1).
               10  DIREITO-A-CA028   PIC X(38).
           05  LADO-B-CA028.
               10  TIPO-B-CA028      PIC 9(1).
               10  DIREITO-B-CA028   PIC X(38).
      *    TIPO = mesmos tipos do TIPO-CA026 (1-CONTA CR/CRD004
      *           2-CONTA CP/CPD004  3-PROGRAMA GED001) e
      *           4-LIBERACAO DE PROGRAMA/SENHA (CAD004)
      *    DIREITO = como em DIREITO-CA026; tipo 4: programa (8)
           05  RISCO-CA028           PIC 9(1).
      *    RISCO = 1-ALTO  2-MEDIO  3-BAIXO
           05  DATA-CA028            PIC 9(8).
           05  USUARIO-CA028         PIC X(5).
           05  FILLER                PIC X(20).
