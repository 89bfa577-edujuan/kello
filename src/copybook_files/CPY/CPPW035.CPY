      * Modelos de contas a pagar recorrentes (aluguel, energia,
      * telefonia, licencas): o CPP026 gera todo mes o titulo
      * previsto no CPD020 a partir daqui, em vez de redigitar
       FD  CPD035.
       01  REG-CPD035.
           05  MODELO-CP35           PIC 9(4).
           05  FORNEC-CP35           PIC 9(6).
           05  DESCRICAO-CP35        PIC X(30).
           05  CODREDUZ-CP35         PIC 9(5).
           05  CENTRO-CP35           PIC 9(3).
      *    centro de custo (CXD133) - zeros = sem centro
           05  TIPO-VALOR-CP35       PIC 9(1).
      *    TIPO-VALOR = 1-FIXO  2-ESTIMADO
           05  VALOR-CP35            PIC 9(8)V99.
           05  DIA-VENCTO-CP35       PIC 9(2).
           05  PERIODICIDADE-CP35    PIC 9(2).
      *    intervalo em meses: 01-MENSAL 02-BIMESTRAL 03-TRIMESTRAL
      *    06-SEMESTRAL 12-ANUAL
           05  VIGENCIA-INI-CP35     PIC 9(6).
           05  VIGENCIA-FIM-CP35     PIC 9(6).
      *    VIGENCIA = AAAAMM (FIM ZEROS = SEM PRAZO); a periodicidade
      *    conta a partir do mes inicial
           05  SITUACAO-CP35         PIC 9(1).
      *    SITUACAO = 0-ATIVO  1-INATIVO
           05  USUARIO-CP35          PIC X(5).
           05  FILLER                PIC X(20).
