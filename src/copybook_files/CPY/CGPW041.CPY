      * Solicitacoes do titular dos dados (LGPD art. 18): extrato do
      * que temos sob o CPF, correcao, eliminacao e revogacao de
      * consentimento, com prazo legal de resposta (CGP040). Fica
      * como trilha de atendimento mesmo depois da anonimizacao.
       FD  CGD041.
       01  REG-CGD041.
           05  NR-SOLIC-CG41         PIC 9(6).
           05  CPF-CG41              PIC 9(11).
           05  TIPO-CG41             PIC 9(1).
      *    TIPO = 1-ACESSO (EXTRATO)  2-CORRECAO  3-ELIMINACAO
      *           4-REVOGACAO DE CONSENTIMENTO
           05  NOME-SOLIC-CG41       PIC X(30).
           05  CANAL-CG41            PIC 9(1).
      *    CANAL - mesmos codigos de CANAL-CG40
           05  DATA-SOLIC-CG41       PIC 9(8).
           05  DATA-PRAZO-CG41       PIC 9(8).
      *    DATA-PRAZO = DATA-SOLIC + 15 dias corridos
           05  SITUACAO-CG41         PIC 9(1).
      *    SITUACAO = 0-ABERTA  1-ATENDIDA
      *               2-RETIDA (obrigacao legal/contratual vigente)
      *               9-CANCELADA
           05  DATA-ATEND-CG41       PIC 9(8).
           05  RESPOSTA-CG41         PIC X(60).
           05  USUARIO-CG41          PIC X(5).
           05  FILLER                PIC X(20).
