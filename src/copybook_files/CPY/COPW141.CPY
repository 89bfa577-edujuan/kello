      * Signatarios de cada envio COD140 - os membros vigentes da
      * comissao (COD125) no momento do envio, com o e-mail usado e
      * a situacao devolvida pelo provedor
       FD  COD141.
       01  REG-COD141.
           05  NR-CONTRATO-CO141     PIC 9(4).
           05  TIPO-DOC-CO141        PIC 9(1).
           05  VERSAO-CO141          PIC 9(3).
           05  SEQ-MEMBRO-CO141      PIC 9(3).
      *    SEQ-MEMBRO -> SEQ-MEMBRO-CO125
           05  NOME-CO141            PIC X(30).
           05  CPF-CO141             PIC 9(11).
           05  EMAIL-CO141           PIC X(50).
      *    EMAIL - o COD125 nao guarda e-mail; o do ultimo envio do
      *    mesmo membro e oferecido de novo no proximo
           05  CARGO-CO141           PIC 9(1).
           05  SITUACAO-CO141        PIC 9(1).
               88  SIGNAT-ENVIADO-CO141      VALUE 1.
               88  SIGNAT-VISUALIZADO-CO141  VALUE 2.
               88  SIGNAT-ASSINADO-CO141     VALUE 3.
               88  SIGNAT-RECUSADO-CO141     VALUE 4.
      *    SITUACAO = 0-A ENVIAR  1-ENVIADO  2-VISUALIZADO
      *               3-ASSINADO  4-RECUSADO
           05  DATA-SITUACAO-CO141   PIC 9(8).
           05  MOTIVO-RECUSA-CO141   PIC X(30).
           05  FILLER                PIC X(20).
