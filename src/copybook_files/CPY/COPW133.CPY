      * Indicacao de turma nova (COP133): quem indicou - formando
      * (album MTD019) ou membro de comissao (COD125) - e a proposta
      * COD120 e/ou o contrato COD040 que veio da indicacao. A regra
      * do premio (COD134) e copiada na indicacao quando registrada
       FD  COD133.
       01  REG-COD133.
           05  SEQ-CO133             PIC 9(6).
           05  PROPOSTA-CO133        PIC 9(6).
      *    PROPOSTA - COD120 (zeros = indicacao direto no contrato)
           05  NR-CONTRATO-CO133     PIC 9(4).
      *    NR-CONTRATO - COD040 novo; vem do NR-CONTRATO-CO120 quando
      *    a proposta e fechada
           05  ORIGEM-CO133          PIC 9(1).
      *    ORIGEM = 1-FORMANDO  2-MEMBRO DE COMISSAO
           05  ALBUM-INDIC-CO133     PIC 9(8).
      *    ALBUM-INDIC - album do formando (ou do membro, se tiver);
      *    e o cliente do credito (CRP158 classe 0)
           05  CONTRATO-MEMBRO-CO133 PIC 9(4).
           05  SEQ-MEMBRO-CO133      PIC 9(3).
           05  NOME-INDIC-CO133      PIC X(30).
           05  DATA-INDIC-CO133      PIC 9(8).
           05  TIPO-PREMIO-CO133     PIC 9(1).
      *    TIPO-PREMIO = 1-VALOR FIXO  2-% DO VALOR DO CONTRATO
           05  VALOR-REGRA-CO133     PIC 9(8)V99.
           05  PERC-REGRA-CO133      PIC 9(3)V99.
           05  QT-PARC-MIN-CO133     PIC 9(2).
      *    QT-PARC-MIN - parcelas do contrato novo ja recebidas
      *    (CRD020 classe 0) p/ o premio ser pago
           05  DESTINO-CO133         PIC 9(1).
      *    DESTINO = 1-CREDITO DO CLIENTE (CRP158)  2-CONTAS A PAGAR
           05  FORNEC-CO133          PIC 9(6).
      *    FORNEC - CGD001 de quem recebe, quando DESTINO = 2
           05  SITUACAO-CO133        PIC 9(1).
      *    SITUACAO = 0-AGUARDANDO CONTRATO  1-AGUARDANDO PARCELAS
      *               2-PREMIO PAGO  3-PERDIDA/CANCELADA
           05  VALOR-PREMIO-CO133    PIC 9(8)V99.
           05  DATA-PREMIO-CO133     PIC 9(8).
           05  SEQ-CP-CO133          PIC 9(5).
           05  USUARIO-CO133         PIC X(5).
           05  FILLER                PIC X(20).
