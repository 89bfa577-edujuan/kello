      * Rateio do custo da formatura entre os formandos de um
      * contrato de organizacao de evento (OED010 com parcelamento
      * individual): orcamento total, peso de cada tipo de cota e o
      * plano de parcelas que vira titulo CRD020 de cada formando
      * (OEP101). A revisao do orcamento recalcula as parcelas em
      * aberto.
       FD  OED030.
       01  REG-OED030.
           05  NR-CONTRATO-OE30      PIC 9(4).
           05  ORCAMENTO-OE30        PIC 9(8)V99.
           05  PESO-INTEGRAL-OE30    PIC 9V99.
           05  PESO-MEIA-OE30        PIC 9V99.
           05  PESO-CONVIDADO-OE30   PIC 9V99.
      *    PESO = fracao da cota integral paga por tipo de cota
      *    (OED031): 1-INTEGRAL  2-MEIA  3-SO CONVIDADO
           05  TOTAL-PESOS-OE30      PIC 9(5)V99.
           05  VLR-UNIDADE-OE30      PIC 9(8)V99.
      *    VLR-UNIDADE = valor de uma cota de peso 1,00 no ultimo
      *    calculo (orcamento / soma dos pesos dos participantes)
           05  QT-PARCELAS-OE30      PIC 9(2).
           05  PRIMEIRO-VENCTO-OE30  PIC 9(8).
      *    PRIMEIRO-VENCTO - AAAAMMDD; as demais a cada 30 dias
           05  PORTADOR-OE30         PIC 9(4).
           05  SITUACAO-OE30         PIC 9.
               88  RATEIO-EM-MONTAGEM-OE30   VALUE 0.
               88  RATEIO-PARCELADO-OE30     VALUE 1.
           05  DATA-CADASTRO-OE30    PIC 9(8).
           05  QT-REVISOES-OE30      PIC 9(2).
           05  DATA-REVISAO-OE30     PIC 9(8).
           05  ORCAMENTO-ANT-OE30    PIC 9(8)V99.
           05  USUARIO-OE30          PIC X(5).
           05  FILLER                PIC X(20).
