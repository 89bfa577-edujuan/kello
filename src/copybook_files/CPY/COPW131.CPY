      * Rateio mensal dos custos indiretos por contrato (COP128) -
      * uma linha por mes/contrato/regra COD130; lido pelo COP119
      * (DRE por contrato) e GALHO136 (margem por album) como custo
      * separado dos custos diretos do evento
       FD  COD131.
       01  REG-COD131.
           05  ANOMES-CO131          PIC 9(6).
           05  NR-CONTRATO-CO131     PIC 9(4).
           05  TIPO-CO131            PIC 9(1).
           05  CODIGO-CO131          PIC 9(5).
      *    TIPO/CODIGO -> CHAVE-CO130
           05  BASE-CO131            PIC 9(1).
           05  QTDE-BASE-CO131       PIC 9(10)V99.
      *    QTDE-BASE = parte do contrato na base (albuns, formandos,
      *    eventos ou valor da receita)
           05  PERC-BASE-CO131       PIC 9(3)V9(4).
           05  VALOR-CO131           PIC 9(10)V99.
           05  DATA-GERACAO-CO131    PIC 9(8).
           05  FILLER                PIC X(20).
