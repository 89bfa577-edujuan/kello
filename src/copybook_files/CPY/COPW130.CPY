      * Regras de rateio dos custos indiretos aos contratos (COP128):
      * uma regra por conta reduzida ou por centro de custo (CXD133),
      * dizendo sobre qual base a despesa do mes e espalhada
       FD  COD130.
       01  REG-COD130.
           05  TIPO-CO130            PIC 9(1).
      *    TIPO = 1-CONTA REDUZIDA  2-CENTRO DE CUSTO CXD133
           05  CODIGO-CO130          PIC 9(5).
      *    CODIGO = conta reduzida (tipo 1) ou CENTRO-CX133 (tipo 2)
           05  DESCRICAO-CO130       PIC X(30).
           05  BASE-CO130            PIC 9(1).
      *    BASE = 1-ALBUNS PRODUZIDOS NO MES (MTD020)
      *           2-FORMANDOS DO CONTRATO (QTDE-FORM-CO40)
      *           3-EVENTOS REALIZADOS NO MES (COD060)
      *           4-RECEITA EMITIDA NO MES (CRD020 CLASSIFICACAO 0)
           05  FONTE-CO130           PIC 9(1).
      *    FONTE = 1-SO CPD020  2-SO CXD100  3-AMBOS - o titulo pago
      *    pelo caixa aparece nos dois, a fonte evita somar duas vezes
      *    A depreciacao do CTP102 (CTD100 origem IM) entra sempre
           05  SITUACAO-CO130        PIC 9(1).
      *    SITUACAO = 0-ATIVA  1-SUSPENSA
           05  FILLER                PIC X(20).
