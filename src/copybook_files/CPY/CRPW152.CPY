      * Tabela de percentuais da provisao p/ devedores duvidosos
      * (PDD): por origem e faixa de atraso, mantida pelo contador
      * (CRP152)
       FD  CRD152.
       01  REG-CRD152.
           05  ORIGEM-CR152          PIC 9(1).
      *    ORIGEM = 1-TITULO CRD020  2-CHEQUE DEVOLVIDO CHD010/CHD013
           05  FAIXA-CR152           PIC 9(2).
           05  DIAS-ATE-CR152        PIC 9(5).
      *    limite superior de dias de atraso da faixa (a faixa comeca
      *    no limite da anterior + 1); 99999 = acima da ultima
           05  PERCENTUAL-CR152      PIC 9(3)V99.
           05  DATA-ALTERACAO-CR152  PIC 9(8).
           05  USUARIO-CR152         PIC X(5).
           05  FILLER                PIC X(20).
