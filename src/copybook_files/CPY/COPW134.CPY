      * Regra do premio de indicacao por origem (COP133) - vale a de
      * maior DATA-INI nao posterior a data da indicacao
       FD  COD134.
       01  REG-COD134.
           05  ORIGEM-CO134          PIC 9(1).
      *    ORIGEM = 1-FORMANDO  2-MEMBRO DE COMISSAO
           05  DATA-INI-CO134        PIC 9(8).
           05  TIPO-PREMIO-CO134     PIC 9(1).
      *    TIPO-PREMIO = 1-VALOR FIXO  2-% DO VALOR DO CONTRATO
           05  VALOR-CO134           PIC 9(8)V99.
           05  PERC-CO134            PIC 9(3)V99.
           05  QT-PARC-MIN-CO134     PIC 9(2).
           05  DATA-ALT-CO134        PIC 9(8).
           05  USUARIO-CO134         PIC X(5).
           05  FILLER                PIC X(20).
