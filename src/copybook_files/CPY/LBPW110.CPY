      * Log de trabalhos das impressoras de laboratorio (LBD026),
      * importado diariamente do log proprio de cada impressora, com
      * a parte de cada trabalho justificada pela OS (LBD107) - o
      * confronto com a OS e a refacao (LBD105) sai no LBP110
       FD  LBD110.
       01  REG-LBD110.
           05  DATA-LB110            PIC 9(8).
           05  TIPO-LB110            PIC X(2).
           05  CODIGO-LB110          PIC X(2).
      *    TIPO/CODIGO -> TIPO-LB26/CODIGO-LB26
           05  JOB-LB110             PIC X(12).
      *    identificacao do trabalho no log da impressora
           05  HORA-LB110            PIC 9(6).
           05  OPERADOR-LB110        PIC X(20).
      *    OPERADOR -> mesmo nome usado em FUNCIONARIO-L105
           05  OS-LB110              PIC 9(6).
      *    OS-LB110 -> OS-LB107 (zeros = trabalho sem OS)
           05  PRODUTO-LB110         PIC X.
               88  PRODUTO-FOTO-LB110       VALUE "F".
               88  PRODUTO-POSTER-LB110     VALUE "P".
               88  PRODUTO-FOTO-CD-LB110    VALUE "C".
               88  PRODUTO-TESTE-LB110      VALUE "T".
           05  QTDE-LB110            PIC 9(5).
      *    impressoes produzidas no trabalho
           05  QT-JUSTIF-LB110       PIC 9(5).
      *    parte da QTDE coberta pela quantidade da OS no produto,
      *    descontado o que outros trabalhos da mesma OS ja cobriram
           05  DATA-IMPORT-LB110     PIC 9(8).
           05  FILLER                PIC X(20).
