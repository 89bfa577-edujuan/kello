      * Log das conversoes de layout aplicadas na empresa (GRLAY1)
       FD  GRD033.
       01  REG-GRD033.
           05  DATA-GR33             PIC 9(8).
           05  HORA-GR33             PIC 9(6).
           05  ARQUIVO-GR33          PIC X(8).
           05  VERSAO-PARA-GR33      PIC 9(3).
           05  VERSAO-DE-GR33        PIC 9(3).
           05  PROGRAMA-GR33         PIC X(8).
           05  TIPO-GR33             PIC 9(1).
      *    TIPO = 1-ROTINA CHAMADA PELO GRLAY1
      *           2-PROGRAMA ANTIGO DE TELA, CONFIRMADO PELO OPERADOR
           05  QT-REG-GR33           PIC 9(9).
           05  RESULTADO-GR33        PIC 9(1).
      *    RESULTADO = 0-APLICADA  1-ERRO (versao nao muda)
      *                2-NAO CONFIRMADA PELO OPERADOR
      *                3-IMPLANTACAO/AJUSTE MANUAL DA VERSAO
      *                4-ARQUIVO NOVO REGISTRADO NA VERSAO ATUAL
           05  ST-GR33               PIC X(2).
           05  USUARIO-GR33          PIC X(5).
           05  FILLER                PIC X(20).
