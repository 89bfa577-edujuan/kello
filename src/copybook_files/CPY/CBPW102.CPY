      * Positive pay: cheques do CBD100 enviados ao banco e o
      * retorno de compensacao/devolucao de cada um (CBP102)
       FD  CBD102.
       01  REG-CBD102.
           05  CODIGO-FORN-CB102     PIC 9(6).
           05  NR-CHEQUE-CB102       PIC 9(6).
           05  PORTADOR-CB102        PIC 9(4).
      *    portador (conta do banco) do titulo CPD020 pago pelo cheque
           05  DATA-EMISSAO-CB102    PIC 9(8).
           05  VALOR-CB102           PIC 9(8)V99.
           05  REMESSA-CB102         PIC 9(10).
           05  DATA-ENVIO-CB102      PIC 9(8).
           05  DATA-RETORNO-CB102    PIC 9(8).
           05  OCORRENCIA-CB102      PIC X(1).
      *    OCORRENCIA = BRANCO-SEM RETORNO  C-COMPENSADO  R-DEVOLVIDO
           05  MOTIVO-CB102          PIC X(2).
      *    motivo de devolucao informado pelo banco (alinea)
           05  USUARIO-CB102         PIC X(5).
           05  FILLER                PIC X(20).
