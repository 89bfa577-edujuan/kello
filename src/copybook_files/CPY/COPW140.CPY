      * Envio p/ assinatura eletronica do contrato (COD040) ou de um
      * aditivo (versao COD121), um registro por documento (COP140).
      * O contrato so entra em producao e no cronograma quando o
      * envio esta ASSINADO - ver a rotina COP141.
       FD  COD140.
       01  REG-COD140.
           05  NR-CONTRATO-CO140     PIC 9(4).
           05  TIPO-DOC-CO140        PIC 9(1).
               88  DOC-CONTRATO-CO140        VALUE 1.
               88  DOC-ADITIVO-CO140         VALUE 2.
           05  VERSAO-CO140          PIC 9(3).
      *    VERSAO = zeros p/ o contrato; VERSAO-CO121 p/ o aditivo
           05  DOCUMENTO-CO140       PIC X(60).
      *    DOCUMENTO = nome do arquivo do contrato/aditivo gerado
      *    pelo COP124 que foi entregue ao provedor
           05  DATA-ENVIO-CO140      PIC 9(8).
           05  SITUACAO-CO140        PIC 9(1).
               88  ENVIO-PREPARADO-CO140     VALUE 0.
               88  ENVIO-ENVIADO-CO140       VALUE 1.
               88  ENVIO-ASSINADO-CO140      VALUE 2.
               88  ENVIO-RECUSADO-CO140      VALUE 8.
      *    SITUACAO = 0-PREPARADO  1-ENVIADO (AGUARDANDO ASSINATURAS)
      *               2-ASSINADO POR TODOS  8-RECUSADO (REENVIAR)
           05  QT-SIGNATARIOS-CO140  PIC 9(2).
           05  QT-ASSINADOS-CO140    PIC 9(2).
           05  HASH-DOC-CO140        PIC X(64).
      *    HASH-DOC = hash do documento assinado devolvido pelo
      *    provedor na conclusao (prova de qual arquivo foi assinado)
           05  DATA-CONCLUSAO-CO140  PIC 9(8).
           05  DATA-ULT-RETORNO-CO140 PIC 9(8).
           05  USUARIO-CO140         PIC X(5).
           05  FILLER                PIC X(20).
