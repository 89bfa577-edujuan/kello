      * Bordero de desconto de titulos (cabecalho): banco que
      * antecipou, taxa, IOF, tarifa e valores creditados - os
      * titulos do bordero ficam no CRD151 e, enquanto o sacado nao
      * paga, continuam como divida contingente com o banco (CRP150)
       FD  CRD150.
       01  REG-CRD150.
           05  BORDERO-CR150         PIC 9(6).
           05  PORTADOR-CR150        PIC 9(4).
           05  CONTA-BANCO-CR150     PIC 9(6).
      *    conta bancaria do credito (mesmo codigo de CONTAPART-CX100)
           05  FORNEC-BANCO-CR150    PIC 9(6).
      *    codigo do banco no CGD001 - fornecedor da recompra CPD020
           05  DATA-MONTAGEM-CR150   PIC 9(8).
           05  DATA-CREDITO-CR150    PIC 9(8).
      *    DATA-MONTAGEM/DATA-CREDITO - INVERTIDAS AAAAMMDD
           05  TAXA-DESC-CR150       PIC 9(2)V9(4).
      *    taxa de desconto % ao mes
           05  VLR-BRUTO-CR150       PIC 9(10)V99.
           05  VLR-JUROS-CR150       PIC 9(8)V99.
           05  VLR-IOF-CR150         PIC 9(8)V99.
           05  VLR-TARIFA-CR150      PIC 9(8)V99.
           05  VLR-LIQUIDO-CR150     PIC 9(10)V99.
           05  CONTA-DESP-CR150      PIC 9(5).
      *    conta reduzida (CXD020) da despesa financeira do desconto
           05  SITUACAO-CR150        PIC 9(1).
      *    SITUACAO = 0-MONTADO  1-CREDITADO  2-ENCERRADO
      *               9-CANCELADO
           05  USUARIO-CR150         PIC X(5).
           05  FILLER                PIC X(20).
