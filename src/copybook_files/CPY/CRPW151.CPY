      * Titulos de cada bordero de desconto (CRD150): um registro
      * por CRD020 entregue ao banco. Em aberto = divida contingente
      * com o portador ate o sacado pagar; devolvido pelo banco sem
      * pagamento vira recompra no CPD020 (CRP150)
       FD  CRD151.
       01  REG-CRD151.
           05  BORDERO-CR151         PIC 9(6).
           05  CHAVE-TIT-CR151.
               10  CLASS-CLIENTE-CR151  PIC 9(1).
               10  CLIENTE-CR151        PIC 9(8).
               10  SEQ-TIT-CR151        PIC 9(5).
           05  PORTADOR-CR151        PIC 9(4).
           05  NOSSO-NUMERO-CR151    PIC X(25).
      *    copiado de OUTRO-DOCTO-CR20 na montagem
           05  DATA-VENCTO-CR151     PIC 9(8).
           05  VALOR-CR151           PIC 9(8)V99.
           05  VLR-JUROS-CR151       PIC 9(8)V99.
      *    desagio do titulo = valor x taxa x dias ate o vencimento
           05  SITUACAO-CR151        PIC 9(1).
      *    SITUACAO = 0-EM ABERTO (CONTINGENTE)  1-LIQUIDADO
      *               2-RECOMPRADO  9-RETIRADO DO BORDERO
           05  DATA-SITUACAO-CR151   PIC 9(8).
           05  FORNEC-RECOMPRA-CR151 PIC 9(6).
           05  SEQ-RECOMPRA-CR151    PIC 9(5).
      *    FORNEC/SEQ -> CHAVE-CP20 da recompra gerada
           05  FILLER                PIC X(20).
