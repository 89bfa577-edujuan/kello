      * De-para do codigo de produto do fornecedor (cProd da NF-e)
      * p/ o material do estoque MTD053 (CPP027)
       FD  CPD038.
       01  REG-CPD038.
           05  FORNEC-CP38           PIC 9(6).
           05  PRODUTO-CP38          PIC X(20).
           05  CODIGO-MT53-CP38      PIC 9(3).
           05  FATOR-CONV-CP38       PIC 9(4)V9(4).
      *    FATOR-CONV = unidades do material por unidade comercial
      *    da nota (ex.: caixa com 500 folhas = 500)
           05  USUARIO-CP38          PIC X(5).
           05  FILLER                PIC X(20).
