      * 11-SANGRIA e 61-SUPRIMENTO (CXP141); 12-APLICACAO,
      * 62-RESGATE e 63-RENDIMENTO de aplicacao (CXP143);
      * 13-SAIDA e 64-ENTRADA de transferencia entre empresas
      * (CXP145); 65-CREDITO BRUTO e 14-ENCARGOS (juros, IOF,
      * tarifa) do bordero de desconto de titulos (CRP150)
      * 66-INDENIZACAO de sinistro de seguro recebida (CPP033)
           05  HISTORICO-CX100        PIC X(30).
           05  DOCUMENTO-CX100        PIC X(10).
           05  VALOR-CX100            PIC 9(10)V99.
