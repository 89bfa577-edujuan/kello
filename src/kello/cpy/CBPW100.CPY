           05  DATA-VENCTO-CB100      PIC 9(8).
           05  SITUACAO-CB100         PIC 9(2).
      *  Situa��o = Cadastro de situacao cbd003
      *  SITUACAO usada pelo positive pay (CBP102): 1-EMITIDO
      *  2-COMPENSADO  3-APRESENTADO E DEVOLVIDO  4-PRESCRITO
      *  (NAO APRESENTADO NO PRAZO)  5-CANCELADO P/ REEMISSAO
