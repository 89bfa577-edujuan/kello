      *    do liquido pela administradora
           05  CONTAPART-CG20          PIC 9(06).
      *    conta (CONTAPART-CX100) onde a administradora deposita
           05  BANDEIRA-CG20           PIC X(10).
      *    bandeira como vem no log do TEF (CRP159), p/ achar a
      *    administradora da transacao
           05  FILLER                  PIC X(10).
