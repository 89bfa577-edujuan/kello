           05  DATA-APLICADO-CA027   PIC 9(8).
      *    ultima vez que o perfil foi aplicado de fato nos
      *    arquivos de direito (zeros = nunca aplicado)
           05  GESTOR-CA027          PIC 9(3).
      *    GESTOR-CA027 -> CODIGO-CA002: quem recertifica os
      *    direitos do usuario (CAP026); PERFIL zerado = usuario so
      *    com direitos individuais, registrado p/ ter gestor
           05  FILLER                PIC X(17).
