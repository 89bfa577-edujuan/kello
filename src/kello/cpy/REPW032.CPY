      * Escala de equipe por evento: um registro por vaga (funcao)
      * preenchida no evento COD060, sugerida pelo REP426 pela
      * distancia (CAD023) e pela carga do mes e aceita ou trocada
      * pelo escalador. O primeiro aceito vai tambem p/ EQUIPE-CO60.
       FD  RED032.
       01  REG-RED032.
           05  NR-CONTRATO-R032    PIC 9(4).
           05  ITEM-R032           PIC 9(3).
           05  SEQ-R032            PIC 9(2).
           05  CODIGO-R032         PIC 9(3).
      *    CODIGO-R032 = CODIGO-R030 do integrante escalado
           05  DATA-EVENTO-R032    PIC 9(8).
           05  FUNCAO-R032         PIC 9(2).
      *    FUNCAO-R032 = funcao da vaga (REP002)
           05  SUGERIDO-R032       PIC 9(3).
      *    SUGERIDO-R032 = quem o REP426 sugeriu p/ a vaga
           05  ORIGEM-R032         PIC 9(1).
               88  ESCALA-SUGESTAO-R032      VALUE 1.
               88  ESCALA-TROCADA-R032       VALUE 2.
           05  PRINCIPAL-R032      PIC 9(1).
      *    PRINCIPAL-R032 = 1 - e o integrante gravado em EQUIPE-CO60
           05  DISTANCIA-KM-R032   PIC 9(5).
           05  EVENTOS-MES-R032    PIC 9(3).
           05  DATA-ESCALA-R032    PIC 9(8).
           05  USUARIO-R032        PIC X(5).
           05  FILLER              PIC X(20).
