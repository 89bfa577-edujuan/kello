      * Registro de consentimento do titular (LGPD) por finalidade:
      * cada concessao ou revogacao e um registro novo (SEQ), o de
      * maior SEQ e a situacao vigente - o historico fica como prova
      * de quando e por qual canal o titular consentiu (CGP040)
       FD  CGD040.
       01  REG-CGD040.
           05  CPF-CG40              PIC 9(11).
           05  FINALIDADE-CG40       PIC 9(1).
      *    FINALIDADE = 1-EXECUCAO DO CONTRATO  2-MARKETING
      *                 3-USO DE IMAGEM
           05  SEQ-CG40              PIC 9(3).
           05  ALBUM-CG40            PIC 9(8).
      *    album MTD019 do titular (zeros = nao e formando)
           05  SITUACAO-CG40         PIC 9(1).
      *    SITUACAO = 1-CONCEDIDO  2-REVOGADO
           05  DATA-CG40             PIC 9(8).
           05  CANAL-CG40            PIC 9(1).
      *    CANAL = 1-CONTRATO/FICHA ASSINADA  2-TERMO EM PAPEL
      *            3-E-MAIL  4-SITE/GALERIA  5-TELEFONE/MENSAGEM
      *            6-PRESENCIAL
           05  OBS-CG40              PIC X(40).
           05  USUARIO-CG40          PIC X(5).
           05  FILLER                PIC X(20).
