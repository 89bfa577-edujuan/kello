      * Sinistros: ocorrencia com o bem segurado, prazo de aviso,
      * documentos exigidos, decisao da seguradora e indenizacao
      * recebida no caixa CXD100 (CPP033)
       FD  CPD044.
       01  REG-CPD044.
           05  NR-SINISTRO-CP44      PIC 9(6).
           05  APOLICE-CP44          PIC 9(5).
           05  TIPO-BEM-CP44         PIC 9(1).
           05  COD-BEM-CP44          PIC X(15).
           05  DATA-OCORRENCIA-CP44  PIC 9(8).
           05  DESCRICAO-CP44        PIC X(40).
           05  LOCAL-CP44            PIC X(30).
      *    local / evento da ocorrencia
           05  DATA-LIMITE-AVISO-CP44 PIC 9(8).
      *    ocorrencia + PRAZO-AVISO-CP42
           05  DATA-AVISO-CP44       PIC 9(8).
           05  PROTOCOLO-CP44        PIC X(20).
      *    numero do sinistro na seguradora
           05  DOCUMENTOS-CP44.
               10  DOC-BO-CP44       PIC 9(1).
      *        boletim de ocorrencia
               10  DOC-NF-CP44       PIC 9(1).
      *        nota fiscal / comprovante de propriedade do bem
               10  DOC-LAUDO-CP44    PIC 9(1).
      *        laudo / orcamento de reparo
               10  DOC-OUTROS-CP44   PIC 9(1).
      *    cada documento: 0-NAO EXIGIDO  1-PENDENTE  2-ENTREGUE
           05  VLR-RECLAMADO-CP44    PIC 9(10)V99.
           05  DECISAO-CP44          PIC 9(1).
      *    DECISAO = 0-AGUARDANDO  1-INDENIZACAO  2-NEGADO
           05  DATA-DECISAO-CP44     PIC 9(8).
           05  VLR-INDENIZACAO-CP44  PIC 9(10)V99.
           05  PERDA-TOTAL-CP44      PIC 9(1).
      *    PERDA-TOTAL = 0-NAO (REPARO)  1-SIM (BAIXA DO BEM)
           05  DATA-RECEBIMENTO-CP44 PIC 9(8).
           05  SEQ-CAIXA-CP44        PIC 9(4).
      *    SEQ-CX100 da entrada da indenizacao na DATA-RECEBIMENTO
           05  SITUACAO-CP44         PIC 9(1).
      *    SITUACAO = 0-ABERTO  1-AVISADO  2-DOCUMENTADO  3-DECIDIDO
      *               4-ENCERRADO (INDENIZADO OU NEGADO)
           05  USUARIO-CP44          PIC X(5).
           05  FILLER                PIC X(20).
