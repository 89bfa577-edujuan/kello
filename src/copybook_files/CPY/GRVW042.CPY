      * Indice de documentos digitalizados (contrato assinado, nota
      * fiscal do contas a pagar, copia de cheque devolvido, documento
      * do formando...) ligados ao registro de origem; o arquivo fica
      * na pasta DOCUMENT da empresa e e aberto pelo GRDOC
       FD  GRD042.
       01  REG-GRD042.
           05  ENTIDADE-GR42         PIC X(8).
      *    ENTIDADE = COD040 CRD020 CPD020 CHD010 MTD019 ACD111
           05  CHAVE-ENT-GR42        PIC X(30).
      *    chave do registro de origem, em digitos:
      *      COD040 = NR-CONTRATO(4)
      *      CRD020 = COD-COMPL(9) + SEQ(5)
      *      CPD020 = FORNEC(6) + SEQ(5)
      *      CHD010 = DATA-MOVTO(8) + SEQ(4)
      *      MTD019 = ALBUM(8)
      *      ACD111 = NUMERO DO CHAMADO(6)
           05  SEQ-GR42              PIC 9(3).
           05  TIPO-GR42             PIC 9(2).
      *    TIPO = 01-CONTRATO ASSINADO  02-NOTA FISCAL/FATURA
      *           03-CHEQUE DEVOLVIDO   04-DOCUMENTO DO FORMANDO
      *           05-COMPROVANTE        99-OUTROS
           05  CAMINHO-GR42          PIC X(60).
      *    caminho do arquivo a partir da pasta DOCUMENT da empresa
      *    (ex. CONTRATO\1234.PDF)
           05  DATA-GR42             PIC 9(8).
           05  USUARIO-GR42          PIC X(5).
           05  DESCRICAO-GR42        PIC X(40).
           05  FILLER                PIC X(20).
