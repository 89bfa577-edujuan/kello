      * Fila de revisao dos registros orfaos achados na conferencia
      * de integridade entre arquivos (GRINT1); cada orfao recebe uma
      * correcao no GRINT2, que grava quem, quando e o que foi feito
      * aqui e a imagem do registro alterado no LOG002
       FD  GRD041.
       01  REG-GRD041.
           05  RELACAO-GR41          PIC 9(2).
      *    RELACAO = 01-CRD020->CGD010  02-CHD010->CGD010
      *              03-RCD101->RCD100  04-RCD100->MTD019
      *              05-MTD020->MTD019  06-MTD019->COD040
      *              07-COD060->COD040  08-CPD020->CGD001
      *              09-CXD100->CXD020
           05  CHAVE-FILHO-GR41      PIC X(30).
      *    chave primaria do registro orfao, em digitos
           05  ARQUIVO-FILHO-GR41    PIC X(8).
           05  ARQUIVO-PAI-GR41      PIC X(8).
           05  CHAVE-PAI-GR41        PIC 9(9).
      *    pai que o registro aponta e que nao existe
           05  DESCRICAO-GR41        PIC X(40).
      *    nome/historico/valor do registro orfao p/ quem revisa
           05  DATA-DETECCAO-GR41    PIC 9(8).
           05  DATA-VISTO-GR41       PIC 9(8).
      *    ultima conferencia que ainda achou o orfao
           05  SITUACAO-GR41         PIC 9.
      *    SITUACAO = 0-PENDENTE  1-CORRIGIDO  2-RESOLVIDO FORA DA
      *               FILA (O PAI APARECEU OU O REGISTRO SUMIU)
      *               3-ACEITO COMO ESTA (JUSTIFICADO)
           05  CORRECAO-GR41         PIC X.
      *    CORRECAO = R-RELIGA A OUTRO PAI  C-CRIA O PAI
      *               E-EXCLUI O REGISTRO   A-ACEITA COMO ESTA
           05  NOVA-CHAVE-PAI-GR41   PIC 9(9).
      *    pai novo (R) ou pai criado (C)
           05  OBS-GR41              PIC X(40).
      *    nome do pai criado (C) ou justificativa (E/A)
           05  USUARIO-GR41          PIC X(5).
           05  DATA-CORRECAO-GR41    PIC 9(8).
           05  HORA-CORRECAO-GR41    PIC 9(6).
           05  FILLER                PIC X(20).
