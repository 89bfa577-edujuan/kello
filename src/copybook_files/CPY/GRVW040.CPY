      * Situacao de cada linha ja enviada p/ o BI (GRBIF1): o hash
      * do conteudo diz se a linha mudou desde a noite anterior e
      * da a data de alteracao que o BI usa na carga incremental;
      * linha que nao veio na noite sai como excluida
       FD  GRD040.
       01  REG-GRD040.
           05  ARQUIVO-GR40          PIC X(8).
      *    arquivo do BI (BIVENDA, BIRECEB, BICONTR...)
           05  CHAVE-BI-GR40         PIC X(30).
      *    chave estavel da linha, a mesma da 1a coluna do .CSV
           05  HASH-GR40             PIC 9(18).
           05  DATA-ALTERACAO-GR40   PIC 9(8).
      *    ultima noite em que a linha entrou, mudou ou foi excluida
           05  DATA-VISTO-GR40       PIC 9(8).
      *    ultima noite em que a linha veio do arquivo de origem
           05  SITUACAO-GR40         PIC X.
      *    SITUACAO = A-ATIVA  E-EXCLUIDA NA ORIGEM
           05  FILLER                PIC X(20).
