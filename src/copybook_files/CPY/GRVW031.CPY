      * Catalogo de copias de seguranca - um registro por arquivo do
      * conjunto: tamanho, quantidade, total de controle e hash da
      * chave conferidos na copia aberta (GRBKP1); base da
      * restauracao pontual (GRBKP2)
       FD  GRD031.
       01  REG-GRD031.
           05  DATA-GR31             PIC 9(8).
           05  ARQUIVO-GR31          PIC X(8).
           05  TAMANHO-GR31          PIC 9(12).
      *    bytes da copia (dados + indice)
           05  QT-REG-GR31           PIC 9(9).
           05  TOTAL-CTRL-GR31       PIC 9(14)V99.
           05  HASH-GR31             PIC 9(18).
           05  SITUACAO-GR31         PIC 9(1).
      *    SITUACAO = 0-CONFERIDA  1-ERRO NA COPIA  2-COPIA NAO ABRE
      *               3-COPIA DIVERGE DO ORIGINAL
      *               4-ORIGINAL NAO ABRE  5-ARQUIVO INEXISTENTE
           05  ST-VERIF-GR31         PIC X(2).
           05  FILLER                PIC X(20).
