      * Tabela de faixas dos anexos do Simples Nacional (NFP103):
      * limite da RBT12, aliquota nominal, parcela a deduzir e o
      * percentual do ISS na reparticao do DAS
       FD  NFD104.
       01  REG-NFD104.
           05  ANEXO-NF104           PIC 9(1).
           05  FAIXA-NF104           PIC 9(1).
           05  LIMITE-RBT12-NF104    PIC 9(10)V99.
           05  ALIQ-NOMINAL-NF104    PIC 9(2)V99.
           05  PARCELA-DEDUZIR-NF104 PIC 9(8)V99.
           05  PERC-ISS-NF104        PIC 9(2)V99.
      *    PERC-ISS = % do ISS dentro do DAS da faixa (zero quando o
      *    ISS da faixa e recolhido fora do DAS)
           05  FILLER                PIC X(20).
