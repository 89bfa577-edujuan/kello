           05  BANCO-REC1                       PIC 9(3).
           05  TIPO-REC1                        PIC 9.
      *    1-CHEQUE  2-MOEDA  3-ANTECIPADO  4-DUPL/PROMIS
      *    5-DEB.AUTOM. 6-CARTAO CRED.  7-PIX  8-CREDITO CLIENTE
           05  DTA-BAIXA-REC1                   PIC 9(8).
           05  COMIS-PARC-REC1                  PIC 99V999.
           05  CARTAO-CRED-REC1                 PIC 9(02).
           05  TAXA-ADMINIST-CREDITO-REC1       PIC 9(03)V99.
           05  QT-PARCELA-REC1                  PIC 9(02).
           05  TAXA-ADMINIST-PARCELA-REC1       PIC 9(03)V99.
           05  ORIGEM-REC1                      PIC X.
               88  ORIGEM-BAILE-REC1            VALUE "1".
               88  ORIGEM-GALERIA-REC1          VALUE "2".
               88  ORIGEM-REPOSICAO-REC1        VALUE "3".
               88  ORIGEM-AVULSA-REC1           VALUE "1" "2" "3".
      *    ORIGEM = ESPACO-VENDA DO ALBUM  1-BAILE (MESA/CONVITE
      *             EXTRA DO COP136)  2-GALERIA ONLINE AVULSA
      *             (MTP063)  3-REPOSICAO/SEGUNDA VIA (MTP064,
      *             NUMERO = PEDIDO-MT67) - AS AVULSAS NAO ENTRAM
      *             NA COMISSAO NEM NA DEVOLUCAO DA VENDA
           05  FILLER                           PIC X(24).
