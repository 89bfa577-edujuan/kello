      * Tabela de precos da reposicao/segunda via de album: preco
      * unitario por componente do album original (MTD020) mais a
      * taxa fixa do pedido e a do layout refeito (MTP064)
       FD  MTD066.
       01  REG-MTD066.
           05  CODIGO-MT66           PIC 9(2).
      *    CODIGO = 01-TAXA DE REPOSICAO (POR PEDIDO)  02-ESTOJO
      *             03-ENCADERNACAO  04-FOLHA  05-FOTO  06-POSTER
      *             07-FOTO-CD  08-MOLDURA  09-DVD  10-PORTA-DVD
      *             11-LAYOUT REFEITO (SEM ESPELHO APROVADO MTD058)
           05  DESCRICAO-MT66        PIC X(20).
           05  PRECO-MT66            PIC 9(6)V99.
           05  DATA-ALT-MT66         PIC 9(8).
           05  USUARIO-MT66          PIC X(5).
           05  FILLER                PIC X(20).
