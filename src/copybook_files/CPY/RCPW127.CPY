      * Tabela de precos da venda de album (RCP121 opcao 5): preco
      * unitario por item do album, por contrato ou padrao (contrato
      * 0000), com a tabela de faixas do RCD112 do item. Base do preco
      * de tabela da alcada de desconto (RCP127 -> RCP120)
       FD  RCD127.
       01  REG-RCD127.
           05  CONTRATO-RC127        PIC 9(4).
      *    CONTRATO - 0000 = tabela padrao de quem nao tem a propria
           05  ITEM-RC127            PIC 9(2).
      *    ITEM = 01-ENCADERNACAO  02-ESTOJO  03-FOLHA  04-FOTO
      *           07-POSTER  08-DVD  09-PORTA DVD  10-FOTO CD
      *           11-MOLDURA (mesma numeracao do ITEM-REC-E)
           05  DESCRICAO-RC127       PIC X(20).
           05  PRECO-RC127           PIC 9(6)V99.
           05  FAIXA-RC127           PIC 9(6).
      *    FAIXA - CODIGO-RC112 da tabela de faixas de quantidade do
      *    item (0 = item sem desconto de faixa)
           05  DATA-ALT-RC127        PIC 9(8).
           05  USUARIO-RC127         PIC X(5).
           05  FILLER                PIC X(20).
