           05  TIPO-FORN-CP20           PIC 9(2).
      *    TIPO-FORN = 00-FORNEC 01-FUNCION 02-VENDEDOR 03-REPRES
      *                04-REPORT 05-REEMBOLSO A CLIENTE
      *                06-PREMIO DE INDICACAO (COP133)
           05  PORTADOR-CP20            PIC 9999.
           05  NR-DOCTO-CP20            PIC X(10).
      *    NR-DOCTO "ADT"+SEQ = ADIANTAMENTO A FORNECEDOR, COM SALDO
      *    A COMPENSAR NO CPD040 (CPP031)
           05  DATA-EMISSAO-CP20        PIC 9(8).
      *    DATA-EMISSAO-CP20 - DATA-INVERTIDA
           05  DATA-VENCTO-CP20         PIC 9(8).
