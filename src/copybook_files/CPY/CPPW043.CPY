      * Bens cobertos por apolice de seguro (CPP033) - liga a apolice
      * CPD042 ao ativo CTD102 (veiculos inclusive), a serie do
      * equipamento COD128 ou ao evento segurado
       FD  CPD043.
       01  REG-CPD043.
           05  APOLICE-CP43          PIC 9(5).
           05  TIPO-BEM-CP43         PIC 9(1).
      *    TIPO-BEM = 1-ATIVO CTD102  2-EQUIPAMENTO COD128  3-EVENTO
           05  COD-BEM-CP43          PIC X(15).
      *    1 - CODIGO-CT102 (5 posicoes, zeros a esquerda)
      *    2 - SERIE-CO128
      *    3 - identificacao livre do evento (contrato/data)
           05  DESCRICAO-CP43        PIC X(30).
           05  VLR-SEGURADO-CP43     PIC 9(10)V99.
           05  FILLER                PIC X(20).
