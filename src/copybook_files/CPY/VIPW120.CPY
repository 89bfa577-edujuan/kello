      * Tabela de guarda da midia bruta (fitas/cartoes do VID100 e
      * arquivos digitais do manifesto VID102) por tipo de midia e
      * situacao do contrato - quantos anos guardar depois da data
      * base e com quantos dias de antecedencia avisar o cliente
      * antes de expurgar (VIP305)
       FD  VID120.
       01  REG-VID120.
           05  TIPO-MIDIA-V120       PIC 9(1).
      *    TIPO-MIDIA = 1-FITA/CARTAO BRUTO (VID100)
      *                 2-ARQUIVO DIGITAL (VID102)
           05  SITUACAO-CTR-V120     PIC 9(1).
      *    SITUACAO-CTR-V120 -> SITUACAO-CO40
           05  ANOS-GUARDA-V120      PIC 9(2).
      *    ANOS-GUARDA = zeros -> nunca expurga
           05  BASE-V120             PIC 9(1).
      *    BASE = 1-DATA DE ENCERRAMENTO DO CONTRATO (COD132)
      *           2-DATA DO ULTIMO EVENTO FILMADO (VID100)
           05  DIAS-AVISO-V120       PIC 9(3).
           05  DATA-ALTERACAO-V120   PIC 9(8).
           05  USUARIO-V120          PIC X(5).
           05  FILLER                PIC X(20).
