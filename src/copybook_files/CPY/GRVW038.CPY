      * Dicionario de dados: arquivo, campo, posicao, picture e
      * significado, montado a partir do copybook do FD (GRDIC1) e
      * usado pelo extrator (GREXT1) - comum a todas as empresas.
      * CAMPO = brancos e o registro do arquivo (copybook, modulo e
      * tamanho do registro)
       FD  GRD038.
       01  REG-GRD038.
           05  ARQUIVO-GR38          PIC X(8).
           05  CAMPO-GR38            PIC X(30).
           05  SEQ-GR38              PIC 9(4).
      *    ordem do campo no copybook
           05  DADOS-CAMPO-GR38.
               10  NIVEL-GR38        PIC 9(2).
               10  POSICAO-GR38      PIC 9(5).
               10  TAMANHO-GR38      PIC 9(5).
      *    tamanho de uma ocorrencia, em bytes
               10  PICTURE-GR38      PIC X(20).
               10  TIPO-GR38         PIC X.
      *    TIPO = X-ALFANUMERICO  9-NUMERICO  P-COMP-3  B-BINARIO
      *           E-EDITADO  G-GRUPO
               10  DIGITOS-GR38      PIC 9(2).
               10  DECIMAIS-GR38     PIC 9(2).
               10  SINAL-GR38        PIC 9.
               10  OCORRENCIAS-GR38  PIC 9(4).
           05  DADOS-ARQUIVO-GR38 REDEFINES DADOS-CAMPO-GR38.
               10  COPYBOOK-GR38     PIC X(8).
               10  MODULO-GR38       PIC X(2).
      *    direito de extracao do modulo: "EXTRATO-" + MODULO no
      *    GED001 (entra pelo perfil do CAP025, item tipo 3)
               10  TAM-REGISTRO-GR38 PIC 9(5).
               10  FILLER            PIC X(27).
           05  SIGNIFICADO-GR38      PIC X(40).
           05  MASCARA-GR38          PIC 9.
      *    MASCARA = 0-NAO  1-CPF  2-DADO BANCARIO (GRMASC)
           05  IMPORTACAO-GR38       PIC 9(14).
           05  USUARIO-GR38          PIC X(5).
           05  FILLER                PIC X(20).
