      * Definicoes de extrato gravadas no GREXT1 p/ rodar de novo:
      * arquivo e faixa de chave, um arquivo relacionado pela chave,
      * campos de saida e filtros - comum a todas as empresas (o
      * extrato roda na empresa da linha de comando)
       FD  GRD039.
       01  REG-GRD039.
           05  NOME-GR39             PIC X(8).
      *    tambem e o nome do .CSV gerado (GRCSV)
           05  DESCRICAO-GR39        PIC X(40).
           05  ARQUIVO-GR39          PIC X(8).
           05  CHAVE-INI-GR39        PIC X(30).
           05  CHAVE-FIM-GR39        PIC X(30).
      *    inicio/fim da chave primaria, comparados pelo comeco
           05  JOIN-ARQUIVO-GR39     PIC X(8).
           05  JOIN-CAMPO-GR39       PIC X(30).
      *    campo do arquivo principal com a chave do relacionado
           05  QT-CAMPOS-GR39        PIC 9(2).
           05  CAMPO-SAIDA-GR39 OCCURS 20 TIMES.
               10  ORIGEM-GR39       PIC 9.
      *    ORIGEM = 1-ARQUIVO PRINCIPAL  2-RELACIONADO
               10  CAMPO-GR39        PIC X(30).
           05  QT-FILTROS-GR39       PIC 9.
           05  FILTRO-GR39 OCCURS 5 TIMES.
               10  F-ORIGEM-GR39     PIC 9.
               10  F-CAMPO-GR39      PIC X(30).
               10  F-OPERADOR-GR39   PIC X.
      *    OPERADOR = I-IGUAL  F-FAIXA (VALOR1 A VALOR2)  C-CONTEM
               10  F-VALOR1-GR39     PIC X(30).
               10  F-VALOR2-GR39     PIC X(30).
           05  USUARIO-GR39          PIC X(5).
           05  DATA-CAD-GR39         PIC 9(8).
           05  DATA-EXEC-GR39        PIC 9(8).
           05  QT-EXEC-GR39          PIC 9(9).
      *    registros gravados na ultima execucao
           05  FILLER                PIC X(20).
