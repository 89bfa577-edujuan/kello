       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDIC1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: DICIONARIO DE DADOS (GRD038) - ARQUIVO, CAMPO, POSICAO,
      *        TAMANHO, PICTURE E SIGNIFICADO, BASE DO EXTRATOR GREXT1.
      *        OPCAO 1 - IMPORTA O COPYBOOK DO FD (CRPW020, MTPW019,
      *                  COPW040...) DA PASTA \PROGRAMA\KELLO\CPY:
      *                  CALCULA A POSICAO DE CADA CAMPO (GRUPOS,
      *                  REDEFINES, OCCURS, COMP-3 E BINARIO) E TOMA
      *                  COMO SIGNIFICADO O COMENTARIO LOGO ABAIXO DO
      *                  CAMPO. REIMPORTAR MANTEM O SIGNIFICADO E A
      *                  MASCARA DIGITADOS E APAGA O CAMPO QUE SAIU DO
      *                  LAYOUT. MODULO = 2 PRIMEIRAS LETRAS DO
      *                  COPYBOOK (DIREITO "EXTRATO-" + MODULO NO
      *                  GED001).
      *        OPCAO 2 - SIGNIFICADO E MASCARA LGPD (CPF/BANCO) DE UM
      *                  CAMPO.
      *        OPCAO 3 - RELATORIO DO DICIONARIO (UM ARQUIVO OU
      *                  TODOS).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX038.

           SELECT CPYIN ASSIGN TO PATH-CPY-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPYIN.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW038.

       FD  CPYIN
           LABEL RECORD IS OMITTED.
       01  REG-CPYIN                 PIC X(80).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD038             PIC XX       VALUE SPACES.
           05  ST-CPYIN              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  ARQUIVO-W             PIC X(8)     VALUE SPACES.
           05  COPYBOOK-W            PIC X(8)     VALUE SPACES.
           05  CAMPO-W               PIC X(30)    VALUE SPACES.
           05  SIGNIFICADO-W         PIC X(40)    VALUE SPACES.
           05  MASCARA-W             PIC X        VALUE SPACES.
           05  PATH-CPY-W            PIC X(64)    VALUE SPACES.
           05  IMPORTACAO-W          PIC 9(14)    VALUE ZEROS.
           05  QT-CAMPOS-W           PIC 9(4)     VALUE ZEROS.
           05  QT-EXCLUIDOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-E                  PIC ZZZ9.
           05  DIGITO-X              PIC X        VALUE ZERO.
           05  DIGITO-N REDEFINES DIGITO-X PIC 9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  HORA-SISTEMA-W.
           05  HHMMSS-SIS            PIC 9(6).
           05  FILLER                PIC 9(2).

      *    -------- leitura do copybook --------
       01  LEITURA-W.
           05  COMENTARIO-W          PIC X(65)    VALUE SPACES.
           05  INI-W                 PIC 9(3)     VALUE ZEROS.
           05  TAM-W                 PIC 9(3)     VALUE ZEROS.
           05  QT-TOKEN              PIC 9(2)     VALUE ZEROS.
           05  TOKEN-W               PIC X(30)    OCCURS 12 TIMES.
           05  TOKEN-AUX-W           PIC X(30)    VALUE SPACES.
           05  NIVEL-W               PIC 9(2)     VALUE ZEROS.
           05  NOME-W                PIC X(30)    VALUE SPACES.
           05  PICTURE-W             PIC X(20)    VALUE SPACES.
           05  USO-W                 PIC X        VALUE SPACES.
      *    USO = D-DISPLAY  P-COMP-3  B-BINARIO
           05  REDEFINE-NOME-W       PIC X(30)    VALUE SPACES.
           05  OCORR-W               PIC 9(4)     VALUE ZEROS.
           05  NUMERO-W              PIC 9(5)     VALUE ZEROS.
           05  POS-W                 PIC 9(5)     VALUE ZEROS.
           05  MAIOR-POS-W           PIC 9(5)     VALUE ZEROS.
           05  INICIO-W              PIC 9(5)     VALUE ZEROS.
           05  ANTES-W               PIC 9(5)     VALUE ZEROS.
           05  TAMANHO-W             PIC 9(5)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(4)     VALUE ZEROS.
           05  ULTIMO-W              PIC X        VALUE SPACES.
      *    ULTIMO = E-ELEMENTAR PENDENTE  G-GRUPO NO TOPO (recebe o
      *    comentario seguinte como significado)
           05  DESCRICAO-ARQ-W       PIC X(40)    VALUE SPACES.
           05  ACHOU-ITEM-W          PIC 9        VALUE ZEROS.
           05  FIM-PILHA-W           PIC 9        VALUE ZEROS.

      *    analise da picture
       01  PICTURE-ANALISE-W.
           05  PIC-CAR-W             PIC X        VALUE SPACES.
           05  PIC-REP-W             PIC 9(5)     VALUE ZEROS.
           05  PIC-ALFA-W            PIC 9        VALUE ZEROS.
           05  PIC-EDIT-W            PIC 9        VALUE ZEROS.
           05  PIC-SINAL-W           PIC 9        VALUE ZEROS.
           05  PIC-POS-V-W           PIC 9        VALUE ZEROS.
           05  PIC-DIGITOS-W         PIC 9(3)     VALUE ZEROS.
           05  PIC-DECIMAIS-W        PIC 9(3)     VALUE ZEROS.
           05  PIC-POSICOES-W        PIC 9(5)     VALUE ZEROS.
           05  PIC-TIPO-W            PIC X        VALUE SPACES.

      *    campo elementar esperando o comentario logo abaixo
       01  REG-PENDENTE-W            PIC X(164)   VALUE SPACES.
       01  REG-SALVO-W               PIC X(164)   VALUE SPACES.

      *    grupos abertos (o tamanho so se sabe no fechamento)
       01  TABELA-PILHA.
           05  QT-PILHA              PIC 9(2)     VALUE ZEROS.
           05  TAB-PILHA OCCURS 30 TIMES.
               10  P-NIVEL           PIC 9(2).
               10  P-NOME            PIC X(30).
               10  P-SEQ             PIC 9(4).
               10  P-INICIO          PIC 9(5).
               10  P-OCORR           PIC 9(4).
               10  P-REDEF           PIC 9.
               10  P-ANTES           PIC 9(5).
               10  P-SIGNIF          PIC X(40).

      *    inicio de cada nome, p/ os REDEFINES
       01  TABELA-NOMES.
           05  QT-NOMES              PIC 9(3)     VALUE ZEROS.
           05  TAB-NOME OCCURS 600 TIMES.
               10  N-NOME            PIC X(30).
               10  N-INICIO          PIC 9(5).

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRDIC1 - ".
           05  FILLER            PIC X(27)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(44)  VALUE
           "DICIONARIO DE DADOS".
           05  FILLER            PIC X(32)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB03.
           05  FILLER            PIC X(9)   VALUE "ARQUIVO".
           05  FILLER            PIC X(35)  VALUE "CAMPO".
           05  FILLER            PIC X(6)   VALUE "POS.".
           05  FILLER            PIC X(6)   VALUE "TAM.".
           05  FILLER            PIC X(15)  VALUE "PICTURE".
           05  FILLER            PIC X(5)   VALUE "TIPO".
           05  FILLER            PIC X(5)   VALUE "OCOR".
           05  FILLER            PIC X(4)   VALUE "MSC".
           05  FILLER            PIC X(40)  VALUE "SIGNIFICADO".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.
       01  LINDET-CAMPO REDEFINES LINDET.
           05  LD-ARQUIVO        PIC X(9).
           05  LD-CAMPO          PIC X(35).
           05  LD-POSICAO        PIC ZZZZ9.
           05  FILLER            PIC X.
           05  LD-TAMANHO        PIC ZZZZ9.
           05  FILLER            PIC X.
           05  LD-PICTURE        PIC X(15).
           05  LD-TIPO           PIC X(5).
           05  LD-OCORR          PIC ZZZ9.
           05  FILLER            PIC X.
           05  LD-MASCARA        PIC X(4).
           05  LD-SIGNIFICADO    PIC X(40).
           05  FILLER            PIC X(5).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM IMPORTA-COPYBOOK
                  WHEN 2 PERFORM MANUTENCAO-CAMPO
                  WHEN 3 PERFORM RELATORIO-DICIONARIO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           COMPUTE IMPORTACAO-W = (DATA-SISTEMA-N * 1000000)
                                + HHMMSS-SIS.
           DISPLAY "1-IMPORTA COPYBOOK  2-SIGNIFICADO/MASCARA  "
                   "3-RELATORIO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           DISPLAY "USUARIO: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           OPEN I-O GRD038.
           IF ST-GRD038 = "35"
              CLOSE GRD038      OPEN OUTPUT GRD038
              CLOSE GRD038      OPEN I-O GRD038.
           IF ST-GRD038 > "09"
              DISPLAY "ERRO ABERTURA GRD038: " ST-GRD038
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           OPEN OUTPUT RELAT.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 1 - IMPORTACAO DO COPYBOOK DO FD
      *    ------------------------------------------------------
       IMPORTA-COPYBOOK SECTION.
           DISPLAY "ARQUIVO (EX. CRD020)...: " WITH NO ADVANCING.
           ACCEPT ARQUIVO-W.
           DISPLAY "COPYBOOK DO FD (CRPW020): " WITH NO ADVANCING.
           ACCEPT COPYBOOK-W.
           IF ARQUIVO-W = SPACES OR COPYBOOK-W = SPACES
              GO TO IMPORTA-COPYBOOK-FIM.
           MOVE "CPY"      TO GRPATH-EMPRESA.
           MOVE COPYBOOK-W TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE SPACES TO PATH-CPY-W.
           STRING GRPATH-CAMINHO DELIMITED BY SPACE
                  ".CPY"         DELIMITED BY SIZE
                  INTO PATH-CPY-W.
           OPEN INPUT CPYIN.
           IF ST-CPYIN > "09"
              DISPLAY "ERRO ABERTURA " PATH-CPY-W ": " ST-CPYIN
              GO TO IMPORTA-COPYBOOK-FIM.
           MOVE ZEROS  TO QT-PILHA QT-NOMES SEQ-W QT-CAMPOS-W
                          MAIOR-POS-W ACHOU-ITEM-W.
           MOVE 1      TO POS-W.
           MOVE SPACES TO ULTIMO-W REG-PENDENTE-W DESCRICAO-ARQ-W.
           PERFORM UNTIL ST-CPYIN = "10"
              READ CPYIN AT END
                   MOVE "10" TO ST-CPYIN
              NOT AT END
                   PERFORM PROCESSA-LINHA
              END-READ
           END-PERFORM.
           CLOSE CPYIN.
           PERFORM GRAVA-PENDENTE.
           PERFORM FECHA-GRUPO UNTIL QT-PILHA = ZEROS.
           IF ACHOU-ITEM-W = 0
              DISPLAY "NENHUM CAMPO NO COPYBOOK " COPYBOOK-W
              GO TO IMPORTA-COPYBOOK-FIM.
           PERFORM GRAVA-ARQUIVO.
           PERFORM EXCLUI-ANTIGOS.
           MOVE QT-CAMPOS-W TO QT-E.
           DISPLAY ARQUIVO-W ": " QT-E " CAMPOS IMPORTADOS".
           MOVE QT-EXCLUIDOS-W TO QT-E.
           DISPLAY "CAMPOS QUE SAIRAM DO LAYOUT: " QT-E.
       IMPORTA-COPYBOOK-FIM.
           CONTINUE.

       PROCESSA-LINHA SECTION.
           IF REG-CPYIN (7: 1) = "*" OR REG-CPYIN (7: 1) = "/"
              PERFORM TRATA-COMENTARIO
              GO TO PROCESSA-LINHA-FIM.
           IF REG-CPYIN (8: 65) = SPACES
              GO TO PROCESSA-LINHA-FIM.
           MOVE ZEROS TO INI-W.
           INSPECT REG-CPYIN (8: 65) TALLYING INI-W FOR LEADING SPACES.
           ADD 8 TO INI-W.
           COMPUTE TAM-W = 73 - INI-W.
           MOVE SPACES TO TOKEN-W (1) TOKEN-W (2) TOKEN-W (3)
                          TOKEN-W (4) TOKEN-W (5) TOKEN-W (6)
                          TOKEN-W (7) TOKEN-W (8) TOKEN-W (9)
                          TOKEN-W (10) TOKEN-W (11) TOKEN-W (12).
           MOVE ZEROS TO QT-TOKEN.
           UNSTRING REG-CPYIN (INI-W: TAM-W) DELIMITED BY ALL SPACE
                    INTO TOKEN-W (1) TOKEN-W (2) TOKEN-W (3)
                         TOKEN-W (4) TOKEN-W (5) TOKEN-W (6)
                         TOKEN-W (7) TOKEN-W (8) TOKEN-W (9)
                         TOKEN-W (10) TOKEN-W (11) TOKEN-W (12)
                    TALLYING IN QT-TOKEN
           END-UNSTRING.
      *    so linha que comeca com numero de nivel (FD, SELECT e
      *    continuacao de VALUE ficam de fora)
           IF TOKEN-W (1) (1: 1) NOT NUMERIC
              MOVE SPACES TO ULTIMO-W
              GO TO PROCESSA-LINHA-FIM.
           IF TOKEN-W (1) (2: 1) NUMERIC
              MOVE TOKEN-W (1) (1: 2) TO NIVEL-W
           ELSE
              MOVE ZEROS TO NIVEL-W
              MOVE TOKEN-W (1) (1: 1) TO NIVEL-W (2: 1).
           IF NIVEL-W = 88 OR NIVEL-W = 66 OR NIVEL-W = ZEROS
              MOVE SPACES TO ULTIMO-W
              GO TO PROCESSA-LINHA-FIM.
           PERFORM GRAVA-PENDENTE.
           PERFORM INTERPRETA-TOKENS.
      *    fecha os grupos de nivel igual ou maior; cada 01 do FD
      *    recomeca na posicao 1
           MOVE 0 TO FIM-PILHA-W.
           PERFORM UNTIL FIM-PILHA-W = 1
              IF QT-PILHA = ZEROS
                 MOVE 1 TO FIM-PILHA-W
              ELSE
                 IF P-NIVEL (QT-PILHA) < NIVEL-W
                    MOVE 1 TO FIM-PILHA-W
                 ELSE
                    PERFORM FECHA-GRUPO
                 END-IF
              END-IF
           END-PERFORM.
           IF NIVEL-W = 1
              MOVE 1 TO POS-W.
           MOVE 1 TO ACHOU-ITEM-W.
           ADD 1 TO SEQ-W.
           MOVE POS-W TO INICIO-W ANTES-W.
           IF REDEFINE-NOME-W NOT = SPACES
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-NOMES
                 IF N-NOME (I) = REDEFINE-NOME-W
                    MOVE N-INICIO (I) TO INICIO-W
                 END-IF
              END-PERFORM
           END-IF.
           IF QT-NOMES < 600
              ADD 1 TO QT-NOMES
              MOVE NOME-W   TO N-NOME (QT-NOMES)
              MOVE INICIO-W TO N-INICIO (QT-NOMES).
           IF PICTURE-W = SPACES
              PERFORM ABRE-GRUPO
           ELSE
              PERFORM ITEM-ELEMENTAR.
       PROCESSA-LINHA-FIM.
           CONTINUE.

      *    nome, picture, uso, REDEFINES e OCCURS da linha
       INTERPRETA-TOKENS SECTION.
           MOVE TOKEN-W (2) TO NOME-W.
           MOVE NOME-W TO TOKEN-AUX-W.
           PERFORM TIRA-PONTO.
           MOVE TOKEN-AUX-W TO NOME-W.
           IF NOME-W = SPACES
              MOVE "FILLER" TO NOME-W.
           MOVE SPACES TO PICTURE-W REDEFINE-NOME-W.
           MOVE "D"    TO USO-W.
           MOVE 1      TO OCORR-W.
           PERFORM VARYING I FROM 3 BY 1 UNTIL I > QT-TOKEN
                                          OR I > 12
              MOVE TOKEN-W (I) TO TOKEN-AUX-W
              PERFORM TIRA-PONTO
              COMPUTE J = I + 1
              EVALUATE TOKEN-AUX-W
                  WHEN "PIC"
                  WHEN "PICTURE"
                       IF J < 13
                          IF TOKEN-W (J) = "IS" AND J < 12
                             ADD 1 TO J
                          END-IF
                          MOVE TOKEN-W (J) TO TOKEN-AUX-W
                          PERFORM TIRA-PONTO
                          MOVE TOKEN-AUX-W TO PICTURE-W
                          MOVE J TO I
                       END-IF
                  WHEN "COMP-3"
                  WHEN "COMPUTATIONAL-3"
                  WHEN "PACKED-DECIMAL"
                       MOVE "P" TO USO-W
                  WHEN "COMP"
                  WHEN "COMP-4"
                  WHEN "COMP-5"
                  WHEN "COMPUTATIONAL"
                  WHEN "BINARY"
                       MOVE "B" TO USO-W
                  WHEN "REDEFINES"
                       IF J < 13
                          MOVE TOKEN-W (J) TO TOKEN-AUX-W
                          PERFORM TIRA-PONTO
                          MOVE TOKEN-AUX-W TO REDEFINE-NOME-W
                          MOVE J TO I
                       END-IF
                  WHEN "OCCURS"
                       IF J < 13
                          MOVE TOKEN-W (J) TO TOKEN-AUX-W
                          PERFORM CONVERTE-NUMERO
                          IF NUMERO-W > ZEROS
                             MOVE NUMERO-W TO OCORR-W
                          END-IF
                          MOVE J TO I
                       END-IF
              END-EVALUATE
           END-PERFORM.

       TIRA-PONTO SECTION.
           MOVE ZEROS TO K.
           INSPECT TOKEN-AUX-W TALLYING K FOR CHARACTERS
                   BEFORE INITIAL SPACE.
           IF K > ZEROS
              IF TOKEN-AUX-W (K: 1) = "."
                 MOVE SPACE TO TOKEN-AUX-W (K: 1).

      *    digitos do comeco do TOKEN-AUX-W -> NUMERO-W
       CONVERTE-NUMERO SECTION.
           MOVE ZEROS TO NUMERO-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                      OR TOKEN-AUX-W (K: 1) NOT NUMERIC
              MOVE TOKEN-AUX-W (K: 1) TO DIGITO-X
              COMPUTE NUMERO-W = (NUMERO-W * 10) + DIGITO-N
           END-PERFORM.

       ABRE-GRUPO SECTION.
           IF QT-PILHA = 30
              GO TO ABRE-GRUPO-FIM.
           ADD 1 TO QT-PILHA.
           MOVE NIVEL-W   TO P-NIVEL (QT-PILHA).
           MOVE NOME-W    TO P-NOME (QT-PILHA).
           MOVE SEQ-W     TO P-SEQ (QT-PILHA).
           MOVE INICIO-W  TO P-INICIO (QT-PILHA).
           MOVE OCORR-W   TO P-OCORR (QT-PILHA).
           MOVE ANTES-W   TO P-ANTES (QT-PILHA).
           MOVE SPACES    TO P-SIGNIF (QT-PILHA).
           IF REDEFINE-NOME-W = SPACES
              MOVE 0 TO P-REDEF (QT-PILHA)
           ELSE
              MOVE 1 TO P-REDEF (QT-PILHA).
           MOVE INICIO-W TO POS-W.
           MOVE "G" TO ULTIMO-W.
       ABRE-GRUPO-FIM.
           CONTINUE.

      *    tamanho do grupo = o que os subordinados andaram; OCCURS
      *    multiplica, REDEFINES nao passa do que ja estava ocupado
       FECHA-GRUPO SECTION.
           COMPUTE TAMANHO-W = POS-W - P-INICIO (QT-PILHA).
           IF P-OCORR (QT-PILHA) > 1
              COMPUTE POS-W = P-INICIO (QT-PILHA)
                            + (TAMANHO-W * P-OCORR (QT-PILHA)).
           IF P-REDEF (QT-PILHA) = 1
              AND P-ANTES (QT-PILHA) > POS-W
              MOVE P-ANTES (QT-PILHA) TO POS-W.
           IF POS-W > MAIOR-POS-W
              MOVE POS-W TO MAIOR-POS-W.
           IF P-NOME (QT-PILHA) NOT = "FILLER"
              INITIALIZE REG-GRD038
              MOVE ARQUIVO-W            TO ARQUIVO-GR38
              MOVE P-NOME (QT-PILHA)    TO CAMPO-GR38
              MOVE P-SEQ (QT-PILHA)     TO SEQ-GR38
              MOVE P-NIVEL (QT-PILHA)   TO NIVEL-GR38
              MOVE P-INICIO (QT-PILHA)  TO POSICAO-GR38
              MOVE TAMANHO-W            TO TAMANHO-GR38
              MOVE "G"                  TO TIPO-GR38
              MOVE P-OCORR (QT-PILHA)   TO OCORRENCIAS-GR38
              MOVE P-SIGNIF (QT-PILHA)  TO SIGNIFICADO-GR38
              PERFORM GRAVA-CAMPO.
           SUBTRACT 1 FROM QT-PILHA.
           IF ULTIMO-W = "G"
              MOVE SPACES TO ULTIMO-W.

       ITEM-ELEMENTAR SECTION.
           PERFORM ANALISA-PICTURE.
           EVALUATE TRUE
               WHEN PIC-TIPO-W = "X" OR PIC-TIPO-W = "E"
                    MOVE PIC-POSICOES-W TO TAMANHO-W
               WHEN USO-W = "P"
                    COMPUTE TAMANHO-W = (PIC-DIGITOS-W / 2) + 1
                    MOVE "P" TO PIC-TIPO-W
               WHEN USO-W = "B"
                    IF PIC-DIGITOS-W < 5
                       MOVE 2 TO TAMANHO-W
                    ELSE
                       IF PIC-DIGITOS-W < 10
                          MOVE 4 TO TAMANHO-W
                       ELSE
                          MOVE 8 TO TAMANHO-W
                       END-IF
                    END-IF
                    MOVE "B" TO PIC-TIPO-W
               WHEN OTHER
                    MOVE PIC-DIGITOS-W TO TAMANHO-W
           END-EVALUATE.
           COMPUTE POS-W = INICIO-W + (TAMANHO-W * OCORR-W).
           IF REDEFINE-NOME-W NOT = SPACES AND ANTES-W > POS-W
              MOVE ANTES-W TO POS-W.
           IF POS-W > MAIOR-POS-W
              MOVE POS-W TO MAIOR-POS-W.
           IF NOME-W = "FILLER"
              MOVE SPACES TO ULTIMO-W
              GO TO ITEM-ELEMENTAR-FIM.
           INITIALIZE REG-GRD038.
           MOVE ARQUIVO-W      TO ARQUIVO-GR38.
           MOVE NOME-W         TO CAMPO-GR38.
           MOVE SEQ-W          TO SEQ-GR38.
           MOVE NIVEL-W        TO NIVEL-GR38.
           MOVE INICIO-W       TO POSICAO-GR38.
           MOVE TAMANHO-W      TO TAMANHO-GR38.
           MOVE PICTURE-W      TO PICTURE-GR38.
           MOVE PIC-TIPO-W     TO TIPO-GR38.
           MOVE PIC-DIGITOS-W  TO DIGITOS-GR38.
           MOVE PIC-DECIMAIS-W TO DECIMAIS-GR38.
           MOVE PIC-SINAL-W    TO SINAL-GR38.
           MOVE OCORR-W        TO OCORRENCIAS-GR38.
           MOVE REG-GRD038     TO REG-PENDENTE-W.
           MOVE "E"            TO ULTIMO-W.
       ITEM-ELEMENTAR-FIM.
           CONTINUE.

      *    X/A = alfanumerico; Z * , . + - B 0 / $ CR DB = editado;
      *    9 conta digito (e decimal depois do V); S e V nao ocupam
       ANALISA-PICTURE SECTION.
           MOVE ZEROS TO PIC-ALFA-W PIC-EDIT-W PIC-SINAL-W PIC-POS-V-W
                         PIC-DIGITOS-W PIC-DECIMAIS-W PIC-POSICOES-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
                      OR PICTURE-W (I: 1) = SPACE
              MOVE PICTURE-W (I: 1) TO PIC-CAR-W
              MOVE 1 TO PIC-REP-W
              IF I < 20 AND PICTURE-W (I + 1: 1) = "("
                 MOVE ZEROS TO PIC-REP-W
                 COMPUTE J = I + 2
                 PERFORM VARYING J FROM J BY 1 UNTIL J > 20
                            OR PICTURE-W (J: 1) NOT NUMERIC
                    MOVE PICTURE-W (J: 1) TO DIGITO-X
                    COMPUTE PIC-REP-W = (PIC-REP-W * 10) + DIGITO-N
                 END-PERFORM
                 MOVE J TO I
              END-IF
              EVALUATE PIC-CAR-W
                  WHEN "X"
                  WHEN "A"
                       MOVE 1 TO PIC-ALFA-W
                       ADD PIC-REP-W TO PIC-POSICOES-W
                  WHEN "9"
                       ADD PIC-REP-W TO PIC-DIGITOS-W PIC-POSICOES-W
                       IF PIC-POS-V-W = 1
                          ADD PIC-REP-W TO PIC-DECIMAIS-W
                       END-IF
                  WHEN "S"
                       MOVE 1 TO PIC-SINAL-W
                  WHEN "V"
                       MOVE 1 TO PIC-POS-V-W
                  WHEN "P"
                       CONTINUE
                  WHEN OTHER
                       MOVE 1 TO PIC-EDIT-W
                       ADD PIC-REP-W TO PIC-POSICOES-W
              END-EVALUATE
           END-PERFORM.
           IF PIC-ALFA-W = 1
              MOVE "X" TO PIC-TIPO-W
           ELSE
              IF PIC-EDIT-W = 1
                 MOVE "E" TO PIC-TIPO-W
              ELSE
                 MOVE "9" TO PIC-TIPO-W.

      *    1a linha de comentario logo abaixo do campo = significado;
      *    a 1a do copybook, antes de qualquer campo, descreve o
      *    arquivo
       TRATA-COMENTARIO SECTION.
           MOVE ZEROS TO INI-W.
           INSPECT REG-CPYIN (8: 65) TALLYING INI-W FOR LEADING SPACES.
           IF INI-W > 64
              GO TO TRATA-COMENTARIO-FIM.
           ADD 8 TO INI-W.
           COMPUTE TAM-W = 73 - INI-W.
           MOVE SPACES TO COMENTARIO-W.
           MOVE REG-CPYIN (INI-W: TAM-W) TO COMENTARIO-W.
           IF ACHOU-ITEM-W = 0 AND DESCRICAO-ARQ-W = SPACES
              MOVE COMENTARIO-W TO DESCRICAO-ARQ-W
              GO TO TRATA-COMENTARIO-FIM.
           IF ULTIMO-W = "E"
              MOVE REG-PENDENTE-W TO REG-GRD038
              IF SIGNIFICADO-GR38 = SPACES
                 MOVE COMENTARIO-W TO SIGNIFICADO-GR38
                 MOVE REG-GRD038   TO REG-PENDENTE-W
              END-IF
           ELSE
              IF ULTIMO-W = "G" AND QT-PILHA > ZEROS
                 IF P-SIGNIF (QT-PILHA) = SPACES
                    MOVE COMENTARIO-W TO P-SIGNIF (QT-PILHA)
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO ULTIMO-W.
       TRATA-COMENTARIO-FIM.
           CONTINUE.

       GRAVA-PENDENTE SECTION.
           IF REG-PENDENTE-W NOT = SPACES
              MOVE REG-PENDENTE-W TO REG-GRD038
              PERFORM GRAVA-CAMPO
              MOVE SPACES TO REG-PENDENTE-W.
           IF ULTIMO-W = "E"
              MOVE SPACES TO ULTIMO-W.

      *    campo ja existente: fica o significado/mascara digitado
      *    quando o copybook nao trouxer comentario
       GRAVA-CAMPO SECTION.
           MOVE IMPORTACAO-W TO IMPORTACAO-GR38.
           MOVE USUARIO-W    TO USUARIO-GR38.
           ADD 1 TO QT-CAMPOS-W.
           WRITE REG-GRD038 INVALID KEY
                 PERFORM ATUALIZA-CAMPO
           END-WRITE.

       ATUALIZA-CAMPO SECTION.
           MOVE REG-GRD038 TO REG-SALVO-W.
           READ GRD038 INVALID KEY
                DISPLAY "ERRO GRAVANDO GRD038: " ST-GRD038 " "
                        CAMPO-GR38
                GO TO ATUALIZA-CAMPO-FIM
           END-READ.
           MOVE SIGNIFICADO-GR38 TO SIGNIFICADO-W.
           MOVE MASCARA-GR38     TO MASCARA-W.
           MOVE REG-SALVO-W      TO REG-GRD038.
           IF SIGNIFICADO-GR38 = SPACES
              MOVE SIGNIFICADO-W TO SIGNIFICADO-GR38.
           MOVE MASCARA-W TO MASCARA-GR38.
           REWRITE REG-GRD038 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD038: " ST-GRD038
           END-REWRITE.
       ATUALIZA-CAMPO-FIM.
           CONTINUE.

      *    registro do arquivo: CAMPO em branco
       GRAVA-ARQUIVO SECTION.
           INITIALIZE REG-GRD038.
           MOVE ARQUIVO-W        TO ARQUIVO-GR38.
           MOVE SPACES           TO CAMPO-GR38.
           MOVE COPYBOOK-W       TO COPYBOOK-GR38.
           MOVE COPYBOOK-W (1: 2) TO MODULO-GR38.
           COMPUTE TAM-REGISTRO-GR38 = MAIOR-POS-W - 1.
           MOVE DESCRICAO-ARQ-W  TO SIGNIFICADO-GR38.
           PERFORM GRAVA-CAMPO.
           SUBTRACT 1 FROM QT-CAMPOS-W.

       EXCLUI-ANTIGOS SECTION.
           MOVE ZEROS TO QT-EXCLUIDOS-W.
           INITIALIZE REG-GRD038.
           MOVE ARQUIVO-W TO ARQUIVO-GR38.
           START GRD038 KEY IS NOT LESS CHAVE-GR38 INVALID KEY
                 MOVE "10" TO ST-GRD038
           END-START.
           PERFORM UNTIL ST-GRD038 = "10"
              READ GRD038 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD038
              NOT AT END
                   IF ARQUIVO-GR38 NOT = ARQUIVO-W
                      MOVE "10" TO ST-GRD038
                   ELSE
                      IF IMPORTACAO-GR38 NOT = IMPORTACAO-W
                         DELETE GRD038 RECORD
                         ADD 1 TO QT-EXCLUIDOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      *    ------------------------------------------------------
      *    OPCAO 2 - SIGNIFICADO E MASCARA DE UM CAMPO
      *    ------------------------------------------------------
       MANUTENCAO-CAMPO SECTION.
           DISPLAY "ARQUIVO: " WITH NO ADVANCING.
           ACCEPT ARQUIVO-W.
           DISPLAY "CAMPO..: " WITH NO ADVANCING.
           ACCEPT CAMPO-W.
           MOVE ARQUIVO-W TO ARQUIVO-GR38.
           MOVE CAMPO-W   TO CAMPO-GR38.
           READ GRD038 INVALID KEY
                DISPLAY "CAMPO FORA DO DICIONARIO (IMPORTAR O "
                        "COPYBOOK)"
                GO TO MANUTENCAO-CAMPO-FIM
           END-READ.
           DISPLAY "POSICAO " POSICAO-GR38 " TAMANHO " TAMANHO-GR38
                   " PIC " PICTURE-GR38.
           DISPLAY "SIGNIFICADO ATUAL: " SIGNIFICADO-GR38.
           DISPLAY "NOVO SIGNIFICADO (BRANCO MANTEM): "
                   WITH NO ADVANCING.
           ACCEPT SIGNIFICADO-W.
           IF SIGNIFICADO-W NOT = SPACES
              MOVE SIGNIFICADO-W TO SIGNIFICADO-GR38.
           DISPLAY "MASCARA 0-NAO 1-CPF 2-BANCO (ATUAL "
                   MASCARA-GR38 "): " WITH NO ADVANCING.
           ACCEPT MASCARA-W.
           IF MASCARA-W = "0" OR "1" OR "2"
              MOVE MASCARA-W TO MASCARA-GR38.
           MOVE USUARIO-W TO USUARIO-GR38.
           REWRITE REG-GRD038 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD038: " ST-GRD038
                   GO TO MANUTENCAO-CAMPO-FIM
           END-REWRITE.
           DISPLAY "CAMPO ATUALIZADO".
       MANUTENCAO-CAMPO-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 3 - RELATORIO DO DICIONARIO, NA ORDEM DO COPYBOOK
      *    ------------------------------------------------------
       RELATORIO-DICIONARIO SECTION.
           DISPLAY "ARQUIVO (BRANCO = TODOS): " WITH NO ADVANCING.
           ACCEPT ARQUIVO-W.
           INITIALIZE REG-GRD038.
           MOVE ARQUIVO-W TO ARQUIVO-GR38.
           START GRD038 KEY IS NOT LESS ALT-GR38 INVALID KEY
                 MOVE "10" TO ST-GRD038
           END-START.
           PERFORM UNTIL ST-GRD038 = "10"
              READ GRD038 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD038
              NOT AT END
                   IF ARQUIVO-W NOT = SPACES
                      AND ARQUIVO-GR38 NOT = ARQUIVO-W
                      MOVE "10" TO ST-GRD038
                   ELSE
                      PERFORM IMPRIME-CAMPO
                   END-IF
              END-READ
           END-PERFORM.

       IMPRIME-CAMPO SECTION.
           MOVE SPACES TO LINDET.
           IF CAMPO-GR38 = SPACES
              IF LIN < 56
                 PERFORM IMPRIME-LINDET
              END-IF
              STRING ARQUIVO-GR38 " - " DELIMITED BY SIZE
                     SIGNIFICADO-GR38 DELIMITED BY SIZE
                     " (COPYBOOK " COPYBOOK-GR38 ", MODULO "
                     MODULO-GR38 ", REGISTRO " DELIMITED BY SIZE
                     INTO LINDET-REL
              MOVE TAM-REGISTRO-GR38 TO QT-E
              MOVE QT-E TO LINDET-REL (105: 5)
              MOVE " BYTES)" TO LINDET-REL (110: 7)
              PERFORM IMPRIME-LINDET
              GO TO IMPRIME-CAMPO-FIM.
           MOVE ARQUIVO-GR38     TO LD-ARQUIVO.
      *    recuo do nome pelo nivel, como no copybook
           COMPUTE K = (NIVEL-GR38 / 5) + 1.
           IF K > 6
              MOVE 6 TO K.
           MOVE CAMPO-GR38       TO LD-CAMPO (K: 35 - K + 1).
           MOVE POSICAO-GR38     TO LD-POSICAO.
           MOVE TAMANHO-GR38     TO LD-TAMANHO.
           MOVE PICTURE-GR38     TO LD-PICTURE.
           MOVE TIPO-GR38        TO LD-TIPO.
           MOVE OCORRENCIAS-GR38 TO LD-OCORR.
           EVALUATE MASCARA-GR38
               WHEN 1 MOVE "CPF"  TO LD-MASCARA
               WHEN 2 MOVE "BCO"  TO LD-MASCARA
               WHEN OTHER MOVE SPACES TO LD-MASCARA
           END-EVALUATE.
           MOVE SIGNIFICADO-GR38 TO LD-SIGNIFICADO.
           PERFORM IMPRIME-LINDET.
       IMPRIME-CAMPO-FIM.
           CONTINUE.

       IMPRIME-LINDET SECTION.
           IF LIN > 56
              PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET AFTER 1.
           ADD 1 TO LIN.
           MOVE SPACES TO LINDET-REL.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.
           MOVE PAG-W TO CAB01-PAG.
           IF PAG-W = 1
              WRITE REG-RELAT FROM CAB01 AFTER 1
           ELSE
              WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT GRD038.

       END PROGRAM GRDIC1.
