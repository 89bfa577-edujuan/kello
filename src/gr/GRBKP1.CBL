       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRBKP1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: COPIA DE SEGURANCA NOTURNA DA EMPRESA, PASSO DA
      *        CADEIA DO GER003 ("GRBKP1 <EMPRESA>", ARQUIVO DE
      *        SITUACAO GRBKPL) - ANTES ERA UMA COPIA CEGA DA PASTA
      *        \PROGRAMA\KELLO QUE NINGUEM CONFERIA, E A UNICA
      *        VOLTA POSSIVEL ERA A EMPRESA INTEIRA.
      *        COPIA OS ARQUIVOS PRINCIPAIS DA EMPRESA (OS MESMOS DO
      *        GRVER1, DADOS E INDICE) P/ UM CONJUNTO DATADO EM
      *        \PROGRAMA\KELLO\BACKUP\<EMP>\AAAAMMDD\, CONFERE CADA
      *        COPIA ABRINDO E LENDO (GRCONTA) CONTRA O ORIGINAL E
      *        CATALOGA NO GRD030 (CONJUNTO) / GRD031 (ARQUIVO:
      *        TAMANHO, REGISTROS, TOTAL DE CONTROLE, HASH, DATA).
      *        TIPO DO CONJUNTO: O PRIMEIRO CONFERIDO DO MES E
      *        MENSAL, O PRIMEIRO COM 7 DIAS OU MAIS DO ULTIMO
      *        SEMANAL/MENSAL E SEMANAL, OS DEMAIS DIARIOS.
      *        RETENCAO: 7 DIARIOS, 5 SEMANAIS E 12 MENSAIS; O
      *        EXPURGO SO RODA QUANDO O CONJUNTO DO DIA SAIU TODO
      *        CONFERIDO, E O CATALOGO GUARDA O HISTORICO.
      *        A RESTAURACAO PONTUAL DE UM ARQUIVO E NO GRBKP2.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX030.
           COPY GRVX031.
           SELECT CTLLOG ASSIGN TO PATH-CTLLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-CTLLOG.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW030.
           COPY GRVW031.
       FD  CTLLOG
           LABEL RECORD IS OMITTED.
       01  REG-CTLLOG               PIC X(80).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD030             PIC XX       VALUE SPACES.
           05  ST-GRD031             PIC XX       VALUE SPACES.
           05  ST-CTLLOG             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CTLLOG-OK-W           PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  ARQUIVO-W             PIC X(8)     VALUE SPACES.
           05  TIPO-CONJ-W           PIC 9        VALUE ZEROS.
           05  TEM-MENSAL-W          PIC 9        VALUE ZEROS.
           05  ULT-SEMANAL-W         PIC 9(8)     VALUE ZEROS.
           05  ANOMES-SIS-W          PIC 9(6)     VALUE ZEROS.
           05  QT-ARQ-W              PIC 9(3)     VALUE ZEROS.
           05  QT-ERRO-W             PIC 9(3)     VALUE ZEROS.
           05  QT-EXPURGO-W          PIC 9(3)     VALUE ZEROS.
           05  EXPURGA-W             PIC 9        VALUE ZEROS.
           05  TAM-PATH-W            PIC 9(2)     VALUE ZEROS.
           05  RESULT-DIR-W          PIC S9(4) COMP VALUE ZEROS.
           05  RESULT-COPIA-W        PIC S9(4) COMP VALUE ZEROS.
           05  RESULT-ARQ-W          PIC S9(4) COMP VALUE ZEROS.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  IDX-EXISTE-W          PIC 9        VALUE ZEROS.
           05  TAMANHO-MEDIDO-W      PIC 9(12)    VALUE ZEROS.
           05  QT-ORIG-W             PIC 9(9)     VALUE ZEROS.
           05  TOTAL-ORIG-W          PIC 9(14)V99 VALUE ZEROS.
           05  HASH-ORIG-W           PIC 9(18)    VALUE ZEROS.
           05  QT-E                  PIC ZZZ.ZZZ.ZZ9.
           05  TOTAL-E               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  HASH-E                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           05  TAMANHO-E             PIC ZZZ.ZZZ.ZZZ.ZZ9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  DATA-AUX-W                PIC 9(8)     VALUE ZEROS.
       01  DATA-AUX-R REDEFINES DATA-AUX-W.
           05  ANOMES-AUX-W          PIC 9(6).
           05  DIA-AUX-W             PIC 9(2).
       01  HORA-SISTEMA-W            PIC 9(8)     VALUE ZEROS.

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

      *    Retencao por tipo de conjunto: 1-DIARIO 2-SEMANAL 3-MENSAL
       01  TAB-RETENCAO.
           05  FILLER                PIC 9(3)     VALUE 7.
           05  FILLER                PIC 9(3)     VALUE 5.
           05  FILLER                PIC 9(3)     VALUE 12.
       01  RED-RETENCAO REDEFINES TAB-RETENCAO.
           05  RETEM-W OCCURS 3      PIC 9(3).
       01  TAB-QT-TIPO.
           05  QT-TIPO-W OCCURS 3    PIC 9(3).

       01  LISTA-ARQUIVOS.
           05  FILLER  PIC X(8) VALUE "CRD020".
           05  FILLER  PIC X(8) VALUE "CPD020".
           05  FILLER  PIC X(8) VALUE "CXD100".
           05  FILLER  PIC X(8) VALUE "CHD010".
           05  FILLER  PIC X(8) VALUE "RCD100".
           05  FILLER  PIC X(8) VALUE "RCD101".
           05  FILLER  PIC X(8) VALUE "MTD019".
           05  FILLER  PIC X(8) VALUE "MTD020".
           05  FILLER  PIC X(8) VALUE "COD040".
           05  FILLER  PIC X(8) VALUE "COD050".
           05  FILLER  PIC X(8) VALUE "COD060".
           05  FILLER  PIC X(8) VALUE "CCD100".
       01  RED-ARQUIVOS REDEFINES LISTA-ARQUIVOS.
           05  NOME-ARQUIVO-W OCCURS 12  PIC X(8).

      *    Pastas e caminhos das copias - convencao fixa, fora da
      *    pasta da empresa (o catalogo vai junto das copias)
       01  DIR-RAIZ-W               PIC X(60)    VALUE
           "\PROGRAMA\KELLO\BACKUP".
       01  DIR-BKP-W.
           05  FILLER            PIC X(23) VALUE
               "\PROGRAMA\KELLO\BACKUP\".
           05  DIR-BKP-EMP       PIC X(3).
           05  FILLER            PIC X(34) VALUE SPACES.
       01  DIR-CONJUNTO-W.
           05  FILLER            PIC X(23) VALUE
               "\PROGRAMA\KELLO\BACKUP\".
           05  DIR-CONJ-EMP      PIC X(3).
           05  FILLER            PIC X(1)  VALUE "\".
           05  DIR-CONJ-DATA     PIC 9(8).
           05  FILLER            PIC X(25) VALUE SPACES.
       01  PATH-COPIA-W.
           05  FILLER            PIC X(23) VALUE
               "\PROGRAMA\KELLO\BACKUP\".
           05  COPIA-EMP         PIC X(3).
           05  FILLER            PIC X(1)  VALUE "\".
           05  COPIA-DATA        PIC 9(8).
           05  FILLER            PIC X(1)  VALUE "\".
           05  COPIA-ARQ         PIC X(6).
           05  COPIA-EXT         PIC X(4).
           05  FILLER            PIC X(14) VALUE SPACES.
       01  PATH-COPIA-IDX-W         PIC X(60)    VALUE SPACES.
       01  PATH-VIVO-W              PIC X(60)    VALUE SPACES.
       01  PATH-VIVO-IDX-W          PIC X(60)    VALUE SPACES.
       01  PATH-MEDIR-W             PIC X(60)    VALUE SPACES.

       01  DETALHE-ARQ-W.
           05  TAMANHO-ARQ-W         PIC X(8) COMP-X.
           05  DIA-ARQ-W             PIC X    COMP-X.
           05  MES-ARQ-W             PIC X    COMP-X.
           05  ANO-ARQ-W             PIC X(2) COMP-X.
           05  HORA-ARQ-W            PIC X    COMP-X.
           05  MINUTO-ARQ-W          PIC X    COMP-X.
           05  SEGUNDO-ARQ-W         PIC X    COMP-X.
           05  CENTESIMO-ARQ-W       PIC X    COMP-X.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CTLLOG       PIC X(60)    VALUE SPACES.
       01  PATH-GRD030.
           05  FILLER            PIC X(23) VALUE
               "\PROGRAMA\KELLO\BACKUP\".
           05  PATH-GRD030-EMP   PIC X(3).
           05  FILLER            PIC X(7)  VALUE "\GRD030".
           05  FILLER            PIC X(27) VALUE SPACES.
       01  PATH-GRD031.
           05  FILLER            PIC X(23) VALUE
               "\PROGRAMA\KELLO\BACKUP\".
           05  PATH-GRD031-EMP   PIC X(3).
           05  FILLER            PIC X(7)  VALUE "\GRD031".
           05  FILLER            PIC X(27) VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRCONTA.
           05  GRCONTA-ARQUIVO   PIC X(8).
           05  GRCONTA-CAMINHO   PIC X(60).
           05  GRCONTA-QT-REG    PIC 9(9).
           05  GRCONTA-TOTAL     PIC 9(14)V99.
           05  GRCONTA-HASH      PIC 9(18).
           05  GRCONTA-ST        PIC X(2).

      *    linha de situacao no padrao do CXP040L (data na 21 e
      *    situacao na 47) - e o que o GER003 confere p/ dar o
      *    passo como OK
       01  LINHA-CTLLOG.
           05  FILLER               PIC X(08)    VALUE "EMPRESA ".
           05  EMP-CTL-E            PIC X(03).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  FILLER               PIC X(06)    VALUE "DATA: ".
           05  DATA-CTL-E           PIC 9(08).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  FILLER               PIC X(06)    VALUE "HORA: ".
           05  HORA-CTL-E           PIC 9(06).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  SITUACAO-CTL-E       PIC X(30)    VALUE SPACES.

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRBKP1 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  FILLER            PIC X(27)  VALUE
           "COPIA DE SEGURANCA - DATA ".
           05  CAB01-DATA        PIC 9(8).
           05  FILLER            PIC X(2)   VALUE SPACES.
           05  CAB01-TIPO        PIC X(7).
           05  FILLER            PIC X(32)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB03.
           05  FILLER            PIC X(10)  VALUE "ARQUIVO".
           05  FILLER            PIC X(23)  VALUE "SITUACAO".
           05  FILLER            PIC X(13)  VALUE "  REGISTROS".
           05  FILLER            PIC X(22)  VALUE
           "      TOTAL CONTROLE".
           05  FILLER            PIC X(25)  VALUE
           "            HASH CHAVES".
           05  FILLER            PIC X(17)  VALUE
           "  TAMANHO(BYTES)".
           05  FILLER            PIC X(20)  VALUE "ST".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM DEFINE-TIPO-CONJUNTO
              PERFORM COPIA-CONJUNTO
              IF QT-ERRO-W = 0
                 PERFORM EXPURGA-CONJUNTOS
              END-IF
              PERFORM FINALIZA-PROGRAMA.
           PERFORM GRAVA-SITUACAO.
           STOP RUN.

      *    Desatendido: a empresa vem da linha de comando, do jeito
      *    que o GER003 chama os passos da cadeia
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           COMPUTE ANOMES-SIS-W = (AA-SIS * 100) + MM-SIS.
           MOVE EMPRESA-W TO GRPATH-EMPRESA DIR-BKP-EMP DIR-CONJ-EMP
                             COPIA-EMP PATH-GRD030-EMP PATH-GRD031-EMP
                             CAB01-EMPRESA.
           MOVE "GRBKPL"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CTLLOG.
           OPEN EXTEND CTLLOG.
           IF ST-CTLLOG = "35"
              OPEN OUTPUT CTLLOG
              CLOSE       CTLLOG
              OPEN EXTEND CTLLOG.
           IF ST-CTLLOG < "10"
              MOVE 1 TO CTLLOG-OK-W.
           CALL "CBL_CREATE_DIR" USING DIR-RAIZ-W
                RETURNING RESULT-DIR-W.
           CALL "CBL_CREATE_DIR" USING DIR-BKP-W
                RETURNING RESULT-DIR-W.
           OPEN I-O GRD030.
           IF ST-GRD030 = "35"
              CLOSE GRD030      OPEN OUTPUT GRD030
              CLOSE GRD030      OPEN I-O GRD030.
           IF ST-GRD030 > "09"
              DISPLAY "ERRO ABERTURA GRD030: " ST-GRD030
              MOVE 1 TO ERRO-W.
           OPEN I-O GRD031.
           IF ST-GRD031 = "35"
              CLOSE GRD031      OPEN OUTPUT GRD031
              CLOSE GRD031      OPEN I-O GRD031.
           IF ST-GRD031 > "09"
              DISPLAY "ERRO ABERTURA GRD031: " ST-GRD031
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              OPEN OUTPUT RELAT.

      *    Mensal = primeiro conjunto conferido do mes; semanal =
      *    7 dias ou mais do ultimo semanal/mensal conferido. Um
      *    conjunto refeito no mesmo dia fica com o tipo que tinha.
       DEFINE-TIPO-CONJUNTO SECTION.
           MOVE DATA-SISTEMA-N TO DATA-GR30.
           READ GRD030 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE TIPO-GR30 TO TIPO-CONJ-W
                GO TO DEFINE-TIPO-CONJUNTO-FIM
           END-READ.
           MOVE ZEROS TO TEM-MENSAL-W ULT-SEMANAL-W.
           MOVE ZEROS TO DATA-GR30.
           START GRD030 KEY IS NOT LESS DATA-GR30 INVALID KEY
                 MOVE "10" TO ST-GRD030
           END-START.
           PERFORM UNTIL ST-GRD030 = "10"
              READ GRD030 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD030
              NOT AT END
                   IF SITUACAO-GR30 = 0
                      MOVE DATA-GR30 TO DATA-AUX-W
                      IF TIPO-GR30 = 3
                         AND ANOMES-AUX-W = ANOMES-SIS-W
                         MOVE 1 TO TEM-MENSAL-W
                      END-IF
                      IF TIPO-GR30 > 1
                         AND DATA-GR30 > ULT-SEMANAL-W
                         MOVE DATA-GR30 TO ULT-SEMANAL-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-GRD030.
           IF TEM-MENSAL-W = 0
              MOVE 3 TO TIPO-CONJ-W
              GO TO DEFINE-TIPO-CONJUNTO-FIM.
           MOVE 1 TO TIPO-CONJ-W.
           IF ULT-SEMANAL-W = ZEROS
              MOVE 2 TO TIPO-CONJ-W
           ELSE
              MOVE ULT-SEMANAL-W  TO GRDIFD-DATA1
              MOVE DATA-SISTEMA-N TO GRDIFD-DATA2
              CALL "GRDIFD" USING GRDIFD-PARAMETROS
              IF GRDIFD-DIAS NOT < 7
                 MOVE 2 TO TIPO-CONJ-W.
       DEFINE-TIPO-CONJUNTO-FIM.
           EVALUATE TIPO-CONJ-W
               WHEN 1 MOVE "DIARIO"  TO CAB01-TIPO
               WHEN 2 MOVE "SEMANAL" TO CAB01-TIPO
               WHEN 3 MOVE "MENSAL"  TO CAB01-TIPO
           END-EVALUATE.
           MOVE DATA-SISTEMA-N TO CAB01-DATA.

       COPIA-CONJUNTO SECTION.
           MOVE DATA-SISTEMA-N TO DIR-CONJ-DATA COPIA-DATA.
           CALL "CBL_CREATE_DIR" USING DIR-CONJUNTO-W
                RETURNING RESULT-DIR-W.
           MOVE DATA-SISTEMA-N TO DATA-GR30.
           READ GRD030 INVALID KEY
                INITIALIZE REG-GRD030
                MOVE DATA-SISTEMA-N TO DATA-GR30
                PERFORM MONTA-CONJUNTO
                WRITE REG-GRD030 INVALID KEY
                      DISPLAY "ERRO GRAVANDO GRD030: " ST-GRD030
                END-WRITE
           NOT INVALID KEY
                PERFORM MONTA-CONJUNTO
                REWRITE REG-GRD030 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO GRD030: " ST-GRD030
                END-REWRITE
           END-READ.
           MOVE ZEROS TO QT-ARQ-W QT-ERRO-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
              MOVE NOME-ARQUIVO-W (I) TO ARQUIVO-W
              PERFORM COPIA-UM-ARQUIVO
           END-PERFORM.
           MOVE DATA-SISTEMA-N TO DATA-GR30.
           READ GRD030 INVALID KEY
                DISPLAY "ERRO RELENDO GRD030: " ST-GRD030
           NOT INVALID KEY
                ACCEPT HORA-SISTEMA-W FROM TIME
                MOVE HORA-SISTEMA-W (1: 6) TO HORA-FIM-GR30
                MOVE QT-ARQ-W  TO QT-ARQ-GR30
                MOVE QT-ERRO-W TO QT-ERRO-GR30
                IF QT-ERRO-W = 0
                   MOVE 0 TO SITUACAO-GR30
                ELSE
                   MOVE 1 TO SITUACAO-GR30
                END-IF
                REWRITE REG-GRD030 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO GRD030: " ST-GRD030
                END-REWRITE
           END-READ.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "ARQUIVOS CONFERIDOS: " TO LINDET-REL (1: 21).
           MOVE QT-ARQ-W                TO LINDET-REL (22: 3).
           MOVE "  COM ERRO: "          TO LINDET-REL (25: 12).
           MOVE QT-ERRO-W               TO LINDET-REL (37: 3).
           MOVE "  PASTA: "             TO LINDET-REL (40: 9).
           MOVE DIR-CONJUNTO-W          TO LINDET-REL (49: 60).
           PERFORM IMPRIME-LINDET.

       MONTA-CONJUNTO SECTION.
           MOVE TIPO-CONJ-W            TO TIPO-GR30.
           MOVE HORA-SISTEMA-W (1: 6)  TO HORA-INI-GR30.
           MOVE ZEROS                  TO HORA-FIM-GR30 QT-ARQ-GR30
                                          QT-ERRO-GR30
                                          DATA-EXPURGO-GR30.
           MOVE 2                      TO SITUACAO-GR30.
           MOVE DIR-CONJUNTO-W         TO DIRETORIO-GR30.

      *    Conta o original, copia dados e indice, conta a copia
      *    aberta e compara - copia que nao abre ou nao bate com o
      *    original fica marcada e derruba o passo na cadeia
       COPIA-UM-ARQUIVO SECTION.
           INITIALIZE REG-GRD031.
           MOVE DATA-SISTEMA-N TO DATA-GR31.
           MOVE ARQUIVO-W      TO ARQUIVO-GR31.
           MOVE ARQUIVO-W      TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-VIVO-W.
           PERFORM VARYING TAM-PATH-W FROM 60 BY -1
                   UNTIL TAM-PATH-W = 1
                      OR PATH-VIVO-W (TAM-PATH-W: 1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO PATH-VIVO-IDX-W.
           STRING PATH-VIVO-W (1: TAM-PATH-W) ".IDX"
                  DELIMITED BY SIZE INTO PATH-VIVO-IDX-W.
           MOVE ARQUIVO-W (1: 6) TO COPIA-ARQ.
           MOVE ".IDX"           TO COPIA-EXT.
           MOVE PATH-COPIA-W     TO PATH-COPIA-IDX-W.
           MOVE SPACES           TO COPIA-EXT.

           MOVE PATH-VIVO-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           IF EXISTE-W = 0
              MOVE 5 TO SITUACAO-GR31
              GO TO COPIA-UM-ARQUIVO-GRAVA.
           MOVE PATH-VIVO-IDX-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           MOVE EXISTE-W TO IDX-EXISTE-W.

           MOVE ARQUIVO-W   TO GRCONTA-ARQUIVO.
           MOVE PATH-VIVO-W TO GRCONTA-CAMINHO.
           CALL "GRCONTA" USING PARAMETROS-GRCONTA.
           MOVE GRCONTA-ST  TO ST-VERIF-GR31.
           IF GRCONTA-ST > "09"
              MOVE 4 TO SITUACAO-GR31
              GO TO COPIA-UM-ARQUIVO-GRAVA.
           MOVE GRCONTA-QT-REG TO QT-ORIG-W.
           MOVE GRCONTA-TOTAL  TO TOTAL-ORIG-W.
           MOVE GRCONTA-HASH   TO HASH-ORIG-W.

           CALL "CBL_COPY_FILE" USING PATH-VIVO-W
                                      PATH-COPIA-W
                RETURNING RESULT-COPIA-W.
           IF RESULT-COPIA-W NOT = ZEROS
              MOVE 1 TO SITUACAO-GR31
              GO TO COPIA-UM-ARQUIVO-GRAVA.
           IF IDX-EXISTE-W = 1
              CALL "CBL_COPY_FILE" USING PATH-VIVO-IDX-W
                                         PATH-COPIA-IDX-W
                   RETURNING RESULT-COPIA-W
              IF RESULT-COPIA-W NOT = ZEROS
                 MOVE 1 TO SITUACAO-GR31
                 GO TO COPIA-UM-ARQUIVO-GRAVA.

           MOVE PATH-COPIA-W TO GRCONTA-CAMINHO.
           CALL "GRCONTA" USING PARAMETROS-GRCONTA.
           MOVE GRCONTA-ST     TO ST-VERIF-GR31.
           MOVE GRCONTA-QT-REG TO QT-REG-GR31.
           MOVE GRCONTA-TOTAL  TO TOTAL-CTRL-GR31.
           MOVE GRCONTA-HASH   TO HASH-GR31.
           IF GRCONTA-ST > "09"
              MOVE 2 TO SITUACAO-GR31
           ELSE
              IF GRCONTA-QT-REG NOT = QT-ORIG-W
              OR GRCONTA-TOTAL  NOT = TOTAL-ORIG-W
              OR GRCONTA-HASH   NOT = HASH-ORIG-W
                 MOVE 3 TO SITUACAO-GR31
              ELSE
                 MOVE 0 TO SITUACAO-GR31.
           MOVE PATH-COPIA-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           MOVE TAMANHO-MEDIDO-W TO TAMANHO-GR31.
           MOVE PATH-COPIA-IDX-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           ADD TAMANHO-MEDIDO-W TO TAMANHO-GR31.
       COPIA-UM-ARQUIVO-GRAVA.
           IF SITUACAO-GR31 = 0
              ADD 1 TO QT-ARQ-W.
           IF SITUACAO-GR31 > 0 AND SITUACAO-GR31 < 5
              ADD 1 TO QT-ERRO-W.
           WRITE REG-GRD031 INVALID KEY
                 REWRITE REG-GRD031 INVALID KEY
                       DISPLAY "ERRO GRAVANDO GRD031: " ST-GRD031
                 END-REWRITE
           END-WRITE.
           PERFORM IMPRIME-ARQUIVO.

       MEDE-ARQUIVO SECTION.
           MOVE ZEROS TO TAMANHO-ARQ-W TAMANHO-MEDIDO-W EXISTE-W.
           CALL "CBL_CHECK_FILE_EXIST" USING PATH-MEDIR-W
                                             DETALHE-ARQ-W
                RETURNING RESULT-ARQ-W.
           IF RESULT-ARQ-W = ZEROS
              MOVE 1             TO EXISTE-W
              MOVE TAMANHO-ARQ-W TO TAMANHO-MEDIDO-W.

       IMPRIME-ARQUIVO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE ARQUIVO-GR31 TO LINDET-REL (1: 8).
           EVALUATE SITUACAO-GR31
               WHEN 0 MOVE "CONFERIDA"         TO LINDET-REL (11: 20)
               WHEN 1 MOVE "*ERRO NA COPIA*"   TO LINDET-REL (11: 20)
               WHEN 2 MOVE "*COPIA NAO ABRE*"  TO LINDET-REL (11: 20)
               WHEN 3 MOVE "*COPIA DIVERGE*"   TO LINDET-REL (11: 20)
               WHEN 4 MOVE "*ORIGINAL NAO ABRE*"
                                               TO LINDET-REL (11: 20)
               WHEN 5 MOVE "NAO EXISTE"        TO LINDET-REL (11: 20)
           END-EVALUATE.
           IF SITUACAO-GR31 = 0 OR SITUACAO-GR31 = 3
              MOVE QT-REG-GR31     TO QT-E
              MOVE QT-E            TO LINDET-REL (34: 11)
              MOVE TOTAL-CTRL-GR31 TO TOTAL-E
              MOVE TOTAL-E         TO LINDET-REL (47: 20)
              MOVE HASH-GR31       TO HASH-E
              MOVE HASH-E          TO LINDET-REL (69: 23)
              MOVE TAMANHO-GR31    TO TAMANHO-E
              MOVE TAMANHO-E       TO LINDET-REL (94: 15).
           MOVE ST-VERIF-GR31 TO LINDET-REL (111: 2).
           PERFORM IMPRIME-LINDET.
           IF SITUACAO-GR31 = 3
              MOVE "ORIGINAL:"     TO LINDET-REL (11: 9)
              MOVE QT-ORIG-W       TO QT-E
              MOVE QT-E            TO LINDET-REL (34: 11)
              MOVE TOTAL-ORIG-W    TO TOTAL-E
              MOVE TOTAL-E         TO LINDET-REL (47: 20)
              MOVE HASH-ORIG-W     TO HASH-E
              MOVE HASH-E          TO LINDET-REL (69: 23)
              PERFORM IMPRIME-LINDET.

      *    Retencao: conta os conjuntos conferidos de cada tipo e,
      *    do mais antigo p/ o mais novo, expurga o que passa da
      *    quantidade guardada; conjunto com erro de dia anterior
      *    sai tambem (o de hoje, conferido, ja cobre). O do dia
      *    nunca entra no expurgo.
       EXPURGA-CONJUNTOS SECTION.
           MOVE ZEROS TO TAB-QT-TIPO QT-EXPURGO-W.
           MOVE ZEROS TO DATA-GR30.
           START GRD030 KEY IS NOT LESS DATA-GR30 INVALID KEY
                 MOVE "10" TO ST-GRD030
           END-START.
           PERFORM UNTIL ST-GRD030 = "10"
              READ GRD030 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD030
              NOT AT END
                   IF SITUACAO-GR30 = 0
                      AND TIPO-GR30 > 0 AND TIPO-GR30 < 4
                      ADD 1 TO QT-TIPO-W (TIPO-GR30)
                   END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO DATA-GR30.
           START GRD030 KEY IS NOT LESS DATA-GR30 INVALID KEY
                 MOVE "10" TO ST-GRD030
           END-START.
           PERFORM UNTIL ST-GRD030 = "10"
              READ GRD030 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD030
              NOT AT END
                   IF DATA-GR30 NOT < DATA-SISTEMA-N
                      MOVE "10" TO ST-GRD030
                   ELSE
                      PERFORM AVALIA-EXPURGO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-GRD030.
           MOVE SPACES TO LINDET-REL.
           MOVE "CONJUNTOS EXPURGADOS: " TO LINDET-REL (1: 22).
           MOVE QT-EXPURGO-W             TO LINDET-REL (23: 3).
           PERFORM IMPRIME-LINDET.

       AVALIA-EXPURGO SECTION.
           MOVE ZEROS TO EXPURGA-W.
           IF SITUACAO-GR30 = 9
              GO TO AVALIA-EXPURGO-FIM.
           IF SITUACAO-GR30 NOT = 0
              MOVE 1 TO EXPURGA-W
           ELSE
              IF TIPO-GR30 > 0 AND TIPO-GR30 < 4
                 IF QT-TIPO-W (TIPO-GR30) > RETEM-W (TIPO-GR30)
                    MOVE 1 TO EXPURGA-W
                    SUBTRACT 1 FROM QT-TIPO-W (TIPO-GR30)
                 END-IF
              END-IF.
           IF EXPURGA-W = 1
              PERFORM EXPURGA-UM-CONJUNTO.
       AVALIA-EXPURGO-FIM.
           CONTINUE.

       EXPURGA-UM-CONJUNTO SECTION.
           MOVE DATA-GR30 TO DIR-CONJ-DATA COPIA-DATA.
           MOVE DATA-GR30 TO DATA-GR31.
           MOVE SPACES    TO ARQUIVO-GR31.
           START GRD031 KEY IS NOT LESS CHAVE-GR31 INVALID KEY
                 MOVE "10" TO ST-GRD031
           END-START.
           PERFORM UNTIL ST-GRD031 = "10"
              READ GRD031 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD031
              NOT AT END
                   IF DATA-GR31 NOT = DATA-GR30
                      MOVE "10" TO ST-GRD031
                   ELSE
                      MOVE ARQUIVO-GR31 (1: 6) TO COPIA-ARQ
                      MOVE SPACES TO COPIA-EXT
                      CALL "CBL_DELETE_FILE" USING PATH-COPIA-W
                           RETURNING RESULT-ARQ-W
                      MOVE ".IDX" TO COPIA-EXT
                      CALL "CBL_DELETE_FILE" USING PATH-COPIA-W
                           RETURNING RESULT-ARQ-W
                      MOVE SPACES TO COPIA-EXT
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-GRD031.
           CALL "CBL_DELETE_DIR" USING DIR-CONJUNTO-W
                RETURNING RESULT-DIR-W.
           MOVE 9              TO SITUACAO-GR30.
           MOVE DATA-SISTEMA-N TO DATA-EXPURGO-GR30.
           REWRITE REG-GRD030 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO GRD030: " ST-GRD030
           END-REWRITE.
           ADD 1 TO QT-EXPURGO-W.
           MOVE SPACES TO LINDET-REL.
           MOVE "EXPURGADO CONJUNTO " TO LINDET-REL (1: 19).
           MOVE DATA-GR30             TO LINDET-REL (20: 8).
           EVALUATE TIPO-GR30
               WHEN 1 MOVE "DIARIO"   TO LINDET-REL (30: 7)
               WHEN 2 MOVE "SEMANAL"  TO LINDET-REL (30: 7)
               WHEN 3 MOVE "MENSAL"   TO LINDET-REL (30: 7)
           END-EVALUATE.
           PERFORM IMPRIME-LINDET.

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
           CLOSE RELAT GRD030 GRD031.

       GRAVA-SITUACAO SECTION.
           IF CTLLOG-OK-W = 0
              GO TO GRAVA-SITUACAO-FIM.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           MOVE EMPRESA-W              TO EMP-CTL-E.
           MOVE DATA-SISTEMA-N         TO DATA-CTL-E.
           MOVE HORA-SISTEMA-W (1: 6)  TO HORA-CTL-E.
           IF ERRO-W = 1
              MOVE "ERRO ABERTURA DO CATALOGO" TO SITUACAO-CTL-E
           ELSE
              IF QT-ERRO-W > 0
                 MOVE "ERRO EM ARQUIVO(S) DA COPIA"
                                       TO SITUACAO-CTL-E
              ELSE
                 MOVE "OK"             TO SITUACAO-CTL-E.
           MOVE SPACES TO REG-CTLLOG.
           MOVE LINHA-CTLLOG TO REG-CTLLOG.
           WRITE REG-CTLLOG.
           CLOSE CTLLOG.
       GRAVA-SITUACAO-FIM.
           CONTINUE.

       END PROGRAM GRBKP1.
