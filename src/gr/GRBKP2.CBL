       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRBKP2.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CATALOGO E RESTAURACAO PONTUAL DAS COPIAS DE
      *        SEGURANCA FEITAS PELO GRBKP1 (GRD030/GRD031 EM
      *        \PROGRAMA\KELLO\BACKUP\<EMP>\).
      *        OPCAO 1 - RELACAO DO CATALOGO: CONJUNTOS POR DATA,
      *                  TIPO E SITUACAO, COM OS ARQUIVOS DE CADA UM.
      *        OPCAO 2 - RESTAURA UM ARQUIVO DE UMA DATA P/ A PASTA
      *                  LATERAL RESTAURA DA EMPRESA (NAO MEXE NO
      *                  ARQUIVO EM USO) E CONFERE A COPIA RESTAURADA
      *                  CONTRA O CATALOGO, P/ COMPARAR COM O ATUAL.
      *        OPCAO 3 - PROMOVE O ARQUIVO RESTAURADO A ARQUIVO EM
      *                  USO: MOSTRA RESTAURADO X ATUAL, PEDE
      *                  CONFIRMACAO, GUARDA O ATUAL COMO .PRO/.PIX,
      *                  COPIA E CONFERE; SE A CONFERENCIA FALHAR
      *                  VOLTA O ATUAL. RODAR COM A EMPRESA PARADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX030.
           COPY GRVX031.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW030.
           COPY GRVW031.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD030             PIC XX       VALUE SPACES.
           05  ST-GRD031             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ARQUIVO-W             PIC X(8)     VALUE SPACES.
           05  DATA-INV-W            PIC X(8)     VALUE SPACES.
           05  DATA-CONJ-W           PIC 9(8)     VALUE ZEROS.
           05  TAM-PATH-W            PIC 9(2)     VALUE ZEROS.
           05  RESULT-DIR-W          PIC S9(4) COMP VALUE ZEROS.
           05  RESULT-COPIA-W        PIC S9(4) COMP VALUE ZEROS.
           05  RESULT-ARQ-W          PIC S9(4) COMP VALUE ZEROS.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  IDX-EXISTE-W          PIC 9        VALUE ZEROS.
           05  SITUACAO-W            PIC X(40)    VALUE SPACES.
           05  QT-LADO-W             PIC 9(9)     VALUE ZEROS.
           05  TOTAL-LADO-W          PIC 9(14)V99 VALUE ZEROS.
           05  HASH-LADO-W           PIC 9(18)    VALUE ZEROS.
           05  QT-VIVO-W             PIC 9(9)     VALUE ZEROS.
           05  TOTAL-VIVO-W          PIC 9(14)V99 VALUE ZEROS.
           05  HASH-VIVO-W           PIC 9(18)    VALUE ZEROS.
           05  ST-VIVO-W             PIC X(2)     VALUE SPACES.
           05  QT-E                  PIC ZZZ.ZZZ.ZZ9.
           05  TOTAL-E               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  HASH-E                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           05  TAMANHO-E             PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  QTD-E                 PIC ZZ9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

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

      *    Copia no conjunto datado - mesma convencao do GRBKP1
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
       01  DIR-RESTAURA-W           PIC X(60)    VALUE SPACES.
       01  PATH-LADO-W              PIC X(60)    VALUE SPACES.
       01  PATH-LADO-IDX-W          PIC X(60)    VALUE SPACES.
       01  PATH-VIVO-W              PIC X(60)    VALUE SPACES.
       01  PATH-VIVO-IDX-W          PIC X(60)    VALUE SPACES.
       01  PATH-PRO-W               PIC X(60)    VALUE SPACES.
       01  PATH-PRO-IDX-W           PIC X(60)    VALUE SPACES.
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

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRBKP2 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(44)  VALUE SPACES.
           05  FILLER            PIC X(32)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB03.
           05  CAB03-REL         PIC X(130) VALUE SPACES.
       01  CAB03-CATALOGO.
           05  FILLER            PIC X(10)  VALUE "DATA".
           05  FILLER            PIC X(10)  VALUE "TIPO".
           05  FILLER            PIC X(13)  VALUE "INICIO  FIM".
           05  FILLER            PIC X(16)  VALUE "ARQUIVOS  ERROS".
           05  FILLER            PIC X(14)  VALUE "SITUACAO".
           05  FILLER            PIC X(67)  VALUE "EXPURGO".
       01  CAB03-RESTAURA.
           05  FILLER            PIC X(26)  VALUE SPACES.
           05  FILLER            PIC X(13)  VALUE "  REGISTROS".
           05  FILLER            PIC X(22)  VALUE
           "      TOTAL CONTROLE".
           05  FILLER            PIC X(25)  VALUE
           "            HASH CHAVES".
           05  FILLER            PIC X(44)  VALUE "ST".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM RELACAO-CATALOGO
                  WHEN 2 PERFORM RESTAURA-ARQUIVO
                  WHEN 3 PERFORM PROMOVE-ARQUIVO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W TO GRPATH-EMPRESA COPIA-EMP CAB01-EMPRESA
                             PATH-GRD030-EMP PATH-GRD031-EMP.
           DISPLAY "1-CATALOGO  2-RESTAURA ARQUIVO  3-PROMOVE "
                   "RESTAURADO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           IF OPCAO-W > 1
              DISPLAY "ARQUIVO (CRD020 CPD020 CXD100 CHD010 RCD100 "
                      "RCD101" WITH NO ADVANCING
              DISPLAY " MTD019 MTD020 COD040 COD050 COD060 CCD100): "
                      WITH NO ADVANCING
              ACCEPT ARQUIVO-W
              MOVE ZEROS TO ACHOU-W
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
                 IF NOME-ARQUIVO-W (I) = ARQUIVO-W
                    MOVE 1 TO ACHOU-W
                 END-IF
              END-PERFORM
              IF ACHOU-W = 0
                 DISPLAY "ARQUIVO FORA DA COPIA DE SEGURANCA"
                 MOVE 1 TO ERRO-W
                 GO TO INICIALIZA-PROGRAMA-FIM.
           IF OPCAO-W = 2
              DISPLAY "DATA DA COPIA (DDMMAAAA): " WITH NO ADVANCING
              ACCEPT DATA-INV-W
              CALL "GRIDAT2" USING DATA-INV-W
              MOVE DATA-INV-W TO DATA-CONJ-W.
           IF OPCAO-W < 3
              OPEN INPUT GRD030 GRD031
              IF ST-GRD030 > "09" OR ST-GRD031 > "09"
                 DISPLAY "CATALOGO DE COPIAS INEXISTENTE: " ST-GRD030
                         " " ST-GRD031
                 MOVE 1 TO ERRO-W
                 GO TO INICIALIZA-PROGRAMA-FIM.
      *    pasta lateral da empresa - GRPATH, p/ respeitar o
      *    caminho de empresa fora do padrao
           MOVE "RESTAURA" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO DIR-RESTAURA-W.
           IF OPCAO-W > 1
              PERFORM MONTA-CAMINHOS.
           OPEN OUTPUT RELAT.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

       MONTA-CAMINHOS SECTION.
           MOVE DATA-CONJ-W       TO COPIA-DATA.
           MOVE ARQUIVO-W (1: 6)  TO COPIA-ARQ.
           MOVE ".IDX"            TO COPIA-EXT.
           MOVE PATH-COPIA-W      TO PATH-COPIA-IDX-W.
           MOVE SPACES            TO COPIA-EXT.
           PERFORM VARYING TAM-PATH-W FROM 60 BY -1
                   UNTIL TAM-PATH-W = 1
                      OR DIR-RESTAURA-W (TAM-PATH-W: 1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO PATH-LADO-W PATH-LADO-IDX-W.
           STRING DIR-RESTAURA-W (1: TAM-PATH-W) "\"
                  ARQUIVO-W DELIMITED BY SPACE INTO PATH-LADO-W.
           STRING DIR-RESTAURA-W (1: TAM-PATH-W) "\"
                  ARQUIVO-W DELIMITED BY SPACE
                  ".IDX" DELIMITED BY SIZE INTO PATH-LADO-IDX-W.
           MOVE ARQUIVO-W TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-VIVO-W.
           PERFORM VARYING TAM-PATH-W FROM 60 BY -1
                   UNTIL TAM-PATH-W = 1
                      OR PATH-VIVO-W (TAM-PATH-W: 1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO PATH-VIVO-IDX-W PATH-PRO-W PATH-PRO-IDX-W.
           STRING PATH-VIVO-W (1: TAM-PATH-W) ".IDX"
                  DELIMITED BY SIZE INTO PATH-VIVO-IDX-W.
           STRING PATH-VIVO-W (1: TAM-PATH-W) ".PRO"
                  DELIMITED BY SIZE INTO PATH-PRO-W.
           STRING PATH-VIVO-W (1: TAM-PATH-W) ".PIX"
                  DELIMITED BY SIZE INTO PATH-PRO-IDX-W.

      *    ------------------------------------------------------
      *    OPCAO 1 - RELACAO DO CATALOGO
      *    ------------------------------------------------------
       RELACAO-CATALOGO SECTION.
           MOVE "CATALOGO DAS COPIAS DE SEGURANCA" TO CAB01-TITULO.
           MOVE CAB03-CATALOGO TO CAB03-REL.
           MOVE ZEROS TO DATA-GR30.
           START GRD030 KEY IS NOT LESS DATA-GR30 INVALID KEY
                 MOVE "10" TO ST-GRD030
           END-START.
           PERFORM UNTIL ST-GRD030 = "10"
              READ GRD030 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD030
              NOT AT END
                   PERFORM IMPRIME-CONJUNTO
              END-READ
           END-PERFORM.

       IMPRIME-CONJUNTO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-GR30          TO LINDET-REL (1: 8).
           EVALUATE TIPO-GR30
               WHEN 1 MOVE "DIARIO"    TO LINDET-REL (11: 7)
               WHEN 2 MOVE "SEMANAL"   TO LINDET-REL (11: 7)
               WHEN 3 MOVE "MENSAL"    TO LINDET-REL (11: 7)
           END-EVALUATE.
           MOVE HORA-INI-GR30 (1: 4) TO LINDET-REL (21: 4).
           MOVE HORA-FIM-GR30 (1: 4) TO LINDET-REL (29: 4).
           MOVE QT-ARQ-GR30        TO QTD-E.
           MOVE QTD-E              TO LINDET-REL (39: 3).
           MOVE QT-ERRO-GR30       TO QTD-E.
           MOVE QTD-E              TO LINDET-REL (46: 3).
           EVALUATE SITUACAO-GR30
               WHEN 0 MOVE "CONFERIDO"     TO LINDET-REL (50: 13)
               WHEN 1 MOVE "*COM ERRO*"    TO LINDET-REL (50: 13)
               WHEN 2 MOVE "*INCOMPLETO*"  TO LINDET-REL (50: 13)
               WHEN 9 MOVE "EXPURGADO"     TO LINDET-REL (50: 13)
           END-EVALUATE.
           IF DATA-EXPURGO-GR30 NOT = ZEROS
              MOVE DATA-EXPURGO-GR30 TO LINDET-REL (64: 8).
           PERFORM IMPRIME-LINDET.
           IF SITUACAO-GR30 = 9
              GO TO IMPRIME-CONJUNTO-FIM.
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
                      PERFORM IMPRIME-ARQUIVO-CATALOGO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-GRD031.
       IMPRIME-CONJUNTO-FIM.
           CONTINUE.

       IMPRIME-ARQUIVO-CATALOGO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE ARQUIVO-GR31 TO LINDET-REL (5: 8).
           PERFORM DESCREVE-SITUACAO-ARQ.
           MOVE SITUACAO-W (1: 20) TO LINDET-REL (14: 20).
           MOVE QT-REG-GR31     TO QT-E.
           MOVE QT-E            TO LINDET-REL (35: 11).
           MOVE TOTAL-CTRL-GR31 TO TOTAL-E.
           MOVE TOTAL-E         TO LINDET-REL (47: 20).
           MOVE HASH-GR31       TO HASH-E.
           MOVE HASH-E          TO LINDET-REL (68: 23).
           MOVE TAMANHO-GR31    TO TAMANHO-E.
           MOVE TAMANHO-E       TO LINDET-REL (92: 15).
           MOVE ST-VERIF-GR31   TO LINDET-REL (108: 2).
           PERFORM IMPRIME-LINDET.

       DESCREVE-SITUACAO-ARQ SECTION.
           EVALUATE SITUACAO-GR31
               WHEN 0 MOVE "CONFERIDA"            TO SITUACAO-W
               WHEN 1 MOVE "*ERRO NA COPIA*"      TO SITUACAO-W
               WHEN 2 MOVE "*COPIA NAO ABRE*"     TO SITUACAO-W
               WHEN 3 MOVE "*COPIA DIVERGE*"      TO SITUACAO-W
               WHEN 4 MOVE "*ORIGINAL NAO ABRE*"  TO SITUACAO-W
               WHEN 5 MOVE "NAO EXISTE"           TO SITUACAO-W
           END-EVALUATE.

      *    ------------------------------------------------------
      *    OPCAO 2 - RESTAURA P/ A PASTA LATERAL
      *    Somente copia conferida de conjunto nao expurgado; a
      *    restaurada e aberta e lida e tem de bater com o catalogo
      *    ------------------------------------------------------
       RESTAURA-ARQUIVO SECTION.
           MOVE "RESTAURACAO PONTUAL DE ARQUIVO" TO CAB01-TITULO.
           MOVE CAB03-RESTAURA TO CAB03-REL.
           MOVE DATA-CONJ-W TO DATA-GR30.
           READ GRD030 INVALID KEY
                MOVE "NAO HA COPIA NESTA DATA" TO SITUACAO-W
                GO TO RESTAURA-ARQUIVO-FIM
           END-READ.
           IF SITUACAO-GR30 = 9
              MOVE "CONJUNTO JA EXPURGADO" TO SITUACAO-W
              GO TO RESTAURA-ARQUIVO-FIM.
           MOVE DATA-CONJ-W TO DATA-GR31.
           MOVE ARQUIVO-W   TO ARQUIVO-GR31.
           READ GRD031 INVALID KEY
                MOVE "ARQUIVO NAO CONSTA DO CONJUNTO" TO SITUACAO-W
                GO TO RESTAURA-ARQUIVO-FIM
           END-READ.
           IF SITUACAO-GR31 NOT = 0
              PERFORM DESCREVE-SITUACAO-ARQ
              GO TO RESTAURA-ARQUIVO-FIM.
           CALL "CBL_CREATE_DIR" USING DIR-RESTAURA-W
                RETURNING RESULT-DIR-W.
           CALL "CBL_DELETE_FILE" USING PATH-LADO-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_DELETE_FILE" USING PATH-LADO-IDX-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_COPY_FILE" USING PATH-COPIA-W PATH-LADO-W
                RETURNING RESULT-COPIA-W.
           IF RESULT-COPIA-W NOT = ZEROS
              MOVE "*ERRO COPIANDO DO CONJUNTO*" TO SITUACAO-W
              GO TO RESTAURA-ARQUIVO-FIM.
           MOVE PATH-COPIA-IDX-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           IF EXISTE-W = 1
              CALL "CBL_COPY_FILE" USING PATH-COPIA-IDX-W
                                         PATH-LADO-IDX-W
                   RETURNING RESULT-COPIA-W
              IF RESULT-COPIA-W NOT = ZEROS
                 MOVE "*ERRO COPIANDO INDICE DO CONJUNTO*"
                                          TO SITUACAO-W
                 GO TO RESTAURA-ARQUIVO-FIM.
           MOVE ARQUIVO-W   TO GRCONTA-ARQUIVO.
           MOVE PATH-LADO-W TO GRCONTA-CAMINHO.
           CALL "GRCONTA" USING PARAMETROS-GRCONTA.
           IF GRCONTA-ST > "09"
              MOVE "*RESTAURADO NAO ABRE*" TO SITUACAO-W
           ELSE
              IF GRCONTA-QT-REG NOT = QT-REG-GR31
              OR GRCONTA-TOTAL  NOT = TOTAL-CTRL-GR31
              OR GRCONTA-HASH   NOT = HASH-GR31
                 MOVE "*RESTAURADO DIVERGE DO CATALOGO*"
                                       TO SITUACAO-W
              ELSE
                 MOVE "RESTAURADO E CONFERIDO" TO SITUACAO-W.
           MOVE SPACES TO LINDET-REL.
           MOVE "CATALOGO"        TO LINDET-REL (1: 25).
           MOVE QT-REG-GR31       TO QT-LADO-W.
           MOVE TOTAL-CTRL-GR31   TO TOTAL-LADO-W.
           MOVE HASH-GR31         TO HASH-LADO-W.
           MOVE SPACES            TO ST-VIVO-W.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "RESTAURADO"      TO LINDET-REL (1: 25).
           MOVE GRCONTA-QT-REG    TO QT-LADO-W.
           MOVE GRCONTA-TOTAL     TO TOTAL-LADO-W.
           MOVE GRCONTA-HASH      TO HASH-LADO-W.
           MOVE GRCONTA-ST        TO ST-VIVO-W.
           PERFORM IMPRIME-CONTAGEM.
           MOVE PATH-VIVO-W TO GRCONTA-CAMINHO.
           CALL "GRCONTA" USING PARAMETROS-GRCONTA.
           MOVE "ATUAL"           TO LINDET-REL (1: 25).
           MOVE GRCONTA-QT-REG    TO QT-LADO-W.
           MOVE GRCONTA-TOTAL     TO TOTAL-LADO-W.
           MOVE GRCONTA-HASH      TO HASH-LADO-W.
           MOVE GRCONTA-ST        TO ST-VIVO-W.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "RESTAURADO EM: " TO LINDET-REL (1: 15).
           MOVE PATH-LADO-W       TO LINDET-REL (16: 60).
           PERFORM IMPRIME-LINDET.
       RESTAURA-ARQUIVO-FIM.
           DISPLAY ARQUIVO-W " " DATA-INV-W ": " SITUACAO-W.
           MOVE SPACES TO LINDET-REL.
           MOVE ARQUIVO-W   TO LINDET-REL (1: 8).
           MOVE DATA-CONJ-W TO LINDET-REL (10: 8).
           MOVE SITUACAO-W  TO LINDET-REL (20: 40).
           PERFORM IMPRIME-LINDET.

      *    ------------------------------------------------------
      *    OPCAO 3 - PROMOVE O RESTAURADO A ARQUIVO EM USO
      *    O atual fica guardado como .PRO/.PIX ate a proxima
      *    promocao do mesmo arquivo
      *    ------------------------------------------------------
       PROMOVE-ARQUIVO SECTION.
           MOVE "PROMOCAO DE ARQUIVO RESTAURADO" TO CAB01-TITULO.
           MOVE CAB03-RESTAURA TO CAB03-REL.
           MOVE ARQUIVO-W   TO GRCONTA-ARQUIVO.
           MOVE PATH-LADO-W TO GRCONTA-CAMINHO.
           CALL "GRCONTA" USING PARAMETROS-GRCONTA.
           IF GRCONTA-ST > "09"
              MOVE "*RESTAURADO NAO ABRE*" TO SITUACAO-W
              GO TO PROMOVE-ARQUIVO-FIM.
           MOVE GRCONTA-QT-REG TO QT-LADO-W.
           MOVE GRCONTA-TOTAL  TO TOTAL-LADO-W.
           MOVE GRCONTA-HASH   TO HASH-LADO-W.
           MOVE PATH-VIVO-W    TO GRCONTA-CAMINHO.
           CALL "GRCONTA" USING PARAMETROS-GRCONTA.
           MOVE GRCONTA-QT-REG TO QT-VIVO-W.
           MOVE GRCONTA-TOTAL  TO TOTAL-VIVO-W.
           MOVE GRCONTA-HASH   TO HASH-VIVO-W.
           MOVE GRCONTA-ST     TO ST-VIVO-W.
           MOVE QT-LADO-W    TO QT-E.
           MOVE TOTAL-LADO-W TO TOTAL-E.
           DISPLAY "RESTAURADO: " QT-E " REG  TOTAL " TOTAL-E.
           MOVE QT-VIVO-W    TO QT-E.
           MOVE TOTAL-VIVO-W TO TOTAL-E.
           DISPLAY "ATUAL     : " QT-E " REG  TOTAL " TOTAL-E
                   "  ST " ST-VIVO-W.
           DISPLAY "SUBSTITUI O ARQUIVO EM USO PELO RESTAURADO (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              MOVE "PROMOCAO CANCELADA" TO SITUACAO-W
              GO TO PROMOVE-ARQUIVO-FIM.
           CALL "CBL_DELETE_FILE" USING PATH-PRO-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_DELETE_FILE" USING PATH-PRO-IDX-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_RENAME_FILE" USING PATH-VIVO-W PATH-PRO-W
                RETURNING RESULT-ARQ-W.
           IF RESULT-ARQ-W NOT = ZEROS AND ST-VIVO-W NOT = "35"
              MOVE "*ARQUIVO EM USO NAO PODE SER GUARDADO*"
                                    TO SITUACAO-W
              GO TO PROMOVE-ARQUIVO-FIM.
           CALL "CBL_RENAME_FILE" USING PATH-VIVO-IDX-W PATH-PRO-IDX-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_COPY_FILE" USING PATH-LADO-W PATH-VIVO-W
                RETURNING RESULT-COPIA-W.
           IF RESULT-COPIA-W NOT = ZEROS
              MOVE "*ERRO COPIANDO - ATUAL DEVOLVIDO*" TO SITUACAO-W
              PERFORM DEVOLVE-ATUAL
              GO TO PROMOVE-ARQUIVO-FIM.
           MOVE PATH-LADO-IDX-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           IF EXISTE-W = 1
              CALL "CBL_COPY_FILE" USING PATH-LADO-IDX-W
                                         PATH-VIVO-IDX-W
                   RETURNING RESULT-COPIA-W
              IF RESULT-COPIA-W NOT = ZEROS
                 MOVE "*ERRO COPIANDO - ATUAL DEVOLVIDO*"
                                          TO SITUACAO-W
                 PERFORM DEVOLVE-ATUAL
                 GO TO PROMOVE-ARQUIVO-FIM.
           MOVE PATH-VIVO-W TO GRCONTA-CAMINHO.
           CALL "GRCONTA" USING PARAMETROS-GRCONTA.
           IF GRCONTA-ST > "09"
           OR GRCONTA-QT-REG NOT = QT-LADO-W
           OR GRCONTA-TOTAL  NOT = TOTAL-LADO-W
           OR GRCONTA-HASH   NOT = HASH-LADO-W
              MOVE "*NAO CONFERIU - ATUAL DEVOLVIDO*" TO SITUACAO-W
              PERFORM DEVOLVE-ATUAL
              GO TO PROMOVE-ARQUIVO-FIM.
           MOVE "PROMOVIDO E CONFERIDO" TO SITUACAO-W.
           MOVE SPACES TO LINDET-REL.
           MOVE "ANTERIOR (.PRO)"  TO LINDET-REL (1: 25).
           MOVE QT-VIVO-W          TO QT-LADO-W.
           MOVE TOTAL-VIVO-W       TO TOTAL-LADO-W.
           MOVE HASH-VIVO-W        TO HASH-LADO-W.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "EM USO"           TO LINDET-REL (1: 25).
           MOVE GRCONTA-QT-REG     TO QT-LADO-W.
           MOVE GRCONTA-TOTAL      TO TOTAL-LADO-W.
           MOVE GRCONTA-HASH       TO HASH-LADO-W.
           MOVE GRCONTA-ST         TO ST-VIVO-W.
           PERFORM IMPRIME-CONTAGEM.
       PROMOVE-ARQUIVO-FIM.
           DISPLAY ARQUIVO-W ": " SITUACAO-W.
           MOVE SPACES TO LINDET-REL.
           MOVE ARQUIVO-W   TO LINDET-REL (1: 8).
           MOVE SITUACAO-W  TO LINDET-REL (20: 40).
           PERFORM IMPRIME-LINDET.

       DEVOLVE-ATUAL SECTION.
           CALL "CBL_DELETE_FILE" USING PATH-VIVO-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_DELETE_FILE" USING PATH-VIVO-IDX-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_RENAME_FILE" USING PATH-PRO-W PATH-VIVO-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_RENAME_FILE" USING PATH-PRO-IDX-W PATH-VIVO-IDX-W
                RETURNING RESULT-ARQ-W.

       IMPRIME-CONTAGEM SECTION.
           MOVE QT-LADO-W    TO QT-E.
           MOVE QT-E         TO LINDET-REL (28: 11).
           MOVE TOTAL-LADO-W TO TOTAL-E.
           MOVE TOTAL-E      TO LINDET-REL (41: 20).
           MOVE HASH-LADO-W  TO HASH-E.
           MOVE HASH-E       TO LINDET-REL (63: 23).
           MOVE ST-VIVO-W    TO LINDET-REL (87: 2).
           PERFORM IMPRIME-LINDET.

       MEDE-ARQUIVO SECTION.
           MOVE ZEROS TO TAMANHO-ARQ-W EXISTE-W.
           CALL "CBL_CHECK_FILE_EXIST" USING PATH-MEDIR-W
                                             DETALHE-ARQ-W
                RETURNING RESULT-ARQ-W.
           IF RESULT-ARQ-W = ZEROS
              MOVE 1 TO EXISTE-W.

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
           CLOSE RELAT.
           IF OPCAO-W < 3
              CLOSE GRD030 GRD031.

       END PROGRAM GRBKP2.
