       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRREO1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: REORGANIZACAO DOS ARQUIVOS ISAM DE MAIOR GIRO
      *        (CRD020, CXD100, RCD101, MTD020) DA EMPRESA - ANOS DE
      *        EXCLUSAO E REGRAVACAO DEIXAM O ARQUIVO INCHADO E AS
      *        LEITURAS SEQUENCIAIS (CRP137, CXP040E) CADA VEZ MAIS
      *        LENTAS; O GRVER1 SO DIZ QUE O ARQUIVO LE.
      *        OPCAO 1 - REORGANIZA: DESCARREGA O ARQUIVO NA ORDEM
      *          DA CHAVE PRIMARIA P/ UM SEQUENCIAL (.DSC), GUARDA O
      *          ARQUIVO VELHO COMO .ANT/.AIX (DADOS/INDICE),
      *          RECARREGA NUM ARQUIVO NOVO (INDICES ALTERNADOS
      *          RECONSTRUIDOS NA GRAVACAO) E RELE O NOVO CONFERINDO
      *          QUANTIDADE, TOTAL DE CONTROLE E HASH DAS CHAVES COM
      *          A DESCARGA. QUALQUER DIFERENCA OU ERRO DEVOLVE O
      *          ARQUIVO VELHO AO LUGAR. RECUSA RODAR COM SESSAO
      *          ATIVA NO USELOG DO MES (O MESMO QUE O GRUSE1 LE) -
      *          O LOG NAO TRAZ A EMPRESA, ENTAO QUALQUER SESSAO VIVA
      *          ALEM DA PROPRIA BLOQUEIA. RELATORIO COM O ESPACO E O
      *          TEMPO DE LEITURA GANHOS;
      *        OPCAO 2 - DESCARTA A COPIA ANTERIOR (.ANT/.AIX) DEPOIS
      *          QUE O ARQUIVO NOVO FOI CONFERIDO EM USO (GRVER1 DO
      *          DIA SEGUINTE) - ENQUANTO ELA EXISTIR O ARQUIVO NAO
      *          E REORGANIZADO DE NOVO.
      *        NA LINHA DE COMANDO: EMPRESA + ARQUIVO (1-CRD020
      *        2-CXD100 3-RCD101 4-MTD020 5-TODOS) RODA A OPCAO 1
      *        SEM PERGUNTAS, P/ O JOB NOTURNO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CXPX100.
           COPY RCPX101.
           COPY MTPX020.

           SELECT DESCARGA ASSIGN TO PATH-DESCARGA-W
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-DESCARGA.

           SELECT USELOG ASSIGN TO LB-USELOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-USELOG.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY CXPW100.
           COPY RCPW101.
           COPY MTPW020.

       FD  DESCARGA.
       01  REG-DESCARGA              PIC X(300).

       FD  USELOG
           LABEL RECORD IS STANDARD.

       01  USELOG-REG.
           05 USELOG-DATA-DE-HOJE       PIC  X(009).
           05 USELOG-HORA               PIC  X(009).
           05 USELOG-PROGRAMA           PIC  X(008)B.
           05 USELOG-PARTE.
              10 USELOG-FUNCAO-PROGRAMA PIC  X(035).
              10 USELOG-OPERADOR        PIC  X(030).
           05 FILLER REDEFINES USELOG-PARTE.
              10 USELOG-FS              PIC  X(003).
              10 USELOG-MENSAGEM        PIC  X(046).
           05 USELOG-TASK               PIC  9(006).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-DESCARGA           PIC XX       VALUE SPACES.
           05 ER-USELOG.
              10 FS-USELOG             PIC  X(002) VALUE "00".
              10 LB-USELOG.
                 15 FILLER             PIC  X(002) VALUE "GR".
                 15 ANO-USELOG         PIC  9(002) VALUE ZERO.
                 15 MES-USELOG         PIC  9(002) VALUE ZERO.
                 15 FILLER             PIC  X(004) VALUE ".LOG".
                 15 FILLER             PIC  X(040) VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ARQ-OPCAO-W           PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACE.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  ARQUIVO-W             PIC X(8)     VALUE SPACES.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  QT-SESSAO-W           PIC 9(3)     VALUE ZEROS.
           05  QT-ATIVAS-W           PIC 9(3)     VALUE ZEROS.
           05  TAM-PATH-W            PIC 9(2)     VALUE ZEROS.
           05  SITUACAO-REO-W        PIC 9        VALUE ZEROS.
      *    SITUACAO-REO = 0-REORGANIZADO  1-ERRO NA DESCARGA
      *                   2-ERRO NA RECARGA  3-DIVERGENCIA NA
      *                   CONFERENCIA  4-ERRO AO RENOMEAR
      *                   5-COPIA ANTERIOR AINDA NAO DESCARTADA
           05  ST-ERRO-W             PIC XX       VALUE SPACES.
           05  QT-DESC-W             PIC 9(9)     VALUE ZEROS.
           05  TOTAL-DESC-W          PIC 9(14)V99 VALUE ZEROS.
           05  HASH-DESC-W           PIC 9(18)    VALUE ZEROS.
           05  QT-CONF-W             PIC 9(9)     VALUE ZEROS.
           05  TOTAL-CONF-W          PIC 9(14)V99 VALUE ZEROS.
           05  HASH-CONF-W           PIC 9(18)    VALUE ZEROS.
           05  QT-REORG-W            PIC 9(2)     VALUE ZEROS.
           05  QT-FALHA-W            PIC 9(2)     VALUE ZEROS.
           05  RESULT-REN-W          PIC S9(4) COMP VALUE ZEROS.
           05  RESULT-ARQ-W          PIC S9(4) COMP VALUE ZEROS.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  IDX-EXISTE-W          PIC 9        VALUE ZEROS.
           05  TAMANHO-MEDIDO-W      PIC 9(12)    VALUE ZEROS.
           05  TAMANHO-ANT-W         PIC 9(12)    VALUE ZEROS.
           05  TAMANHO-NOVO-W        PIC 9(12)    VALUE ZEROS.
           05  GANHO-ESPACO-W        PIC S9(12)   VALUE ZEROS.
           05  PCT-GANHO-W           PIC S9(3)V9  VALUE ZEROS.
           05  SEG-MARCA-W           PIC 9(5)     VALUE ZEROS.
           05  SEG-AGORA-W           PIC 9(5)     VALUE ZEROS.
           05  SEG-INICIO-W          PIC 9(5)     VALUE ZEROS.
           05  SEG-DECORRIDO-W       PIC 9(5)     VALUE ZEROS.
           05  SEG-ANT-W             PIC 9(5)     VALUE ZEROS.
           05  SEG-NOVO-W            PIC 9(5)     VALUE ZEROS.
           05  SEG-TOTAL-W           PIC 9(5)     VALUE ZEROS.
           05  SEG-GANHO-W           PIC S9(5)    VALUE ZEROS.
           05  HORA-SISTEMA-W        PIC 9(8)     VALUE ZEROS.
           05  HORA-SISTEMA-R REDEFINES HORA-SISTEMA-W.
               10  HH-AGORA-W        PIC 9(2).
               10  MI-AGORA-W        PIC 9(2).
               10  SS-AGORA-W        PIC 9(2).
               10  FILLER            PIC 9(2).
           05  QT-E                  PIC ZZZ.ZZZ.ZZ9.
           05  TOTAL-E               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  HASH-E                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           05  TAMANHO-E             PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  GANHO-E               PIC ---.---.---.--9.
           05  PCT-E                 PIC ---9,9.
           05  SEG-E                 PIC ZZ.ZZ9.
           05  SEG-GANHO-E           PIC --.--9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

      *    Detalhe devolvido pela rotina de biblioteca que confere a
      *    existencia do arquivo: so o tamanho interessa aqui.
       01  DETALHE-ARQ-W.
           05  TAMANHO-ARQ-W         PIC X(8) COMP-X.
           05  DIA-ARQ-W             PIC X    COMP-X.
           05  MES-ARQ-W             PIC X    COMP-X.
           05  ANO-ARQ-W             PIC X(2) COMP-X.
           05  HORA-ARQ-W            PIC X    COMP-X.
           05  MINUTO-ARQ-W          PIC X    COMP-X.
           05  SEGUNDO-ARQ-W         PIC X    COMP-X.
           05  CENTESIMO-ARQ-W       PIC X    COMP-X.

       01  LISTA-ARQUIVOS.
           05  FILLER  PIC X(8) VALUE "CRD020".
           05  FILLER  PIC X(8) VALUE "CXD100".
           05  FILLER  PIC X(8) VALUE "RCD101".
           05  FILLER  PIC X(8) VALUE "MTD020".
       01  RED-ARQUIVOS REDEFINES LISTA-ARQUIVOS.
           05  NOME-ARQUIVO-W OCCURS 4  PIC X(8).

       01  TABELA-SESSOES.
           05  TAB-SESSAO OCCURS 200 TIMES.
               10  TS-TASK           PIC 9(6).
               10  TS-OPERADOR       PIC X(30).
               10  TS-PROGRAMA       PIC X(8).
               10  TS-DATA           PIC X(9).
               10  TS-HORA           PIC X(9).
               10  TS-ATIVA          PIC 9.

      *    Sessao de quem chamou (GRFINA "?"): fica fora da contagem
       01  SESSAO-PROPRIA-W.
           05  OPERADOR-W            PIC X(30)    VALUE SPACES.
           05  TASK-W                PIC 9(6)     VALUE ZEROS.
           05  PROGRAMA-W            PIC X(8)     VALUE "GRREO1".
           05  SET-LOG-W             PIC X        VALUE "?".

      *    Arquivo vivo (GRPATH), indice, copia anterior e descarga.
      *    O indice do ISAM fica ao lado dos dados com .IDX; a copia
      *    anterior guarda os dois com nomes proprios (.ANT/.AIX),
      *    que so voltam ao lugar por renomeacao - nunca sao abertos.
       01  PATH-IDX-W               PIC X(64)    VALUE SPACES.
       01  PATH-ANT-W               PIC X(64)    VALUE SPACES.
       01  PATH-ANT-IDX-W           PIC X(64)    VALUE SPACES.
       01  PATH-DESCARGA-W          PIC X(64)    VALUE SPACES.
       01  PATH-ORIGINAL-W          PIC X(64)    VALUE SPACES.
       01  PATH-MEDIR-W             PIC X(64)    VALUE SPACES.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           05  ARQ-PARM-W        PIC X(1)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRREO1 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  FILLER            PIC X(44)  VALUE
           "REORGANIZACAO DE ARQUIVOS ISAM".
           05  FILLER            PIC X(27)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB03.
           05  FILLER            PIC X(10)  VALUE "ARQUIVO".
           05  FILLER            PIC X(21)  VALUE "SITUACAO".
           05  FILLER            PIC X(9)   VALUE "PASSADA".
           05  FILLER            PIC X(12)  VALUE "  REGISTROS".
           05  FILLER            PIC X(22)  VALUE
           "      TOTAL CONTROLE".
           05  FILLER            PIC X(25)  VALUE
           "            HASH CHAVES".
           05  FILLER            PIC X(18)  VALUE
           "  TAMANHO(BYTES)".
           05  FILLER            PIC X(13)  VALUE "LEIT.(SEG)".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM REORGANIZA-ESCOLHIDOS
                  WHEN 2 PERFORM DESCARTA-ESCOLHIDOS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           IF ARQ-PARM-W NOT = SPACES
              MOVE 1 TO OPCAO-W
              MOVE ARQ-PARM-W TO ARQ-OPCAO-W
           ELSE
              DISPLAY "1-REORGANIZA  2-DESCARTA COPIA ANTERIOR: "
                      WITH NO ADVANCING
              ACCEPT OPCAO-W
              DISPLAY "ARQUIVO (1-CRD020 2-CXD100 3-RCD101 4-MTD020"
                      " 5-TODOS): " WITH NO ADVANCING
              ACCEPT ARQ-OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ARQ-OPCAO-W < 1 OR ARQ-OPCAO-W > 5
              DISPLAY "ARQUIVO INVALIDO"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0 AND OPCAO-W = 1
              PERFORM VERIFICA-SESSOES.
           IF ERRO-W = 0
              OPEN OUTPUT RELAT
              MOVE EMPRESA-W TO CAB01-EMPRESA GRPATH-EMPRESA.

      *    Mesma reconstituicao do GRUSE1: a ULTIMA ocorrencia de
      *    cada TASK no log do mes diz se a sessao segue aberta.
      *    Sem log no mes (35) ninguem entrou. Qualquer sessao viva
      *    que nao seja a de quem chamou recusa a reorganizacao.
       VERIFICA-SESSOES SECTION.
           CALL "GRFINA" USING OPERADOR-W TASK-W PROGRAMA-W
                               SET-LOG-W.
           MOVE AA-SIS (3: 2) TO ANO-USELOG.
           MOVE MM-SIS        TO MES-USELOG.
           MOVE ZEROS TO QT-SESSAO-W QT-ATIVAS-W.
           OPEN INPUT USELOG.
           IF FS-USELOG = "35"
              GO TO VERIFICA-SESSOES-FIM.
           IF FS-USELOG > "09"
              DISPLAY "ERRO ABERTURA " LB-USELOG (1: 10) ": "
                      FS-USELOG " - SESSOES NAO CONFERIDAS"
              MOVE 1 TO ERRO-W
              GO TO VERIFICA-SESSOES-FIM.
           PERFORM LE-USELOG.
           PERFORM UNTIL FS-USELOG = "10"
              PERFORM CLASSIFICA-REGISTRO
              PERFORM LE-USELOG
           END-PERFORM.
           CLOSE USELOG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-SESSAO-W
              IF TS-ATIVA (I) = 1 AND TS-TASK (I) NOT = TASK-W
                 ADD 1 TO QT-ATIVAS-W
                 DISPLAY "SESSAO ATIVA: " TS-TASK (I) "  "
                         TS-OPERADOR (I) " " TS-PROGRAMA (I) "  "
                         TS-DATA (I) " " TS-HORA (I)
              END-IF
           END-PERFORM.
           IF QT-ATIVAS-W > ZEROS
              DISPLAY "*** " QT-ATIVAS-W " SESSAO(OES) ATIVA(S) -"
                      " REORGANIZACAO RECUSADA ***"
              MOVE 1 TO ERRO-W.
       VERIFICA-SESSOES-FIM.
           CONTINUE.

       LE-USELOG SECTION.
           READ USELOG AT END
                MOVE "10" TO FS-USELOG
           END-READ.

       CLASSIFICA-REGISTRO SECTION.
           IF USELOG-TASK = ZEROS OR USELOG-TASK NOT NUMERIC
              GO TO CLASSIFICA-REGISTRO-FIM.
           MOVE ZEROS TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-SESSAO-W
              IF TS-TASK (I) = USELOG-TASK
                 MOVE I TO K
                 MOVE QT-SESSAO-W TO I
              END-IF
           END-PERFORM.
           IF K = ZEROS
              IF QT-SESSAO-W < 200
                 ADD 1 TO QT-SESSAO-W
                 MOVE QT-SESSAO-W TO K
                 MOVE USELOG-TASK TO TS-TASK (K)
              ELSE
                 GO TO CLASSIFICA-REGISTRO-FIM.
           MOVE USELOG-OPERADOR      TO TS-OPERADOR (K).
           MOVE USELOG-PROGRAMA      TO TS-PROGRAMA (K).
           MOVE USELOG-DATA-DE-HOJE  TO TS-DATA (K).
           MOVE USELOG-HORA          TO TS-HORA (K).
           IF USELOG-FUNCAO-PROGRAMA (1: 17) = "Sistema encerrado"
              MOVE 0 TO TS-ATIVA (K)
           ELSE
              MOVE 1 TO TS-ATIVA (K).
       CLASSIFICA-REGISTRO-FIM.
           CONTINUE.

       REORGANIZA-ESCOLHIDOS SECTION.
           IF ARQ-OPCAO-W = 5
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                 MOVE NOME-ARQUIVO-W (K) TO ARQUIVO-W
                 PERFORM REORGANIZA-ARQUIVO
              END-PERFORM
           ELSE
              MOVE NOME-ARQUIVO-W (ARQ-OPCAO-W) TO ARQUIVO-W
              PERFORM REORGANIZA-ARQUIVO.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "REORGANIZADOS: "  TO LINDET-REL (1: 15).
           MOVE QT-REORG-W         TO LINDET-REL (16: 2).
           MOVE "  NAO REORGANIZADOS: " TO LINDET-REL (20: 21).
           MOVE QT-FALHA-W         TO LINDET-REL (41: 2).
           PERFORM IMPRIME-LINDET.

      *    Descarga -> copia anterior -> recarga -> conferencia.
      *    O arquivo velho so e renomeado depois de descarregado
      *    inteiro; a partir dai toda falha devolve ele ao lugar.
       REORGANIZA-ARQUIVO SECTION.
           DISPLAY "REORGANIZANDO " ARQUIVO-W.
           MOVE ZEROS  TO SITUACAO-REO-W QT-DESC-W TOTAL-DESC-W
                          HASH-DESC-W QT-CONF-W TOTAL-CONF-W
                          HASH-CONF-W TAMANHO-ANT-W TAMANHO-NOVO-W
                          SEG-ANT-W SEG-NOVO-W SEG-TOTAL-W.
           MOVE SPACES TO ST-ERRO-W.
           PERFORM MONTA-CAMINHOS.
           MOVE PATH-ANT-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           IF EXISTE-W = 1
              MOVE 5 TO SITUACAO-REO-W
              GO TO REORGANIZA-ARQUIVO-REL.
           MOVE PATH-IDX-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           MOVE EXISTE-W         TO IDX-EXISTE-W.
           MOVE TAMANHO-MEDIDO-W TO TAMANHO-ANT-W.
           MOVE PATH-ORIGINAL-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           ADD TAMANHO-MEDIDO-W TO TAMANHO-ANT-W.

           PERFORM MARCA-TEMPO.
           MOVE SEG-MARCA-W TO SEG-INICIO-W.
           EVALUATE ARQUIVO-W
               WHEN "CRD020" PERFORM DESCARREGA-CRD020
               WHEN "CXD100" PERFORM DESCARREGA-CXD100
               WHEN "RCD101" PERFORM DESCARREGA-RCD101
               WHEN "MTD020" PERFORM DESCARREGA-MTD020
           END-EVALUATE.
           PERFORM TEMPO-DECORRIDO.
           MOVE SEG-DECORRIDO-W TO SEG-ANT-W.
           IF SITUACAO-REO-W NOT = 0
              GO TO REORGANIZA-ARQUIVO-DSC.

           CALL "CBL_RENAME_FILE" USING PATH-ORIGINAL-W
                                        PATH-ANT-W
                RETURNING RESULT-REN-W.
           IF RESULT-REN-W NOT = ZEROS
              MOVE 4 TO SITUACAO-REO-W
              GO TO REORGANIZA-ARQUIVO-DSC.
           IF IDX-EXISTE-W = 1
              CALL "CBL_RENAME_FILE" USING PATH-IDX-W
                                           PATH-ANT-IDX-W
                   RETURNING RESULT-REN-W
              IF RESULT-REN-W NOT = ZEROS
                 MOVE 4 TO SITUACAO-REO-W
                 CALL "CBL_RENAME_FILE" USING PATH-ANT-W
                                              PATH-ORIGINAL-W
                      RETURNING RESULT-REN-W
                 GO TO REORGANIZA-ARQUIVO-DSC.

           EVALUATE ARQUIVO-W
               WHEN "CRD020" PERFORM RECARREGA-CRD020
               WHEN "CXD100" PERFORM RECARREGA-CXD100
               WHEN "RCD101" PERFORM RECARREGA-RCD101
               WHEN "MTD020" PERFORM RECARREGA-MTD020
           END-EVALUATE.
           IF SITUACAO-REO-W NOT = 0
              PERFORM RESTAURA-ANTERIOR
              GO TO REORGANIZA-ARQUIVO-DSC.

           PERFORM MARCA-TEMPO.
           EVALUATE ARQUIVO-W
               WHEN "CRD020" PERFORM CONFERE-CRD020
               WHEN "CXD100" PERFORM CONFERE-CXD100
               WHEN "RCD101" PERFORM CONFERE-RCD101
               WHEN "MTD020" PERFORM CONFERE-MTD020
           END-EVALUATE.
           PERFORM TEMPO-DECORRIDO.
           MOVE SEG-DECORRIDO-W TO SEG-NOVO-W.
           IF SITUACAO-REO-W = 0
              IF QT-CONF-W    NOT = QT-DESC-W
              OR TOTAL-CONF-W NOT = TOTAL-DESC-W
              OR HASH-CONF-W  NOT = HASH-DESC-W
                 MOVE 3 TO SITUACAO-REO-W.
           IF SITUACAO-REO-W NOT = 0
              PERFORM RESTAURA-ANTERIOR
              GO TO REORGANIZA-ARQUIVO-DSC.

           MOVE PATH-IDX-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           MOVE TAMANHO-MEDIDO-W TO TAMANHO-NOVO-W.
           MOVE PATH-ORIGINAL-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           ADD TAMANHO-MEDIDO-W TO TAMANHO-NOVO-W.
       REORGANIZA-ARQUIVO-DSC.
           CALL "CBL_DELETE_FILE" USING PATH-DESCARGA-W
                RETURNING RESULT-ARQ-W.
           MOVE SEG-INICIO-W TO SEG-MARCA-W.
           PERFORM TEMPO-DECORRIDO.
           MOVE SEG-DECORRIDO-W TO SEG-TOTAL-W.
       REORGANIZA-ARQUIVO-REL.
           PERFORM IMPRIME-RESULTADO.
       REORGANIZA-ARQUIVO-FIM.
           CONTINUE.

      *    Caminhos derivados do arquivo vivo da empresa (GRPATH)
       MONTA-CAMINHOS SECTION.
           MOVE ARQUIVO-W TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           EVALUATE ARQUIVO-W
               WHEN "CRD020" MOVE GRPATH-CAMINHO TO PATH-CRD020
               WHEN "CXD100" MOVE GRPATH-CAMINHO TO PATH-CXD100
               WHEN "RCD101" MOVE GRPATH-CAMINHO TO PATH-RCD101
               WHEN "MTD020" MOVE GRPATH-CAMINHO TO PATH-MTD020
           END-EVALUATE.
           MOVE GRPATH-CAMINHO TO PATH-ORIGINAL-W.
           PERFORM VARYING TAM-PATH-W FROM 60 BY -1
                   UNTIL TAM-PATH-W = 1
                      OR PATH-ORIGINAL-W (TAM-PATH-W: 1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO PATH-IDX-W PATH-ANT-W PATH-ANT-IDX-W
                          PATH-DESCARGA-W.
           STRING PATH-ORIGINAL-W (1: TAM-PATH-W) ".IDX"
                  DELIMITED BY SIZE INTO PATH-IDX-W.
           STRING PATH-ORIGINAL-W (1: TAM-PATH-W) ".ANT"
                  DELIMITED BY SIZE INTO PATH-ANT-W.
           STRING PATH-ORIGINAL-W (1: TAM-PATH-W) ".AIX"
                  DELIMITED BY SIZE INTO PATH-ANT-IDX-W.
           STRING PATH-ORIGINAL-W (1: TAM-PATH-W) ".DSC"
                  DELIMITED BY SIZE INTO PATH-DESCARGA-W.

       MEDE-ARQUIVO SECTION.
           MOVE ZEROS TO TAMANHO-ARQ-W TAMANHO-MEDIDO-W EXISTE-W.
           CALL "CBL_CHECK_FILE_EXIST" USING PATH-MEDIR-W
                                             DETALHE-ARQ-W
                RETURNING RESULT-ARQ-W.
           IF RESULT-ARQ-W = ZEROS
              MOVE 1             TO EXISTE-W
              MOVE TAMANHO-ARQ-W TO TAMANHO-MEDIDO-W.

      *    Apaga o arquivo novo e devolve o velho (dados e indice)
       RESTAURA-ANTERIOR SECTION.
           CALL "CBL_DELETE_FILE" USING PATH-ORIGINAL-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_DELETE_FILE" USING PATH-IDX-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_RENAME_FILE" USING PATH-ANT-W
                                        PATH-ORIGINAL-W
                RETURNING RESULT-REN-W.
           IF RESULT-REN-W NOT = ZEROS
              DISPLAY "*** ATENCAO: ARQUIVO ANTERIOR FICOU EM "
                      PATH-ANT-W
              DISPLAY "*** RENOMEIE DE VOLTA ANTES DE LIBERAR O "
                      "SISTEMA".
           IF IDX-EXISTE-W = 1
              CALL "CBL_RENAME_FILE" USING PATH-ANT-IDX-W
                                           PATH-IDX-W
                   RETURNING RESULT-REN-W
              IF RESULT-REN-W NOT = ZEROS
                 DISPLAY "*** ATENCAO: INDICE ANTERIOR FICOU EM "
                         PATH-ANT-IDX-W.

      *    Segundos do dia; passou da meia-noite soma um dia
       MARCA-TEMPO SECTION.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           COMPUTE SEG-MARCA-W = (HH-AGORA-W * 3600)
                               + (MI-AGORA-W * 60) + SS-AGORA-W.

       TEMPO-DECORRIDO SECTION.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           COMPUTE SEG-AGORA-W = (HH-AGORA-W * 3600)
                               + (MI-AGORA-W * 60) + SS-AGORA-W.
           IF SEG-AGORA-W < SEG-MARCA-W
              ADD 86400 TO SEG-AGORA-W.
           COMPUTE SEG-DECORRIDO-W = SEG-AGORA-W - SEG-MARCA-W.

      *    Hash = soma das partes numericas da chave primaria; total
      *    de controle = o mesmo valor que o GRVER1 soma (no MTD020,
      *    que nao tem valor, a quantidade de fotos).
       DESCARREGA-CRD020 SECTION.
           OPEN INPUT CRD020.
           IF ST-CRD020 > "09"
              MOVE ST-CRD020 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              GO TO DESCARREGA-CRD020-FIM.
           OPEN OUTPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              CLOSE CRD020
              GO TO DESCARREGA-CRD020-FIM.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   ADD 1 TO QT-DESC-W
                   ADD VALOR-TOT-CR20 TO TOTAL-DESC-W
                   ADD CLIENTE-CR20 SEQ-CR20 TO HASH-DESC-W
                   MOVE REG-CRD020 TO REG-DESCARGA
                   WRITE REG-DESCARGA
                   IF ST-DESCARGA > "09"
                      MOVE ST-DESCARGA TO ST-ERRO-W
                      MOVE 1 TO SITUACAO-REO-W
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-CRD020 NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-CRD020 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W.
           CLOSE CRD020 DESCARGA.
       DESCARREGA-CRD020-FIM.
           CONTINUE.

       RECARREGA-CRD020 SECTION.
           OPEN OUTPUT CRD020.
           IF ST-CRD020 > "09"
              MOVE ST-CRD020 TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              GO TO RECARREGA-CRD020-FIM.
           OPEN INPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              CLOSE CRD020
              GO TO RECARREGA-CRD020-FIM.
           PERFORM UNTIL ST-DESCARGA NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ DESCARGA AT END
                   MOVE "10" TO ST-DESCARGA
              NOT AT END
                   MOVE REG-DESCARGA TO REG-CRD020
                   WRITE REG-CRD020 INVALID KEY
                         MOVE ST-CRD020 TO ST-ERRO-W
                         MOVE 2 TO SITUACAO-REO-W
                   END-WRITE
              END-READ
           END-PERFORM.
           IF ST-DESCARGA NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W.
           CLOSE CRD020 DESCARGA.
       RECARREGA-CRD020-FIM.
           CONTINUE.

       CONFERE-CRD020 SECTION.
           OPEN INPUT CRD020.
           IF ST-CRD020 > "09"
              MOVE ST-CRD020 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W
              GO TO CONFERE-CRD020-FIM.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 NOT < "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   ADD 1 TO QT-CONF-W
                   ADD VALOR-TOT-CR20 TO TOTAL-CONF-W
                   ADD CLIENTE-CR20 SEQ-CR20 TO HASH-CONF-W
              END-READ
           END-PERFORM.
           IF ST-CRD020 NOT = "10"
              MOVE ST-CRD020 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W.
           CLOSE CRD020.
       CONFERE-CRD020-FIM.
           CONTINUE.

       DESCARREGA-CXD100 SECTION.
           OPEN INPUT CXD100.
           IF ST-CXD100 > "09"
              MOVE ST-CXD100 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              GO TO DESCARREGA-CXD100-FIM.
           OPEN OUTPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              CLOSE CXD100
              GO TO DESCARREGA-CXD100-FIM.
           INITIALIZE REG-CXD100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   ADD 1 TO QT-DESC-W
                   ADD VALOR-CX100 TO TOTAL-DESC-W
                   ADD DATA-MOV-CX100 SEQ-CX100 TO HASH-DESC-W
                   MOVE REG-CXD100 TO REG-DESCARGA
                   WRITE REG-DESCARGA
                   IF ST-DESCARGA > "09"
                      MOVE ST-DESCARGA TO ST-ERRO-W
                      MOVE 1 TO SITUACAO-REO-W
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-CXD100 NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-CXD100 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W.
           CLOSE CXD100 DESCARGA.
       DESCARREGA-CXD100-FIM.
           CONTINUE.

       RECARREGA-CXD100 SECTION.
           OPEN OUTPUT CXD100.
           IF ST-CXD100 > "09"
              MOVE ST-CXD100 TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              GO TO RECARREGA-CXD100-FIM.
           OPEN INPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              CLOSE CXD100
              GO TO RECARREGA-CXD100-FIM.
           PERFORM UNTIL ST-DESCARGA NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ DESCARGA AT END
                   MOVE "10" TO ST-DESCARGA
              NOT AT END
                   MOVE REG-DESCARGA TO REG-CXD100
                   WRITE REG-CXD100 INVALID KEY
                         MOVE ST-CXD100 TO ST-ERRO-W
                         MOVE 2 TO SITUACAO-REO-W
                   END-WRITE
              END-READ
           END-PERFORM.
           IF ST-DESCARGA NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W.
           CLOSE CXD100 DESCARGA.
       RECARREGA-CXD100-FIM.
           CONTINUE.

       CONFERE-CXD100 SECTION.
           OPEN INPUT CXD100.
           IF ST-CXD100 > "09"
              MOVE ST-CXD100 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W
              GO TO CONFERE-CXD100-FIM.
           INITIALIZE REG-CXD100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 NOT < "10"
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   ADD 1 TO QT-CONF-W
                   ADD VALOR-CX100 TO TOTAL-CONF-W
                   ADD DATA-MOV-CX100 SEQ-CX100 TO HASH-CONF-W
              END-READ
           END-PERFORM.
           IF ST-CXD100 NOT = "10"
              MOVE ST-CXD100 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W.
           CLOSE CXD100.
       CONFERE-CXD100-FIM.
           CONTINUE.

       DESCARREGA-RCD101 SECTION.
           OPEN INPUT RCD101.
           IF ST-RCD101 > "09"
              MOVE ST-RCD101 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              GO TO DESCARREGA-RCD101-FIM.
           OPEN OUTPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              CLOSE RCD101
              GO TO DESCARREGA-RCD101-FIM.
           INITIALIZE REG-RCD101.
           START RCD101 KEY IS NOT LESS CHAVE-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   ADD 1 TO QT-DESC-W
                   ADD VALOR-REC1 TO TOTAL-DESC-W
                   ADD ALBUM-REC1 NUMERO-REC1 PARCELA-REC1
                       TO HASH-DESC-W
                   MOVE REG-RCD101 TO REG-DESCARGA
                   WRITE REG-DESCARGA
                   IF ST-DESCARGA > "09"
                      MOVE ST-DESCARGA TO ST-ERRO-W
                      MOVE 1 TO SITUACAO-REO-W
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-RCD101 NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-RCD101 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W.
           CLOSE RCD101 DESCARGA.
       DESCARREGA-RCD101-FIM.
           CONTINUE.

       RECARREGA-RCD101 SECTION.
           OPEN OUTPUT RCD101.
           IF ST-RCD101 > "09"
              MOVE ST-RCD101 TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              GO TO RECARREGA-RCD101-FIM.
           OPEN INPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              CLOSE RCD101
              GO TO RECARREGA-RCD101-FIM.
           PERFORM UNTIL ST-DESCARGA NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ DESCARGA AT END
                   MOVE "10" TO ST-DESCARGA
              NOT AT END
                   MOVE REG-DESCARGA TO REG-RCD101
                   WRITE REG-RCD101 INVALID KEY
                         MOVE ST-RCD101 TO ST-ERRO-W
                         MOVE 2 TO SITUACAO-REO-W
                   END-WRITE
              END-READ
           END-PERFORM.
           IF ST-DESCARGA NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W.
           CLOSE RCD101 DESCARGA.
       RECARREGA-RCD101-FIM.
           CONTINUE.

       CONFERE-RCD101 SECTION.
           OPEN INPUT RCD101.
           IF ST-RCD101 > "09"
              MOVE ST-RCD101 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W
              GO TO CONFERE-RCD101-FIM.
           INITIALIZE REG-RCD101.
           START RCD101 KEY IS NOT LESS CHAVE-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 NOT < "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   ADD 1 TO QT-CONF-W
                   ADD VALOR-REC1 TO TOTAL-CONF-W
                   ADD ALBUM-REC1 NUMERO-REC1 PARCELA-REC1
                       TO HASH-CONF-W
              END-READ
           END-PERFORM.
           IF ST-RCD101 NOT = "10"
              MOVE ST-RCD101 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W.
           CLOSE RCD101.
       CONFERE-RCD101-FIM.
           CONTINUE.

       DESCARREGA-MTD020 SECTION.
           OPEN INPUT MTD020.
           IF ST-MTD020 > "09"
              MOVE ST-MTD020 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              GO TO DESCARREGA-MTD020-FIM.
           OPEN OUTPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W
              CLOSE MTD020
              GO TO DESCARREGA-MTD020-FIM.
           INITIALIZE REG-MTD020.
           START MTD020 KEY IS NOT LESS ALBUM-MTG INVALID KEY
                 MOVE "10" TO ST-MTD020
           END-START.
           PERFORM UNTIL ST-MTD020 NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ MTD020 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD020
              NOT AT END
                   ADD 1 TO QT-DESC-W
                   ADD QT-FOTOS-MTG TO TOTAL-DESC-W
                   ADD CONTRATO-MTG NRALBUM-MTG TO HASH-DESC-W
                   MOVE REG-MTD020 TO REG-DESCARGA
                   WRITE REG-DESCARGA
                   IF ST-DESCARGA > "09"
                      MOVE ST-DESCARGA TO ST-ERRO-W
                      MOVE 1 TO SITUACAO-REO-W
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-MTD020 NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-MTD020 TO ST-ERRO-W
              MOVE 1 TO SITUACAO-REO-W.
           CLOSE MTD020 DESCARGA.
       DESCARREGA-MTD020-FIM.
           CONTINUE.

       RECARREGA-MTD020 SECTION.
           OPEN OUTPUT MTD020.
           IF ST-MTD020 > "09"
              MOVE ST-MTD020 TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              GO TO RECARREGA-MTD020-FIM.
           OPEN INPUT DESCARGA.
           IF ST-DESCARGA > "09"
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W
              CLOSE MTD020
              GO TO RECARREGA-MTD020-FIM.
           PERFORM UNTIL ST-DESCARGA NOT < "10"
                      OR SITUACAO-REO-W NOT = 0
              READ DESCARGA AT END
                   MOVE "10" TO ST-DESCARGA
              NOT AT END
                   MOVE REG-DESCARGA TO REG-MTD020
                   WRITE REG-MTD020 INVALID KEY
                         MOVE ST-MTD020 TO ST-ERRO-W
                         MOVE 2 TO SITUACAO-REO-W
                   END-WRITE
              END-READ
           END-PERFORM.
           IF ST-DESCARGA NOT = "10" AND SITUACAO-REO-W = 0
              MOVE ST-DESCARGA TO ST-ERRO-W
              MOVE 2 TO SITUACAO-REO-W.
           CLOSE MTD020 DESCARGA.
       RECARREGA-MTD020-FIM.
           CONTINUE.

       CONFERE-MTD020 SECTION.
           OPEN INPUT MTD020.
           IF ST-MTD020 > "09"
              MOVE ST-MTD020 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W
              GO TO CONFERE-MTD020-FIM.
           INITIALIZE REG-MTD020.
           START MTD020 KEY IS NOT LESS ALBUM-MTG INVALID KEY
                 MOVE "10" TO ST-MTD020
           END-START.
           PERFORM UNTIL ST-MTD020 NOT < "10"
              READ MTD020 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD020
              NOT AT END
                   ADD 1 TO QT-CONF-W
                   ADD QT-FOTOS-MTG TO TOTAL-CONF-W
                   ADD CONTRATO-MTG NRALBUM-MTG TO HASH-CONF-W
              END-READ
           END-PERFORM.
           IF ST-MTD020 NOT = "10"
              MOVE ST-MTD020 TO ST-ERRO-W
              MOVE 3 TO SITUACAO-REO-W.
           CLOSE MTD020.
       CONFERE-MTD020-FIM.
           CONTINUE.

      *    Tres linhas por arquivo: descarga (arquivo velho), arquivo
      *    novo e o ganho de espaco/tempo de leitura sequencial
       IMPRIME-RESULTADO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE ARQUIVO-W TO LINDET-REL (1: 8).
           EVALUATE SITUACAO-REO-W
               WHEN 0 MOVE "REORGANIZADO"         TO LINDET-REL (11: 20)
                      ADD 1 TO QT-REORG-W
               WHEN 1 MOVE "*ERRO NA DESCARGA*"   TO LINDET-REL (11: 20)
               WHEN 2 MOVE "*ERRO NA RECARGA*"    TO LINDET-REL (11: 20)
               WHEN 3 MOVE "*DIVERGENCIA*"        TO LINDET-REL (11: 20)
               WHEN 4 MOVE "*ERRO AO RENOMEAR*"   TO LINDET-REL (11: 20)
               WHEN 5 MOVE "*COPIA ANT.PENDENTE*" TO LINDET-REL (11: 20)
           END-EVALUATE.
           IF SITUACAO-REO-W NOT = 0
              ADD 1 TO QT-FALHA-W.
           DISPLAY ARQUIVO-W " " LINDET-REL (11: 20) " " ST-ERRO-W.
           IF SITUACAO-REO-W = 5
              MOVE "USE A OPCAO 2 DEPOIS DE CONFERIR A ULTIMA"
                   TO LINDET-REL (32: 41)
              PERFORM IMPRIME-LINDET
              GO TO IMPRIME-RESULTADO-FIM.
           MOVE "ANTES"            TO LINDET-REL (32: 8).
           MOVE QT-DESC-W          TO QT-E.
           MOVE QT-E               TO LINDET-REL (41: 11).
           MOVE TOTAL-DESC-W       TO TOTAL-E.
           MOVE TOTAL-E            TO LINDET-REL (54: 20).
           MOVE HASH-DESC-W        TO HASH-E.
           MOVE HASH-E             TO LINDET-REL (76: 23).
           MOVE TAMANHO-ANT-W      TO TAMANHO-E.
           MOVE TAMANHO-E          TO LINDET-REL (101: 15).
           MOVE SEG-ANT-W          TO SEG-E.
           MOVE SEG-E              TO LINDET-REL (120: 6).
           PERFORM IMPRIME-LINDET.
           IF SITUACAO-REO-W = 1 OR SITUACAO-REO-W = 4
              MOVE "ST "           TO LINDET-REL (11: 3)
              MOVE ST-ERRO-W       TO LINDET-REL (14: 2)
              MOVE "ARQUIVO ORIGINAL INTACTO"
                                   TO LINDET-REL (32: 24)
              PERFORM IMPRIME-LINDET
              GO TO IMPRIME-RESULTADO-FIM.
           IF ST-ERRO-W NOT = SPACES
              MOVE "ST "           TO LINDET-REL (11: 3)
              MOVE ST-ERRO-W       TO LINDET-REL (14: 2).
           MOVE "DEPOIS"           TO LINDET-REL (32: 8).
           MOVE QT-CONF-W          TO QT-E.
           MOVE QT-E               TO LINDET-REL (41: 11).
           MOVE TOTAL-CONF-W       TO TOTAL-E.
           MOVE TOTAL-E            TO LINDET-REL (54: 20).
           MOVE HASH-CONF-W        TO HASH-E.
           MOVE HASH-E             TO LINDET-REL (76: 23).
           MOVE TAMANHO-NOVO-W     TO TAMANHO-E.
           MOVE TAMANHO-E          TO LINDET-REL (101: 15).
           MOVE SEG-NOVO-W         TO SEG-E.
           MOVE SEG-E              TO LINDET-REL (120: 6).
           PERFORM IMPRIME-LINDET.
           IF SITUACAO-REO-W NOT = 0
              MOVE "ARQUIVO ANTERIOR DEVOLVIDO AO LUGAR"
                                   TO LINDET-REL (32: 35)
              PERFORM IMPRIME-LINDET
              GO TO IMPRIME-RESULTADO-FIM.
           COMPUTE GANHO-ESPACO-W = TAMANHO-ANT-W - TAMANHO-NOVO-W.
           MOVE ZEROS TO PCT-GANHO-W.
           IF TAMANHO-ANT-W > ZEROS
              COMPUTE PCT-GANHO-W ROUNDED =
                      GANHO-ESPACO-W * 100 / TAMANHO-ANT-W.
           COMPUTE SEG-GANHO-W = SEG-ANT-W - SEG-NOVO-W.
           MOVE "GANHO"            TO LINDET-REL (32: 8).
           MOVE GANHO-ESPACO-W     TO GANHO-E.
           MOVE "ESPACO "          TO LINDET-REL (41: 7).
           MOVE GANHO-E            TO LINDET-REL (48: 15).
           MOVE " BYTES ("         TO LINDET-REL (63: 8).
           MOVE PCT-GANHO-W        TO PCT-E.
           MOVE PCT-E              TO LINDET-REL (71: 6).
           MOVE "%)  LEITURA "     TO LINDET-REL (77: 12).
           MOVE SEG-GANHO-W        TO SEG-GANHO-E.
           MOVE SEG-GANHO-E        TO LINDET-REL (89: 6).
           MOVE " SEG  JOB "       TO LINDET-REL (95: 10).
           MOVE SEG-TOTAL-W        TO SEG-E.
           MOVE SEG-E              TO LINDET-REL (105: 6).
           MOVE " SEG"             TO LINDET-REL (111: 4).
           PERFORM IMPRIME-LINDET.
           MOVE "COPIA ANTERIOR EM "  TO LINDET-REL (32: 18).
           MOVE PATH-ANT-W            TO LINDET-REL (50: 64).
           PERFORM IMPRIME-LINDET.
       IMPRIME-RESULTADO-FIM.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.

      *    Descarte da copia anterior - so depois do arquivo novo
      *    conferido em uso; sem ela nao ha mais volta.
       DESCARTA-ESCOLHIDOS SECTION.
           IF ARQ-OPCAO-W = 5
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                 MOVE NOME-ARQUIVO-W (K) TO ARQUIVO-W
                 PERFORM DESCARTA-ANTERIOR
              END-PERFORM
           ELSE
              MOVE NOME-ARQUIVO-W (ARQ-OPCAO-W) TO ARQUIVO-W
              PERFORM DESCARTA-ANTERIOR.

       DESCARTA-ANTERIOR SECTION.
           PERFORM MONTA-CAMINHOS.
           MOVE PATH-ANT-W TO PATH-MEDIR-W.
           PERFORM MEDE-ARQUIVO.
           IF EXISTE-W = 0
              DISPLAY ARQUIVO-W " SEM COPIA ANTERIOR"
              GO TO DESCARTA-ANTERIOR-FIM.
           DISPLAY "CONFIRMA DESCARTAR A COPIA ANTERIOR DO "
                   ARQUIVO-W " (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              DISPLAY "DESCARTE CANCELADO"
              GO TO DESCARTA-ANTERIOR-FIM.
           CALL "CBL_DELETE_FILE" USING PATH-ANT-W
                RETURNING RESULT-ARQ-W.
           CALL "CBL_DELETE_FILE" USING PATH-ANT-IDX-W
                RETURNING RESULT-REN-W.
           MOVE SPACES TO LINDET-REL.
           MOVE ARQUIVO-W TO LINDET-REL (1: 8).
           IF RESULT-ARQ-W = ZEROS
              MOVE "COPIA ANTERIOR DESCARTADA" TO LINDET-REL (11: 30)
           ELSE
              MOVE "*ERRO AO DESCARTAR*"       TO LINDET-REL (11: 30).
           DISPLAY LINDET-REL (1: 40).
           PERFORM IMPRIME-LINDET.
       DESCARTA-ANTERIOR-FIM.
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
           CLOSE RELAT.

       END PROGRAM GRREO1.
