       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRLAY1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONTROLE DE VERSAO DE LAYOUT DOS ARQUIVOS POR EMPRESA
      *        E EXECUTOR DAS CONVERSOES - CADA MUDANCA DE LAYOUT ERA
      *        UM PROGRAMA AVULSO (ALTCH13A, ALTLB028/105, GALHO49/
      *        50/54/59, GALHO99B) RODADO A MAO EM CADA PASTA; EMPRESA
      *        RESTAURADA DE COPIA ANTIGA OU CRIADA DEPOIS FICAVA SEM
      *        A CONVERSAO E OS PROGRAMAS CAIAM COM STATUS 39.
      *        A TABELA DE PASSOS E VERSOES ESPERADAS ESTA NO GRLAYV;
      *        A VERSAO DE CADA ARQUIVO NA EMPRESA NO GRD032 E O LOG
      *        DE CADA PASSO NO GRD033. O CAP000 BLOQUEIA A EMPRESA
      *        COM PASSO PENDENTE.
      *        OPCAO 1 - APLICA OS PASSOS PENDENTES NA ORDEM DA
      *                  TABELA, COM A EMPRESA PARADA (RECUSA SE HA
      *                  SESSAO ATIVA, COMO O GRREO1); PARA NO
      *                  PRIMEIRO PASSO QUE FALHAR. ROTINA PADRAO (TIPO
      *                  1) E CHAMADA DIRETO; PROGRAMA ANTIGO DE TELA
      *                  (TIPO 2) E EXECUTADO E O OPERADOR CONFIRMA O
      *                  RESULTADO - DESATENDIDO ("GRLAY1 EMP 1") PARA
      *                  NELE.
      *        OPCAO 2 - IMPLANTACAO: REGISTRA OS ARQUIVOS SEM
      *                  REGISTRO DE UMA EMPRESA QUE JA RODOU AS
      *                  CONVERSOES ANTIGAS (UMA VEZ POR EMPRESA): NA
      *                  MAIOR VERSAO DE PASSO TIPO 2 DO ARQUIVO, OU 0
      *                  SE ELE SO TEM PASSO TIPO 1 - AS ROTINAS
      *                  PADRAO (GRCV) FICAM PENDENTES P/ A OPCAO 1.
      *                  ARQUIVO QUE AINDA NAO EXISTE VAI P/ A VERSAO
      *                  ATUAL, POIS NASCE NO LAYOUT NOVO.
      *        OPCAO 3 - AJUSTA A VERSAO DE UM ARQUIVO (EX.: ARQUIVO
      *                  RESTAURADO DE COPIA DE VERSAO CONHECIDA).
      *        OPCAO 4 - RELATORIO: VERSAO NA EMPRESA X ESPERADA POR
      *                  ARQUIVO E O LOG DAS CONVERSOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX032.
           COPY GRVX033.

           SELECT USELOG ASSIGN TO LB-USELOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-USELOG.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW032.
           COPY GRVW033.

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
           05  ST-GRD032             PIC XX       VALUE SPACES.
           05  ST-GRD033             PIC XX       VALUE SPACES.
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
           05  DESATENDIDO-W         PIC 9        VALUE ZEROS.
           05  PARA-W                PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACE.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  QT-SESSAO-W           PIC 9(3)     VALUE ZEROS.
           05  QT-ATIVAS-W           PIC 9(3)     VALUE ZEROS.
           05  QT-PASSOS-W           PIC 9(3)     VALUE ZEROS.
           05  QT-APLICADOS-W        PIC 9(3)     VALUE ZEROS.
           05  QT-REGISTRADOS-W      PIC 9(3)     VALUE ZEROS.
           05  REPETIDO-W            PIC 9        VALUE ZEROS.
           05  ARQUIVO-W             PIC X(8)     VALUE SPACES.
           05  VERSAO-W              PIC 9(3)     VALUE ZEROS.
           05  VERSAO-EMP-W          PIC 9(3)     VALUE ZEROS.
           05  VERSAO-ESP-W          PIC 9(3)     VALUE ZEROS.
           05  VERSAO-IMPL-W         PIC 9(3)     VALUE ZEROS.
           05  TEM-REGISTRO-W        PIC 9        VALUE ZEROS.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  RESULT-ARQ-W          PIC S9(4) COMP VALUE ZEROS.
           05  PROGRAMA-CONV-W       PIC X(8)     VALUE SPACES.
           05  ORIGEM-W              PIC 9        VALUE ZEROS.
           05  SITUACAO-W            PIC X(30)    VALUE SPACES.
           05  QT-E                  PIC ZZZ.ZZZ.ZZ9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  HORA-SISTEMA-W            PIC 9(8)     VALUE ZEROS.

      *    Passos carregados do GRLAYV (modo 2)
       01  TABELA-PASSOS.
           05  TAB-PASSO OCCURS 99 TIMES.
               10  TP-ARQUIVO        PIC X(8).
               10  TP-VERSAO         PIC 9(3).
               10  TP-PROGRAMA       PIC X(8).
               10  TP-TIPO           PIC 9.
               10  TP-DESCRICAO      PIC X(40).

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
           05  PROGRAMA-W            PIC X(8)     VALUE "GRLAY1".
           05  SET-LOG-W             PIC X        VALUE "?".

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GRD032       PIC X(60)    VALUE SPACES.
           05  PATH-GRD033       PIC X(60)    VALUE SPACES.
           05  PATH-MEDIR-W      PIC X(60)    VALUE SPACES.

       01  DETALHE-ARQ-W.
           05  TAMANHO-ARQ-W         PIC X(8) COMP-X.
           05  DIA-ARQ-W             PIC X    COMP-X.
           05  MES-ARQ-W             PIC X    COMP-X.
           05  ANO-ARQ-W             PIC X(2) COMP-X.
           05  HORA-ARQ-W            PIC X    COMP-X.
           05  MINUTO-ARQ-W          PIC X    COMP-X.
           05  SEGUNDO-ARQ-W         PIC X    COMP-X.
           05  CENTESIMO-ARQ-W       PIC X    COMP-X.

       01  COMANDO-W                 PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           05  FILLER            PIC X(1).
           05  OPCAO-PARM-W      PIC 9(1)     VALUE ZEROS.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRLAYV.
           05  GRLAYV-EMPRESA    PIC X(3).
           05  GRLAYV-USUARIO    PIC X(5).
           05  GRLAYV-MODO       PIC 9(1).
           05  GRLAYV-PASSO      PIC 9(3).
           05  GRLAYV-ARQUIVO    PIC X(8).
           05  GRLAYV-VERSAO     PIC 9(3).
           05  GRLAYV-VERSAO-EMP PIC 9(3).
           05  GRLAYV-PROGRAMA   PIC X(8).
           05  GRLAYV-TIPO       PIC 9(1).
           05  GRLAYV-DESCRICAO  PIC X(40).
           05  GRLAYV-QT-PEND    PIC 9(3).
           05  GRLAYV-RETORNO    PIC 9(1).

       01  PARAMETROS-GRCONV.
           05  GRCONV-EMPRESA    PIC X(3).
           05  GRCONV-ARQUIVO    PIC X(8).
           05  GRCONV-QT-REG     PIC 9(9).
           05  GRCONV-ST         PIC X(2).
           05  GRCONV-RETORNO    PIC 9(1).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRLAY1 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(44)  VALUE
           "VERSAO DE LAYOUT DOS ARQUIVOS".
           05  FILLER            PIC X(32)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB03.
           05  CAB03-REL         PIC X(130) VALUE SPACES.
       01  CAB03-VERSOES.
           05  FILLER            PIC X(10)  VALUE "ARQUIVO".
           05  FILLER            PIC X(8)   VALUE "EMPRESA".
           05  FILLER            PIC X(10)  VALUE "ESPERADA".
           05  FILLER            PIC X(10)  VALUE "PROGRAMA".
           05  FILLER            PIC X(42)  VALUE "PASSO".
           05  FILLER            PIC X(50)  VALUE "SITUACAO".
       01  CAB03-LOG.
           05  FILLER            PIC X(10)  VALUE "DATA".
           05  FILLER            PIC X(8)   VALUE "HORA".
           05  FILLER            PIC X(10)  VALUE "ARQUIVO".
           05  FILLER            PIC X(10)  VALUE "DE   PARA".
           05  FILLER            PIC X(10)  VALUE "PROGRAMA".
           05  FILLER            PIC X(5)   VALUE "TIPO".
           05  FILLER            PIC X(13)  VALUE "   REGISTROS".
           05  FILLER            PIC X(33)  VALUE "RESULTADO".
           05  FILLER            PIC X(4)   VALUE "ST".
           05  FILLER            PIC X(27)  VALUE "USUARIO".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM APLICA-PENDENTES
                  WHEN 2 PERFORM IMPLANTA-EMPRESA
                  WHEN 3 PERFORM AJUSTA-VERSAO
                  WHEN 4 PERFORM RELATORIO-VERSOES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

      *    Linha de comando: EMPRESA + OPCAO ("GRLAY1 001 1") roda
      *    desatendido; sem opcao pergunta
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           MOVE OPCAO-PARM-W TO OPCAO-W.
           IF OPCAO-W NOT = ZEROS
              MOVE 1 TO DESATENDIDO-W
           ELSE
              DISPLAY "1-APLICA PENDENTES  2-IMPLANTACAO  3-AJUSTA "
                      "VERSAO  4-RELATORIO: " WITH NO ADVANCING
              ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           CALL "GRFINA" USING OPERADOR-W TASK-W PROGRAMA-W
                               SET-LOG-W.
           MOVE EMPRESA-W TO CAB01-EMPRESA GRPATH-EMPRESA
                             GRLAYV-EMPRESA GRCONV-EMPRESA.
           MOVE OPERADOR-W (1: 5) TO GRLAYV-USUARIO.
           PERFORM CARREGA-PASSOS.
           IF OPCAO-W = 1
              PERFORM VERIFICA-SESSOES
              IF ERRO-W = 1
                 GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE "GRD032" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD032.
           MOVE "GRD033" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD033.
           OPEN I-O GRD032.
           IF ST-GRD032 = "35"
              CLOSE GRD032      OPEN OUTPUT GRD032
              CLOSE GRD032      OPEN I-O GRD032.
           IF ST-GRD032 > "09"
              DISPLAY "ERRO ABERTURA GRD032: " ST-GRD032
              MOVE 1 TO ERRO-W.
           OPEN I-O GRD033.
           IF ST-GRD033 = "35"
              CLOSE GRD033      OPEN OUTPUT GRD033
              CLOSE GRD033      OPEN I-O GRD033.
           IF ST-GRD033 > "09"
              DISPLAY "ERRO ABERTURA GRD033: " ST-GRD033
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              OPEN OUTPUT RELAT.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

       CARREGA-PASSOS SECTION.
           MOVE ZEROS TO QT-PASSOS-W GRLAYV-RETORNO.
           MOVE 2     TO GRLAYV-MODO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 99 OR GRLAYV-RETORNO = 9
              MOVE I TO GRLAYV-PASSO
              CALL "GRLAYV" USING PARAMETROS-GRLAYV
              IF GRLAYV-RETORNO = 0
                 ADD 1 TO QT-PASSOS-W
                 MOVE GRLAYV-ARQUIVO   TO TP-ARQUIVO (I)
                 MOVE GRLAYV-VERSAO    TO TP-VERSAO (I)
                 MOVE GRLAYV-PROGRAMA  TO TP-PROGRAMA (I)
                 MOVE GRLAYV-TIPO      TO TP-TIPO (I)
                 MOVE GRLAYV-DESCRICAO TO TP-DESCRICAO (I)
              END-IF
           END-PERFORM.

      *    Mesma reconstituicao do GRUSE1/GRREO1: a ULTIMA ocorrencia
      *    de cada TASK no log do mes diz se a sessao segue aberta.
      *    Qualquer sessao viva que nao seja a de quem chamou recusa
      *    a conversao.
       VERIFICA-SESSOES SECTION.
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
                      " CONVERSAO RECUSADA ***"
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

      *    Versao do arquivo na empresa: o GRD032; sem registro, 0
      *    se o arquivo ja existe, ou a esperada se ainda nao existe
       LE-VERSAO-EMPRESA SECTION.
           MOVE ARQUIVO-W TO ARQUIVO-GR32.
           READ GRD032 INVALID KEY
                MOVE ZEROS TO TEM-REGISTRO-W VERSAO-EMP-W
           NOT INVALID KEY
                MOVE 1 TO TEM-REGISTRO-W
                MOVE VERSAO-GR32 TO VERSAO-EMP-W
           END-READ.
           MOVE ARQUIVO-W TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MEDIR-W.
           CALL "CBL_CHECK_FILE_EXIST" USING PATH-MEDIR-W
                                             DETALHE-ARQ-W
                RETURNING RESULT-ARQ-W.
           IF RESULT-ARQ-W = ZEROS
              MOVE 1 TO EXISTE-W
           ELSE
              MOVE 0 TO EXISTE-W.
           MOVE 3         TO GRLAYV-MODO.
           MOVE ARQUIVO-W TO GRLAYV-ARQUIVO.
           CALL "GRLAYV" USING PARAMETROS-GRLAYV.
           MOVE GRLAYV-VERSAO TO VERSAO-ESP-W.

       GRAVA-VERSAO SECTION.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           IF TEM-REGISTRO-W = 0
              INITIALIZE REG-GRD032
              MOVE ARQUIVO-W TO ARQUIVO-GR32.
           MOVE VERSAO-W              TO VERSAO-GR32.
           MOVE ORIGEM-W              TO ORIGEM-GR32.
           MOVE PROGRAMA-CONV-W       TO PROGRAMA-GR32.
           MOVE DATA-SISTEMA-N        TO DATA-GR32.
           MOVE HORA-SISTEMA-W (1: 6) TO HORA-GR32.
           MOVE OPERADOR-W (1: 5)     TO USUARIO-GR32.
           IF TEM-REGISTRO-W = 0
              WRITE REG-GRD032 INVALID KEY
                    DISPLAY "ERRO GRAVANDO GRD032: " ST-GRD032
              END-WRITE
           ELSE
              REWRITE REG-GRD032 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO GRD032: " ST-GRD032
              END-REWRITE.
           MOVE 1 TO TEM-REGISTRO-W.

       GRAVA-LOG SECTION.
           MOVE DATA-SISTEMA-N        TO DATA-GR33.
           MOVE HORA-SISTEMA-W (1: 6) TO HORA-GR33.
           MOVE OPERADOR-W (1: 5)     TO USUARIO-GR33.
           WRITE REG-GRD033 INVALID KEY
                 DISPLAY "ERRO GRAVANDO GRD033: " ST-GRD033
           END-WRITE.
           PERFORM IMPRIME-LOG.

      *    ------------------------------------------------------
      *    OPCAO 1 - APLICA OS PASSOS PENDENTES, NA ORDEM
      *    ------------------------------------------------------
       APLICA-PENDENTES SECTION.
           MOVE "CONVERSOES APLICADAS" TO CAB01-TITULO.
           MOVE CAB03-LOG TO CAB03-REL.
           MOVE ZEROS TO PARA-W QT-APLICADOS-W QT-REGISTRADOS-W.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > QT-PASSOS-W OR PARA-W = 1
              PERFORM AVALIA-PASSO
           END-PERFORM.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           IF PARA-W = 1
              MOVE "*** CONVERSAO INTERROMPIDA - PASSOS SEGUINTES NAO"
                                       TO LINDET-REL (1: 50)
              MOVE " APLICADOS ***"    TO LINDET-REL (51: 14)
              DISPLAY "*** CONVERSAO INTERROMPIDA - VEJA O RELATORIO"
           ELSE
              MOVE "PASSOS APLICADOS: " TO LINDET-REL (1: 18)
              MOVE QT-APLICADOS-W       TO LINDET-REL (19: 3)
              MOVE "  ARQUIVOS NOVOS REGISTRADOS: "
                                        TO LINDET-REL (22: 30)
              MOVE QT-REGISTRADOS-W     TO LINDET-REL (52: 3)
              DISPLAY "EMPRESA " EMPRESA-W " EM DIA - "
                      QT-APLICADOS-W " PASSO(S) APLICADO(S)".
           PERFORM IMPRIME-LINDET.

       AVALIA-PASSO SECTION.
           MOVE TP-ARQUIVO (J) TO ARQUIVO-W.
           PERFORM LE-VERSAO-EMPRESA.
           IF TEM-REGISTRO-W = 0 AND EXISTE-W = 0
              MOVE VERSAO-ESP-W TO VERSAO-W
              MOVE 3            TO ORIGEM-W
              MOVE SPACES       TO PROGRAMA-CONV-W
              PERFORM GRAVA-VERSAO
              ADD 1 TO QT-REGISTRADOS-W
              INITIALIZE REG-GRD033
              MOVE ARQUIVO-W    TO ARQUIVO-GR33
              MOVE VERSAO-W     TO VERSAO-PARA-GR33
              MOVE 4            TO RESULTADO-GR33
              PERFORM GRAVA-LOG
              GO TO AVALIA-PASSO-FIM.
           IF VERSAO-EMP-W NOT < TP-VERSAO (J)
              GO TO AVALIA-PASSO-FIM.
           INITIALIZE REG-GRD033.
           MOVE ARQUIVO-W          TO ARQUIVO-GR33.
           MOVE TP-VERSAO (J)      TO VERSAO-PARA-GR33.
           MOVE VERSAO-EMP-W       TO VERSAO-DE-GR33.
           MOVE TP-PROGRAMA (J)    TO PROGRAMA-GR33.
           MOVE TP-TIPO (J)        TO TIPO-GR33.
           DISPLAY "PASSO " J ": " ARQUIVO-W " " VERSAO-EMP-W " -> "
                   TP-VERSAO (J) " " TP-PROGRAMA (J) " "
                   TP-DESCRICAO (J).
           IF TP-TIPO (J) = 1
              PERFORM EXECUTA-ROTINA
           ELSE
              PERFORM EXECUTA-PROGRAMA-TELA.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           IF RESULTADO-GR33 = 0
              MOVE TP-VERSAO (J)   TO VERSAO-W
              MOVE 1               TO ORIGEM-W
              PERFORM GRAVA-VERSAO
              ADD 1 TO QT-APLICADOS-W
           ELSE
              MOVE 1 TO PARA-W.
           PERFORM GRAVA-LOG.
       AVALIA-PASSO-FIM.
           CONTINUE.

       EXECUTA-ROTINA SECTION.
           MOVE TP-PROGRAMA (J) TO PROGRAMA-CONV-W.
           MOVE ARQUIVO-W       TO GRCONV-ARQUIVO.
           MOVE ZEROS           TO GRCONV-QT-REG.
           MOVE SPACES          TO GRCONV-ST.
           MOVE 1               TO GRCONV-RETORNO.
           CALL PROGRAMA-CONV-W USING PARAMETROS-GRCONV
                ON EXCEPTION
                   MOVE "99" TO GRCONV-ST
                   MOVE 1    TO GRCONV-RETORNO
           END-CALL.
           MOVE GRCONV-QT-REG    TO QT-REG-GR33.
           MOVE GRCONV-ST        TO ST-GR33.
           IF GRCONV-RETORNO = 0
              MOVE 0 TO RESULTADO-GR33
           ELSE
              MOVE 1 TO RESULTADO-GR33.

      *    Programa antigo de tela: le a empresa do CONTROLE, entao
      *    tem de estar com esta empresa selecionada; o resultado
      *    so o operador sabe dizer
       EXECUTA-PROGRAMA-TELA SECTION.
           IF DESATENDIDO-W = 1
              DISPLAY "PROGRAMA DE TELA - RODAR A OPCAO 1 ASSISTIDA"
              MOVE 2 TO RESULTADO-GR33
              GO TO EXECUTA-PROGRAMA-TELA-FIM.
           DISPLAY "RODA " TP-PROGRAMA (J) " COM A EMPRESA "
                   EMPRESA-W " SELECIONADA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              MOVE 2 TO RESULTADO-GR33
              GO TO EXECUTA-PROGRAMA-TELA-FIM.
           MOVE TP-PROGRAMA (J) TO PROGRAMA-CONV-W.
           MOVE SPACES TO COMANDO-W.
           MOVE TP-PROGRAMA (J) TO COMANDO-W.
           CALL "SYSTEM" USING COMANDO-W.
           DISPLAY TP-PROGRAMA (J) " TERMINOU SEM ERRO E O ARQUIVO "
                   "NOVO ESTA NO LUGAR (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
              MOVE 0 TO RESULTADO-GR33
           ELSE
              MOVE 2 TO RESULTADO-GR33.
       EXECUTA-PROGRAMA-TELA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 2 - IMPLANTACAO: EMPRESA EM DIA, SEM REGISTRO
      *    ------------------------------------------------------
       IMPLANTA-EMPRESA SECTION.
           MOVE "IMPLANTACAO DO CONTROLE DE VERSAO" TO CAB01-TITULO.
           MOVE CAB03-LOG TO CAB03-REL.
           DISPLAY "EMPRESA " EMPRESA-W " JA RODOU AS CONVERSOES"
                   " ANTIGAS (ALTCH13A, ALTLB, GALHO) (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              DISPLAY "IMPLANTACAO CANCELADA"
              GO TO IMPLANTA-EMPRESA-FIM.
           MOVE ZEROS TO QT-REGISTRADOS-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-PASSOS-W
              PERFORM VERIFICA-REPETIDO
              IF REPETIDO-W = 0
                 MOVE TP-ARQUIVO (J) TO ARQUIVO-W
                 PERFORM LE-VERSAO-EMPRESA
                 IF TEM-REGISTRO-W = 0
                    PERFORM VERSAO-IMPLANTACAO
                    MOVE VERSAO-IMPL-W TO VERSAO-W
                    MOVE 2            TO ORIGEM-W
                    MOVE SPACES       TO PROGRAMA-CONV-W
                    PERFORM GRAVA-VERSAO
                    ADD 1 TO QT-REGISTRADOS-W
                    INITIALIZE REG-GRD033
                    MOVE ARQUIVO-W    TO ARQUIVO-GR33
                    MOVE VERSAO-W     TO VERSAO-PARA-GR33
                    MOVE 3            TO RESULTADO-GR33
                    PERFORM GRAVA-LOG
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY QT-REGISTRADOS-W " ARQUIVO(S) REGISTRADO(S)".
       IMPLANTA-EMPRESA-FIM.
           CONTINUE.

      *    Versao de implantacao: a empresa ja rodou os programas
      *    antigos (tipo 2), mas nao as rotinas padrao (tipo 1), que
      *    ficam pendentes; arquivo ainda nao criado nasce no layout
      *    atual
       VERSAO-IMPLANTACAO SECTION.
           IF EXISTE-W = 0
              MOVE VERSAO-ESP-W TO VERSAO-IMPL-W
              GO TO VERSAO-IMPLANTACAO-FIM.
           MOVE ZEROS TO VERSAO-IMPL-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-PASSOS-W
              IF TP-ARQUIVO (K) = ARQUIVO-W AND TP-TIPO (K) = 2
                 AND TP-VERSAO (K) > VERSAO-IMPL-W
                 MOVE TP-VERSAO (K) TO VERSAO-IMPL-W
              END-IF
           END-PERFORM.
       VERSAO-IMPLANTACAO-FIM.
           CONTINUE.

       VERIFICA-REPETIDO SECTION.
           MOVE ZEROS TO REPETIDO-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K NOT < J
              IF TP-ARQUIVO (K) = TP-ARQUIVO (J)
                 MOVE 1 TO REPETIDO-W
              END-IF
           END-PERFORM.

      *    ------------------------------------------------------
      *    OPCAO 3 - AJUSTE MANUAL DA VERSAO DE UM ARQUIVO
      *    ------------------------------------------------------
       AJUSTA-VERSAO SECTION.
           MOVE "AJUSTE MANUAL DE VERSAO" TO CAB01-TITULO.
           MOVE CAB03-LOG TO CAB03-REL.
           DISPLAY "ARQUIVO: " WITH NO ADVANCING.
           ACCEPT ARQUIVO-W.
           PERFORM LE-VERSAO-EMPRESA.
           IF GRLAYV-RETORNO = 9
              DISPLAY "ARQUIVO SEM CONTROLE DE VERSAO"
              GO TO AJUSTA-VERSAO-FIM.
           DISPLAY "VERSAO NA EMPRESA: " VERSAO-EMP-W
                   "  ESPERADA: " VERSAO-ESP-W.
           DISPLAY "VERSAO REAL DO ARQUIVO: " WITH NO ADVANCING.
           ACCEPT VERSAO-W.
           IF VERSAO-W > VERSAO-ESP-W
              DISPLAY "VERSAO ACIMA DA ESPERADA"
              GO TO AJUSTA-VERSAO-FIM.
           DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO AJUSTA-VERSAO-FIM.
           INITIALIZE REG-GRD033.
           MOVE ARQUIVO-W    TO ARQUIVO-GR33.
           MOVE VERSAO-EMP-W TO VERSAO-DE-GR33.
           MOVE VERSAO-W     TO VERSAO-PARA-GR33.
           MOVE 3            TO RESULTADO-GR33.
           MOVE 2            TO ORIGEM-W.
           MOVE SPACES       TO PROGRAMA-CONV-W.
           PERFORM GRAVA-VERSAO.
           PERFORM GRAVA-LOG.
       AJUSTA-VERSAO-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 4 - RELATORIO DE VERSOES E LOG
      *    ------------------------------------------------------
       RELATORIO-VERSOES SECTION.
           MOVE CAB03-VERSOES TO CAB03-REL.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-PASSOS-W
              MOVE TP-ARQUIVO (J) TO ARQUIVO-W
              PERFORM LE-VERSAO-EMPRESA
              PERFORM IMPRIME-PASSO
           END-PERFORM.
           MOVE "LOG DAS CONVERSOES" TO CAB01-TITULO.
           MOVE CAB03-LOG TO CAB03-REL.
           MOVE 99 TO LIN.
           INITIALIZE REG-GRD033.
           START GRD033 KEY IS NOT LESS CHAVE-GR33 INVALID KEY
                 MOVE "10" TO ST-GRD033
           END-START.
           PERFORM UNTIL ST-GRD033 = "10"
              READ GRD033 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD033
              NOT AT END
                   PERFORM IMPRIME-LOG
              END-READ
           END-PERFORM.

       IMPRIME-PASSO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE ARQUIVO-W          TO LINDET-REL (1: 8).
           IF TEM-REGISTRO-W = 1
              MOVE VERSAO-EMP-W    TO LINDET-REL (11: 3).
           MOVE TP-VERSAO (J)      TO LINDET-REL (19: 3).
           MOVE TP-PROGRAMA (J)    TO LINDET-REL (29: 8).
           MOVE TP-DESCRICAO (J)   TO LINDET-REL (39: 40).
           EVALUATE TRUE
               WHEN TEM-REGISTRO-W = 0 AND EXISTE-W = 0
                    MOVE "ARQUIVO AINDA NAO CRIADO"  TO SITUACAO-W
               WHEN TEM-REGISTRO-W = 0
                    MOVE "*SEM REGISTRO (VERSAO 0)*" TO SITUACAO-W
               WHEN VERSAO-EMP-W < TP-VERSAO (J)
                    MOVE "*PENDENTE*"                TO SITUACAO-W
               WHEN OTHER
                    MOVE "APLICADO"                  TO SITUACAO-W
           END-EVALUATE.
           MOVE SITUACAO-W         TO LINDET-REL (81: 30).
           PERFORM IMPRIME-LINDET.

       IMPRIME-LOG SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-GR33          TO LINDET-REL (1: 8).
           MOVE HORA-GR33          TO LINDET-REL (11: 6).
           MOVE ARQUIVO-GR33       TO LINDET-REL (19: 8).
           MOVE VERSAO-DE-GR33     TO LINDET-REL (29: 3).
           MOVE VERSAO-PARA-GR33   TO LINDET-REL (34: 3).
           MOVE PROGRAMA-GR33      TO LINDET-REL (39: 8).
           IF TIPO-GR33 NOT = ZEROS
              MOVE TIPO-GR33       TO LINDET-REL (50: 1).
           MOVE QT-REG-GR33        TO QT-E.
           MOVE QT-E               TO LINDET-REL (54: 11).
           EVALUATE RESULTADO-GR33
               WHEN 0 MOVE "APLICADA"             TO SITUACAO-W
               WHEN 1 MOVE "*ERRO - NAO APLICADA*" TO SITUACAO-W
               WHEN 2 MOVE "*NAO CONFIRMADA*"     TO SITUACAO-W
               WHEN 3 MOVE "AJUSTE/IMPLANTACAO"   TO SITUACAO-W
               WHEN 4 MOVE "ARQUIVO NOVO"         TO SITUACAO-W
           END-EVALUATE.
           MOVE SITUACAO-W         TO LINDET-REL (67: 30).
           MOVE ST-GR33            TO LINDET-REL (100: 2).
           MOVE USUARIO-GR33       TO LINDET-REL (104: 5).
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
           CLOSE RELAT GRD032 GRD033.

       END PROGRAM GRLAY1.
