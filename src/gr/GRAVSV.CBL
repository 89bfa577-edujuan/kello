       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRAVSV.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Avisos da entrada e do menu (CAP000): as    *
                      *   mensagens do sistema (GRD036) validas agora *
                      *   p/ o usuario - todos, a empresa ou o perfil *
                      *   dele no CAD027 - e a janela de manutencao   *
                      *   da empresa (GRD037) em andamento ou a       *
                      *   proxima programada. Administrador e quem    *
                      *   tem a liberacao "GRAVS1" no CAD004 da       *
                      *   empresa; so ele entra durante a janela.     *
                      *   Mensagens e janelas sao cadastradas no      *
                      *   GRAVS1; o GRUSE1 mostra a janela (modo 3).  *
                      *                                               *
                      *   Formato: CALL "GRAVSV" USING PARAMETROS-    *
                      *            GRAVSV                             *
                      *                                               *
                      *   01  PARAMETROS-GRAVSV                       *
                      *       05 GRAVSV-EMPRESA     PIC X(003)        *
                      *       05 GRAVSV-COD-USUARIO PIC 9(003)        *
                      *       05 GRAVSV-MODO        PIC 9(001)        *
                      *          1-ENTRADA NO SISTEMA                 *
                      *          2-VERIFICACAO PERIODICA DO MENU      *
                      *          3-SO A JANELA (SEM MENSAGENS)        *
                      *       05 GRAVSV-RETORNO     PIC 9(001)        *
                      *          0-SEM JANELA DE MANUTENCAO           *
                      *          1-JANELA EM ANDAMENTO                *
                      *          2-JANELA PROGRAMADA, PRAZO DE SAIDA  *
                      *            HOJE OU JA VENCIDO                 *
                      *          3-JANELA PROGRAMADA P/ OUTRO DIA     *
                      *       05 GRAVSV-ADMIN       PIC 9(001)        *
                      *          1-USUARIO ADMINISTRADOR              *
                      *       05 GRAVSV-DATA-INI    PIC 9(008)        *
                      *       05 GRAVSV-HORA-INI    PIC 9(004)        *
                      *       05 GRAVSV-DATA-FIM    PIC 9(008)        *
                      *       05 GRAVSV-HORA-FIM    PIC 9(004)        *
                      *       05 GRAVSV-DATA-SAIDA  PIC 9(008)        *
                      *       05 GRAVSV-HORA-SAIDA  PIC 9(004)        *
                      *       05 GRAVSV-MOTIVO      PIC X(060)        *
                      *       05 GRAVSV-QT-MSG      PIC 9(002)        *
                      *       05 GRAVSV-MENSAGEM OCCURS 10 TIMES      *
                      *          10 GRAVSV-NUMERO   PIC 9(006)        *
                      *          10 GRAVSV-TEXTO    PIC X(060)        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX036.
           COPY GRVX037.
           COPY CAPX004.
           COPY CAPX027.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW036.
           COPY GRVW037.
           COPY CAPW004.
           COPY CAPW027.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-GRD036             PIC XX       VALUE SPACES.
           05  ST-GRD037             PIC XX       VALUE SPACES.
           05  ST-CAD004             PIC XX       VALUE SPACES.
           05  ST-CAD027             PIC XX       VALUE SPACES.
           05  PERFIL-W              PIC 9(3)     VALUE ZEROS.
           05  AGORA-W               PIC 9(12)    VALUE ZEROS.
           05  INICIO-W              PIC 9(12)    VALUE ZEROS.
           05  FIM-W                 PIC 9(12)    VALUE ZEROS.
           05  HORA-SISTEMA-W        PIC 9(8)     VALUE ZEROS.
           05  HORA-SISTEMA-R REDEFINES HORA-SISTEMA-W.
               10  HHMM-SIS-W        PIC 9(4).
               10  FILLER            PIC 9(4).
           05  DATA-SISTEMA-W        PIC 9(8)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.

       01  PATH-GRD037               PIC X(60)    VALUE SPACES.
       01  PATH-CAD004               PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA        PIC X(3).
           05  GRPATH-ARQUIVO        PIC X(8).
           05  GRPATH-CAMINHO        PIC X(60).

       LINKAGE SECTION.

       01  PARAMETROS-GRAVSV.
           05  GRAVSV-EMPRESA        PIC X(3).
           05  GRAVSV-COD-USUARIO    PIC 9(3).
           05  GRAVSV-MODO           PIC 9(1).
           05  GRAVSV-RETORNO        PIC 9(1).
           05  GRAVSV-ADMIN          PIC 9(1).
           05  GRAVSV-DATA-INI       PIC 9(8).
           05  GRAVSV-HORA-INI       PIC 9(4).
           05  GRAVSV-DATA-FIM       PIC 9(8).
           05  GRAVSV-HORA-FIM       PIC 9(4).
           05  GRAVSV-DATA-SAIDA     PIC 9(8).
           05  GRAVSV-HORA-SAIDA     PIC 9(4).
           05  GRAVSV-MOTIVO         PIC X(60).
           05  GRAVSV-QT-MSG         PIC 9(2).
           05  GRAVSV-MENSAGEM OCCURS 10 TIMES.
               10  GRAVSV-NUMERO     PIC 9(6).
               10  GRAVSV-TEXTO      PIC X(60).

       PROCEDURE DIVISION USING PARAMETROS-GRAVSV.

       MAIN-PROCESS SECTION.
           MOVE ZEROS  TO GRAVSV-RETORNO GRAVSV-ADMIN GRAVSV-QT-MSG
                          GRAVSV-DATA-INI GRAVSV-HORA-INI
                          GRAVSV-DATA-FIM GRAVSV-HORA-FIM
                          GRAVSV-DATA-SAIDA GRAVSV-HORA-SAIDA.
           MOVE SPACES TO GRAVSV-MOTIVO.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           COMPUTE AGORA-W = (DATA-SISTEMA-W * 10000)
                           + HHMM-SIS-W.
           MOVE GRAVSV-EMPRESA TO GRPATH-EMPRESA.
           PERFORM VERIFICA-ADMINISTRADOR.
           PERFORM VERIFICA-JANELA.
           IF GRAVSV-MODO NOT = 3
              PERFORM CARREGA-PERFIL
              PERFORM CARREGA-MENSAGENS.
           EXIT PROGRAM.

      *    administrador = liberacao "GRAVS1" do usuario no CAD004
       VERIFICA-ADMINISTRADOR SECTION.
           MOVE "CAD004" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CAD004.
           OPEN INPUT CAD004.
           IF ST-CAD004 > "09"
              GO TO VERIFICA-ADMINISTRADOR-FIM.
           MOVE GRAVSV-COD-USUARIO TO COD-USUARIO-CA004.
           MOVE "GRAVS1"           TO PROGRAMA-CA004.
           READ CAD004 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO GRAVSV-ADMIN
           END-READ.
           CLOSE CAD004.
       VERIFICA-ADMINISTRADOR-FIM.
           CONTINUE.

      *    a primeira janela nao cancelada que ainda nao terminou
      *    (chave = inicio, entao a mais proxima)
       VERIFICA-JANELA SECTION.
           MOVE "GRD037" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD037.
           OPEN INPUT GRD037.
           IF ST-GRD037 > "09"
              GO TO VERIFICA-JANELA-FIM.
           MOVE ZEROS TO ACHOU-W.
           INITIALIZE REG-GRD037.
           START GRD037 KEY IS NOT LESS CHAVE-GR37 INVALID KEY
                 MOVE "10" TO ST-GRD037
           END-START.
           PERFORM UNTIL ST-GRD037 = "10" OR ACHOU-W = 1
              READ GRD037 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD037
              NOT AT END
                   COMPUTE FIM-W = (DATA-FIM-GR37 * 10000)
                                 + HORA-FIM-GR37
                   IF SITUACAO-GR37 = 0 AND FIM-W > AGORA-W
                      MOVE 1 TO ACHOU-W
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE GRD037.
           IF ACHOU-W = 0
              GO TO VERIFICA-JANELA-FIM.
           MOVE DATA-INI-GR37   TO GRAVSV-DATA-INI.
           MOVE HORA-INI-GR37   TO GRAVSV-HORA-INI.
           MOVE DATA-FIM-GR37   TO GRAVSV-DATA-FIM.
           MOVE HORA-FIM-GR37   TO GRAVSV-HORA-FIM.
           MOVE DATA-SAIDA-GR37 TO GRAVSV-DATA-SAIDA.
           MOVE HORA-SAIDA-GR37 TO GRAVSV-HORA-SAIDA.
           MOVE MOTIVO-GR37     TO GRAVSV-MOTIVO.
           COMPUTE INICIO-W = (DATA-INI-GR37 * 10000) + HORA-INI-GR37.
           IF INICIO-W NOT > AGORA-W
              MOVE 1 TO GRAVSV-RETORNO
           ELSE
              IF DATA-SAIDA-GR37 NOT > DATA-SISTEMA-W
                 MOVE 2 TO GRAVSV-RETORNO
              ELSE
                 MOVE 3 TO GRAVSV-RETORNO.
       VERIFICA-JANELA-FIM.
           CONTINUE.

       CARREGA-PERFIL SECTION.
           MOVE ZEROS TO PERFIL-W.
           OPEN INPUT CAD027.
           IF ST-CAD027 > "09"
              GO TO CARREGA-PERFIL-FIM.
           MOVE GRAVSV-COD-USUARIO TO USUARIO-CA027.
           READ CAD027 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE PERFIL-CA027 TO PERFIL-W
           END-READ.
           CLOSE CAD027.
       CARREGA-PERFIL-FIM.
           CONTINUE.

       CARREGA-MENSAGENS SECTION.
           OPEN INPUT GRD036.
           IF ST-GRD036 > "09"
              GO TO CARREGA-MENSAGENS-FIM.
           INITIALIZE REG-GRD036.
           START GRD036 KEY IS NOT LESS NUMERO-GR36 INVALID KEY
                 MOVE "10" TO ST-GRD036
           END-START.
           PERFORM UNTIL ST-GRD036 = "10" OR GRAVSV-QT-MSG = 10
              READ GRD036 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD036
              NOT AT END
                   PERFORM SELECIONA-MENSAGEM
              END-READ
           END-PERFORM.
           CLOSE GRD036.
       CARREGA-MENSAGENS-FIM.
           CONTINUE.

       SELECIONA-MENSAGEM SECTION.
           IF SITUACAO-GR36 NOT = 0
              GO TO SELECIONA-MENSAGEM-FIM.
           COMPUTE INICIO-W = (DATA-INI-GR36 * 10000) + HORA-INI-GR36.
           COMPUTE FIM-W    = (DATA-FIM-GR36 * 10000) + HORA-FIM-GR36.
           IF INICIO-W > AGORA-W OR FIM-W NOT > AGORA-W
              GO TO SELECIONA-MENSAGEM-FIM.
           EVALUATE DESTINO-GR36
               WHEN 1 CONTINUE
               WHEN 2 IF EMPRESA-GR36 NOT = GRAVSV-EMPRESA
                         GO TO SELECIONA-MENSAGEM-FIM
                      END-IF
               WHEN 3 IF PERFIL-GR36 NOT = PERFIL-W
                         OR PERFIL-W = ZEROS
                         GO TO SELECIONA-MENSAGEM-FIM
                      END-IF
               WHEN OTHER GO TO SELECIONA-MENSAGEM-FIM
           END-EVALUATE.
           ADD 1 TO GRAVSV-QT-MSG.
           MOVE NUMERO-GR36 TO GRAVSV-NUMERO (GRAVSV-QT-MSG).
           MOVE TEXTO-GR36  TO GRAVSV-TEXTO (GRAVSV-QT-MSG).
       SELECIONA-MENSAGEM-FIM.
           CONTINUE.

       END PROGRAM GRAVSV.
