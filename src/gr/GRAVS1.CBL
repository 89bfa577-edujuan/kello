       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVS1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: AVISOS AOS USUARIOS E MANUTENCAO PROGRAMADA - SO P/
      *        ADMINISTRADOR (LIBERACAO "GRAVS1" NO CAD004, DADA PELO
      *        CAP026). O CAP000 MOSTRA AS MENSAGENS NA ENTRADA E DE
      *        TEMPOS EM TEMPOS NO MENU (GRAVSV).
      *        OPCAO 1 - INCLUI MENSAGEM (GRD036) P/ TODOS, P/ UMA
      *                  EMPRESA OU P/ UM PERFIL (CAD027), COM O
      *                  INICIO E O FIM DA VALIDADE.
      *        OPCAO 2 - CANCELA MENSAGEM.
      *        OPCAO 3 - PROGRAMA JANELA DE MANUTENCAO DA EMPRESA
      *                  (GRD037): DENTRO DELA SO ADMINISTRADOR
      *                  ENTRA, E QUEM ESTA NO MENU E AVISADO P/ SAIR
      *                  ATE O PRAZO DE SAIDA.
      *        OPCAO 4 - CANCELA JANELA DE MANUTENCAO.
      *        OPCAO 5 - LISTA AS MENSAGENS E AS JANELAS DA EMPRESA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX036.
           COPY GRVX037.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW036.
           COPY GRVW037.

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD036             PIC XX       VALUE SPACES.
           05  ST-GRD037             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  COD-USUARIO-W         PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  NUMERO-W              PIC 9(6)     VALUE ZEROS.
           05  DATA-INV-W            PIC X(8)     VALUE SPACES.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  HORA-INI-W            PIC 9(4)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  HORA-FIM-W            PIC 9(4)     VALUE ZEROS.
           05  DATA-SAIDA-W          PIC 9(8)     VALUE ZEROS.
           05  HORA-SAIDA-W          PIC 9(4)     VALUE ZEROS.
           05  INICIO-W              PIC 9(12)    VALUE ZEROS.
           05  FIM-W                 PIC 9(12)    VALUE ZEROS.
           05  SAIDA-W               PIC 9(12)    VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  SITUACAO-W            PIC X(10)    VALUE SPACES.

       01  REG-GRD036-SALVO          PIC X(131)   VALUE SPACES.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GRD037       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

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

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM INCLUI-MENSAGEM
                  WHEN 2 PERFORM CANCELA-MENSAGEM
                  WHEN 3 PERFORM INCLUI-JANELA
                  WHEN 4 PERFORM CANCELA-JANELA
                  WHEN 5 PERFORM LISTA-MENSAGENS
                         PERFORM LISTA-JANELAS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           DISPLAY "USUARIO........: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "CODIGO USUARIO.: " WITH NO ADVANCING.
           ACCEPT COD-USUARIO-W.
      *    administrador = liberacao "GRAVS1" no CAD004 da empresa
           MOVE EMPRESA-W     TO GRAVSV-EMPRESA.
           MOVE COD-USUARIO-W TO GRAVSV-COD-USUARIO.
           MOVE 3             TO GRAVSV-MODO.
           CALL "GRAVSV" USING PARAMETROS-GRAVSV.
           IF GRAVSV-ADMIN NOT = 1
              DISPLAY "USUARIO SEM LIBERACAO GRAVS1 (CAP026)"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           DISPLAY "1-INCLUI MENSAGEM  2-CANCELA MENSAGEM  "
                   "3-PROGRAMA MANUTENCAO".
           DISPLAY "4-CANCELA MANUTENCAO  5-LISTA: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           OPEN I-O GRD036.
           IF ST-GRD036 = "35"
              CLOSE GRD036      OPEN OUTPUT GRD036
              CLOSE GRD036      OPEN I-O GRD036.
           IF ST-GRD036 > "09"
              DISPLAY "ERRO ABERTURA GRD036: " ST-GRD036
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE EMPRESA-W TO GRPATH-EMPRESA.
           MOVE "GRD037"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD037.
           OPEN I-O GRD037.
           IF ST-GRD037 = "35"
              CLOSE GRD037      OPEN OUTPUT GRD037
              CLOSE GRD037      OPEN I-O GRD037.
           IF ST-GRD037 > "09"
              DISPLAY "ERRO ABERTURA GRD037: " ST-GRD037
              MOVE 1 TO ERRO-W.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 1 - INCLUI MENSAGEM (NUMERO = ULTIMO + 1)
      *    ------------------------------------------------------
       INCLUI-MENSAGEM SECTION.
           INITIALIZE REG-GRD036.
           DISPLAY "DESTINO 1-TODOS 2-EMPRESA 3-PERFIL: "
                   WITH NO ADVANCING.
           ACCEPT DESTINO-GR36.
           EVALUATE DESTINO-GR36
               WHEN 1 CONTINUE
               WHEN 2 DISPLAY "EMPRESA: " WITH NO ADVANCING
                      ACCEPT EMPRESA-GR36
               WHEN 3 DISPLAY "PERFIL.: " WITH NO ADVANCING
                      ACCEPT PERFIL-GR36
               WHEN OTHER
                      DISPLAY "DESTINO INVALIDO"
                      GO TO INCLUI-MENSAGEM-FIM
           END-EVALUATE.
           DISPLAY "TEXTO: " WITH NO ADVANCING.
           ACCEPT TEXTO-GR36.
           IF TEXTO-GR36 = SPACES
              GO TO INCLUI-MENSAGEM-FIM.
           PERFORM PEDE-PERIODO.
           IF ERRO-W = 1
              GO TO INCLUI-MENSAGEM-FIM.
           MOVE DATA-INI-W TO DATA-INI-GR36.
           MOVE HORA-INI-W TO HORA-INI-GR36.
           MOVE DATA-FIM-W TO DATA-FIM-GR36.
           MOVE HORA-FIM-W TO HORA-FIM-GR36.
           MOVE ZEROS          TO SITUACAO-GR36.
           MOVE USUARIO-W      TO USUARIO-GR36.
           MOVE DATA-SISTEMA-N TO DATA-CAD-GR36.
           PERFORM ULTIMA-MENSAGEM.
           ADD 1 TO NUMERO-W.
           MOVE NUMERO-W TO NUMERO-GR36.
           WRITE REG-GRD036 INVALID KEY
                 DISPLAY "ERRO GRAVANDO GRD036: " ST-GRD036
                 GO TO INCLUI-MENSAGEM-FIM
           END-WRITE.
           DISPLAY "MENSAGEM " NUMERO-GR36 " INCLUIDA".
       INCLUI-MENSAGEM-FIM.
           CONTINUE.

      *    guarda o registro em montagem enquanto procura o ultimo
       ULTIMA-MENSAGEM SECTION.
           MOVE ZEROS TO NUMERO-W.
           MOVE REG-GRD036 TO REG-GRD036-SALVO.
           INITIALIZE REG-GRD036.
           START GRD036 KEY IS NOT LESS NUMERO-GR36 INVALID KEY
                 MOVE "10" TO ST-GRD036
           END-START.
           PERFORM UNTIL ST-GRD036 = "10"
              READ GRD036 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD036
              NOT AT END
                   MOVE NUMERO-GR36 TO NUMERO-W
              END-READ
           END-PERFORM.
           MOVE REG-GRD036-SALVO TO REG-GRD036.

      *    ------------------------------------------------------
      *    OPCAO 2 - CANCELA MENSAGEM
      *    ------------------------------------------------------
       CANCELA-MENSAGEM SECTION.
           PERFORM LISTA-MENSAGENS.
           DISPLAY "NUMERO DA MENSAGEM: " WITH NO ADVANCING.
           ACCEPT NUMERO-W.
           MOVE NUMERO-W TO NUMERO-GR36.
           READ GRD036 INVALID KEY
                DISPLAY "MENSAGEM NAO CADASTRADA"
                GO TO CANCELA-MENSAGEM-FIM
           END-READ.
           IF SITUACAO-GR36 = 1
              DISPLAY "MENSAGEM JA CANCELADA"
              GO TO CANCELA-MENSAGEM-FIM.
           MOVE 1              TO SITUACAO-GR36.
           MOVE USUARIO-W      TO USUARIO-GR36.
           MOVE DATA-SISTEMA-N TO DATA-CAD-GR36.
           REWRITE REG-GRD036 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD036: " ST-GRD036
                   GO TO CANCELA-MENSAGEM-FIM
           END-REWRITE.
           DISPLAY "MENSAGEM CANCELADA".
       CANCELA-MENSAGEM-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 3 - PROGRAMA JANELA DE MANUTENCAO DA EMPRESA
      *    ------------------------------------------------------
       INCLUI-JANELA SECTION.
           PERFORM PEDE-PERIODO.
           IF ERRO-W = 1
              GO TO INCLUI-JANELA-FIM.
           DISPLAY "PRAZO DE SAIDA (DDMMAAAA, BRANCO = INICIO): "
                   WITH NO ADVANCING.
           ACCEPT DATA-INV-W.
           IF DATA-INV-W = SPACES
              MOVE DATA-INI-W TO DATA-SAIDA-W
              MOVE HORA-INI-W TO HORA-SAIDA-W
           ELSE
              CALL "GRIDAT2" USING DATA-INV-W
              MOVE DATA-INV-W TO DATA-SAIDA-W
              DISPLAY "HORA DO PRAZO  (HHMM): " WITH NO ADVANCING
              ACCEPT HORA-SAIDA-W.
           COMPUTE SAIDA-W = (DATA-SAIDA-W * 10000) + HORA-SAIDA-W.
           IF SAIDA-W > INICIO-W OR HORA-SAIDA-W > 2359
              DISPLAY "PRAZO DE SAIDA INVALIDO OU DEPOIS DO INICIO"
              GO TO INCLUI-JANELA-FIM.
           INITIALIZE REG-GRD037.
           DISPLAY "MOTIVO: " WITH NO ADVANCING.
           ACCEPT MOTIVO-GR37.
           MOVE DATA-INI-W     TO DATA-INI-GR37.
           MOVE HORA-INI-W     TO HORA-INI-GR37.
           MOVE DATA-FIM-W     TO DATA-FIM-GR37.
           MOVE HORA-FIM-W     TO HORA-FIM-GR37.
           MOVE DATA-SAIDA-W   TO DATA-SAIDA-GR37.
           MOVE HORA-SAIDA-W   TO HORA-SAIDA-GR37.
           MOVE ZEROS          TO SITUACAO-GR37.
           MOVE USUARIO-W      TO USUARIO-GR37.
           MOVE DATA-SISTEMA-N TO DATA-CAD-GR37.
           WRITE REG-GRD037 INVALID KEY
                 DISPLAY "JA EXISTE JANELA COM ESSE INICIO"
                 GO TO INCLUI-JANELA-FIM
           END-WRITE.
           DISPLAY "MANUTENCAO PROGRAMADA P/ EMPRESA " EMPRESA-W.
       INCLUI-JANELA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 4 - CANCELA JANELA DE MANUTENCAO
      *    ------------------------------------------------------
       CANCELA-JANELA SECTION.
           PERFORM LISTA-JANELAS.
           DISPLAY "INICIO DA JANELA (DDMMAAAA): " WITH NO ADVANCING.
           ACCEPT DATA-INV-W.
           CALL "GRIDAT2" USING DATA-INV-W.
           MOVE DATA-INV-W TO DATA-INI-GR37.
           DISPLAY "HORA DO INICIO   (HHMM)....: " WITH NO ADVANCING.
           ACCEPT HORA-INI-GR37.
           READ GRD037 INVALID KEY
                DISPLAY "JANELA NAO CADASTRADA"
                GO TO CANCELA-JANELA-FIM
           END-READ.
           IF SITUACAO-GR37 = 1
              DISPLAY "JANELA JA CANCELADA"
              GO TO CANCELA-JANELA-FIM.
           DISPLAY "CANCELA A MANUTENCAO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              GO TO CANCELA-JANELA-FIM.
           MOVE 1              TO SITUACAO-GR37.
           MOVE USUARIO-W      TO USUARIO-GR37.
           MOVE DATA-SISTEMA-N TO DATA-CAD-GR37.
           REWRITE REG-GRD037 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD037: " ST-GRD037
                   GO TO CANCELA-JANELA-FIM
           END-REWRITE.
           DISPLAY "MANUTENCAO CANCELADA - ENTRADAS LIBERADAS".
       CANCELA-JANELA-FIM.
           CONTINUE.

      *    inicio e fim (data DDMMAAAA + hora HHMM) de mensagem ou
      *    janela; fim tem de ser depois do inicio
       PEDE-PERIODO SECTION.
           DISPLAY "INICIO (DDMMAAAA): " WITH NO ADVANCING.
           ACCEPT DATA-INV-W.
           CALL "GRIDAT2" USING DATA-INV-W.
           MOVE DATA-INV-W TO DATA-INI-W.
           DISPLAY "HORA   (HHMM)....: " WITH NO ADVANCING.
           ACCEPT HORA-INI-W.
           DISPLAY "FIM    (DDMMAAAA): " WITH NO ADVANCING.
           ACCEPT DATA-INV-W.
           CALL "GRIDAT2" USING DATA-INV-W.
           MOVE DATA-INV-W TO DATA-FIM-W.
           DISPLAY "HORA   (HHMM)....: " WITH NO ADVANCING.
           ACCEPT HORA-FIM-W.
           COMPUTE INICIO-W = (DATA-INI-W * 10000) + HORA-INI-W.
           COMPUTE FIM-W    = (DATA-FIM-W * 10000) + HORA-FIM-W.
           IF FIM-W NOT > INICIO-W
              OR HORA-INI-W > 2359 OR HORA-FIM-W > 2359
              DISPLAY "PERIODO INVALIDO"
              MOVE 1 TO ERRO-W.

      *    ------------------------------------------------------
      *    OPCAO 5 - LISTAGEM
      *    ------------------------------------------------------
       LISTA-MENSAGENS SECTION.
           DISPLAY "NUMERO D EMP PRF INICIO        FIM           "
                   "SITUACAO  TEXTO".
           INITIALIZE REG-GRD036.
           START GRD036 KEY IS NOT LESS NUMERO-GR36 INVALID KEY
                 MOVE "10" TO ST-GRD036
           END-START.
           PERFORM UNTIL ST-GRD036 = "10"
              READ GRD036 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD036
              NOT AT END
                   IF SITUACAO-GR36 = 1
                      MOVE "CANCELADA" TO SITUACAO-W
                   ELSE
                      MOVE "ATIVA"     TO SITUACAO-W
                   END-IF
                   DISPLAY NUMERO-GR36 " " DESTINO-GR36 " "
                           EMPRESA-GR36 " " PERFIL-GR36 " "
                           DATA-INI-GR36 " " HORA-INI-GR36 " "
                           DATA-FIM-GR36 " " HORA-FIM-GR36 " "
                           SITUACAO-W
                   DISPLAY "       " TEXTO-GR36
              END-READ
           END-PERFORM.

       LISTA-JANELAS SECTION.
           DISPLAY "MANUTENCAO DA EMPRESA " EMPRESA-W.
           DISPLAY "INICIO        FIM           PRAZO SAIDA   "
                   "SITUACAO  MOTIVO".
           INITIALIZE REG-GRD037.
           START GRD037 KEY IS NOT LESS CHAVE-GR37 INVALID KEY
                 MOVE "10" TO ST-GRD037
           END-START.
           PERFORM UNTIL ST-GRD037 = "10"
              READ GRD037 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD037
              NOT AT END
                   IF SITUACAO-GR37 = 1
                      MOVE "CANCELADA" TO SITUACAO-W
                   ELSE
                      MOVE "PROGRAMADA" TO SITUACAO-W
                   END-IF
                   DISPLAY DATA-INI-GR37 " " HORA-INI-GR37 " "
                           DATA-FIM-GR37 " " HORA-FIM-GR37 " "
                           DATA-SAIDA-GR37 " " HORA-SAIDA-GR37 " "
                           SITUACAO-W
                   DISPLAY "       " MOTIVO-GR37
              END-READ
           END-PERFORM.

       FINALIZA-PROGRAMA SECTION.
           CLOSE GRD036 GRD037.

       END PROGRAM GRAVS1.
