       AUTHOR: MARELI AMANCIO VOLPATO.
       PROGRAM: ALTERA��O DE SENHA
       DATE: 17/11/1998
      *  15/10/2026 - ASN - empresa (linha de comando) com conversao de
      *  layout pendente (GRLAYV/GRD032) fica bloqueada; so o GRLAY1
      *  roda ate a empresa ficar em dia.
      *  15/10/2026 - ASN - mensagens do sistema (GRD036) na entrada e
      *  de tempos em tempos no menu; janela de manutencao da empresa
      *  (GRD037) recusa quem nao e administrador e avisa quem ja esta
      *  no menu p/ sair ate o prazo (GRAVSV/GRAVS1).
      *  15/10/2026 - ASN - entrada recusada na manutencao encerra o
      *  programa sem abrir o menu; mensagem so conta como mostrada
      *  quando aparece na tela (a verificacao do menu nao perde as
      *  que ainda estavam na fila).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           05  tty-cmd-len           pic x(04) comp-5.
           05  status-code           pic 9(5) comp-5.
       01  run-unit-id               pic x(8) comp-5.
       01  PARAMETROS-W.
           05  EMPRESA-W      PIC X(3)     VALUE SPACES.
       01  MENSAGEM-VERSAO-W  PIC X(80)    VALUE SPACES.
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
       01  PARAMETROS-USUARIO.
           05  USUARIO-W      PIC X(5).
           05  SENHA-W        PIC 9(4) COMP-3.
           05  IMPRESSORA-W   PIC 99.
           05  COD-USUARIO-W  PIC 9(3).
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
      *    avisos a mostrar, um por volta do menu (com o numero da
      *    mensagem GRD036, zero p/ os da manutencao), e as mensagens
      *    ja mostradas nesta sessao (nao repetem na verificacao do
      *    menu)
       01  AVISOS-W.
           05  MANUTENCAO-W          PIC 9        VALUE ZEROS.
           05  MENSAGEM-MANUT-W      PIC X(60)    VALUE SPACES.
           05  QT-AVISO-W            PIC 9(2)     VALUE ZEROS.
           05  IND-AVISO-W           PIC 9(2)     VALUE ZEROS.
           05  AVISO-W               PIC X(60)    OCCURS 12 TIMES.
           05  AVISO-NUM-W           PIC 9(6)     OCCURS 12 TIMES.
           05  QT-MOSTRADA-W         PIC 9(2)     VALUE ZEROS.
           05  MOSTRADA-W            PIC 9(6)     OCCURS 50 TIMES.
           05  I-AV                  PIC 9(2)     VALUE ZEROS.
           05  J-AV                  PIC 9(2)     VALUE ZEROS.
           05  ACHOU-AV-W            PIC 9        VALUE ZEROS.
           05  DATA-ULT-AV-W         PIC 9(8)     VALUE ZEROS.
           05  MIN-ULT-AV-W          PIC 9(4)     VALUE ZEROS.
           05  MIN-AGORA-AV-W        PIC 9(4)     VALUE ZEROS.
           05  DIF-MIN-AV-W          PIC S9(5)    VALUE ZEROS.
           05  DATA-AGORA-AV-W       PIC 9(8)     VALUE ZEROS.
           05  HORA-AGORA-AV-W       PIC 9(8)     VALUE ZEROS.
           05  HORA-AGORA-AV-R REDEFINES HORA-AGORA-AV-W.
               10  HH-AGORA-AV       PIC 9(2).
               10  MI-AGORA-AV       PIC 9(2).
               10  FILLER            PIC 9(4).
       01  DATA-AV-W.
           05  AA-AV                 PIC 9(4).
           05  MM-AV                 PIC 9(2).
           05  DD-AV                 PIC 9(2).
       01  DATA-AV-N REDEFINES DATA-AV-W PIC 9(8).
       01  HORA-AV-W.
           05  HH-AV                 PIC 9(2).
           05  MI-AV                 PIC 9(2).
       01  HORA-AV-N REDEFINES HORA-AV-W PIC 9(4).
       01  DATA-HORA-AV-E.
           05  DD-AV-E               PIC 9(2).
           05  FILLER                PIC X        VALUE "/".
           05  MM-AV-E               PIC 9(2).
           05  FILLER                PIC X        VALUE SPACE.
           05  HH-AV-E               PIC 9(2).
           05  FILLER                PIC X        VALUE ":".
           05  MI-AV-E               PIC 9(2).
       01  INICIO-AV-E               PIC X(11)    VALUE SPACES.
       01  FIM-AV-E                  PIC X(11)    VALUE SPACES.
       01  SAIDA-AV-E                PIC X(11)    VALUE SPACES.

       PROCEDURE DIVISION.

           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           MOVE "MARA"      TO USUARIO-W.
           MOVE 2           TO IMPRESSORA-W.
           MOVE 1           TO COD-USUARIO-W.
           MOVE ZEROS       TO SENHA-W.
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE ZEROS TO ERRO-W.
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO
           PERFORM VERIFICA-VERSOES-LAYOUT.
           MOVE 1 TO GRAVSV-MODO.
           PERFORM VERIFICA-AVISOS.
      *    empresa em manutencao: quem nao e administrador nao entra
           IF MANUTENCAO-W = 1
              MOVE MENSAGEM-MANUT-W TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO FINALIZAR-PROGRAMA.
           IF ERRO-W = 1
              MOVE MENSAGEM-VERSAO-W TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
              PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
                    PERFORM CHAMAR-PROGRAMA
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM VERIFICA-AVISOS-MENU
           PERFORM PROXIMO-AVISO
           PERFORM CALL-DIALOG-SYSTEM.
       CHAMAR-PROGRAMA SECTION.
      *    empresa em manutencao: so administrador
           IF MANUTENCAO-W = 1
              MOVE MENSAGEM-MANUT-W TO GS-MENSAGEM-ERRO
              MOVE "EXIBE-ERRO" TO DS-PROCEDURE
              GO TO CHAMAR-PROGRAMA-FIM.
      *    empresa bloqueada por conversao pendente: so o GRLAY1
           IF ERRO-W = 1 AND GS-PROGRAMA (1: 6) NOT = "GRLAY1"
              MOVE MENSAGEM-VERSAO-W TO GS-MENSAGEM-ERRO
              MOVE "EXIBE-ERRO" TO DS-PROCEDURE
              GO TO CHAMAR-PROGRAMA-FIM.
           MOVE GS-PROGRAMA TO command-line.
           move PARAMETROS-USUARIO  to command-line(10: 20)
           move 30                  to command-line-len

                                    by value     tty-cmd-len
                                    returning    status-code
           END-CALL.
           IF GS-PROGRAMA (1: 6) = "GRLAY1"
              PERFORM VERIFICA-VERSOES-LAYOUT.
       CHAMAR-PROGRAMA-FIM.
           EXIT.

      *    Versao de layout dos arquivos da empresa x a esperada
      *    pelos programas (GRLAYV); pendente ou erro bloqueia
       VERIFICA-VERSOES-LAYOUT SECTION.
           MOVE ZEROS     TO ERRO-W.
           MOVE SPACES    TO MENSAGEM-VERSAO-W.
           MOVE EMPRESA-W TO GRLAYV-EMPRESA.
           MOVE USUARIO-W TO GRLAYV-USUARIO.
           MOVE 1         TO GRLAYV-MODO.
           CALL "GRLAYV" USING PARAMETROS-GRLAYV.
           IF GRLAYV-RETORNO = 1
              STRING "EMPRESA " EMPRESA-W " COM " GRLAYV-QT-PEND
                     " CONVERSAO(OES) PENDENTE(S) - "
                     DELIMITED BY SIZE
                     GRLAYV-ARQUIVO DELIMITED BY SPACE
                     " P/ VERSAO " GRLAYV-VERSAO
                     " - RODAR GRLAY1" DELIMITED BY SIZE
                     INTO MENSAGEM-VERSAO-W
              MOVE 1 TO ERRO-W
           ELSE
              IF GRLAYV-RETORNO NOT = 0
                 STRING "EMPRESA " EMPRESA-W " - ERRO NO CONTROLE DE"
                        " VERSAO DE LAYOUT (GRD032)"
                        DELIMITED BY SIZE INTO MENSAGEM-VERSAO-W
                 MOVE 1 TO ERRO-W.

      *    Mensagens do sistema e janela de manutencao (GRAVSV):
      *    monta a fila de avisos, mostrados um por volta do menu
       VERIFICA-AVISOS SECTION.
           MOVE EMPRESA-W     TO GRAVSV-EMPRESA.
           MOVE COD-USUARIO-W TO GRAVSV-COD-USUARIO.
           CALL "GRAVSV" USING PARAMETROS-GRAVSV.
           MOVE ZEROS TO QT-AVISO-W IND-AVISO-W MANUTENCAO-W.
           MOVE GRAVSV-DATA-INI   TO DATA-AV-N.
           MOVE GRAVSV-HORA-INI   TO HORA-AV-N.
           PERFORM FORMATA-DATA-AVISO.
           MOVE DATA-HORA-AV-E    TO INICIO-AV-E.
           MOVE GRAVSV-DATA-FIM   TO DATA-AV-N.
           MOVE GRAVSV-HORA-FIM   TO HORA-AV-N.
           PERFORM FORMATA-DATA-AVISO.
           MOVE DATA-HORA-AV-E    TO FIM-AV-E.
           MOVE GRAVSV-DATA-SAIDA TO DATA-AV-N.
           MOVE GRAVSV-HORA-SAIDA TO HORA-AV-N.
           PERFORM FORMATA-DATA-AVISO.
           MOVE DATA-HORA-AV-E    TO SAIDA-AV-E.
           MOVE SPACES TO MENSAGEM-MANUT-W.
           EVALUATE TRUE
               WHEN GRAVSV-RETORNO = 1 AND GRAVSV-ADMIN = 1
                    STRING "EMPRESA " EMPRESA-W " EM MANUTENCAO ATE "
                           FIM-AV-E " (ADMINISTRADOR)"
                           DELIMITED BY SIZE INTO MENSAGEM-MANUT-W
               WHEN GRAVSV-RETORNO = 1 AND GRAVSV-MODO = 1
                    STRING "EMPRESA " EMPRESA-W " EM MANUTENCAO ATE "
                           FIM-AV-E " - ENTRADA RECUSADA"
                           DELIMITED BY SIZE INTO MENSAGEM-MANUT-W
                    MOVE 1 TO MANUTENCAO-W
               WHEN GRAVSV-RETORNO = 1
                    STRING "EMPRESA " EMPRESA-W " EM MANUTENCAO ATE "
                           FIM-AV-E " - SAIR DO SISTEMA"
                           DELIMITED BY SIZE INTO MENSAGEM-MANUT-W
                    MOVE 1 TO MANUTENCAO-W
               WHEN GRAVSV-RETORNO = 2
                    STRING "MANUTENCAO EM " INICIO-AV-E
                           " - SAIR DO SISTEMA ATE " SAIDA-AV-E
                           DELIMITED BY SIZE INTO MENSAGEM-MANUT-W
               WHEN GRAVSV-RETORNO = 3 AND GRAVSV-MODO = 1
                    STRING "MANUTENCAO PROGRAMADA DE " INICIO-AV-E
                           " ATE " FIM-AV-E
                           DELIMITED BY SIZE INTO MENSAGEM-MANUT-W
           END-EVALUATE.
           IF MENSAGEM-MANUT-W NOT = SPACES
              ADD 1 TO QT-AVISO-W
              MOVE MENSAGEM-MANUT-W TO AVISO-W (QT-AVISO-W)
              MOVE ZEROS            TO AVISO-NUM-W (QT-AVISO-W)
              IF GRAVSV-MOTIVO NOT = SPACES
                 ADD 1 TO QT-AVISO-W
                 MOVE GRAVSV-MOTIVO TO AVISO-W (QT-AVISO-W)
                 MOVE ZEROS         TO AVISO-NUM-W (QT-AVISO-W)
              END-IF
           END-IF.
           PERFORM VARYING I-AV FROM 1 BY 1 UNTIL I-AV > GRAVSV-QT-MSG
              MOVE ZEROS TO ACHOU-AV-W
              PERFORM VARYING J-AV FROM 1 BY 1
                      UNTIL J-AV > QT-MOSTRADA-W
                 IF MOSTRADA-W (J-AV) = GRAVSV-NUMERO (I-AV)
                    MOVE 1 TO ACHOU-AV-W
                 END-IF
              END-PERFORM
              IF ACHOU-AV-W = 0
                 ADD 1 TO QT-AVISO-W
                 MOVE GRAVSV-TEXTO (I-AV) TO AVISO-W (QT-AVISO-W)
                 MOVE GRAVSV-NUMERO (I-AV)
                                     TO AVISO-NUM-W (QT-AVISO-W)
              END-IF
           END-PERFORM.
           ACCEPT DATA-ULT-AV-W FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA-AV-W FROM TIME.
           COMPUTE MIN-ULT-AV-W = (HH-AGORA-AV * 60) + MI-AGORA-AV.

       FORMATA-DATA-AVISO SECTION.
           MOVE DD-AV TO DD-AV-E.
           MOVE MM-AV TO MM-AV-E.
           MOVE HH-AV TO HH-AV-E.
           MOVE MI-AV TO MI-AV-E.

      *    no menu, de 5 em 5 minutos (a cada volta do dialogo)
       VERIFICA-AVISOS-MENU SECTION.
           ACCEPT DATA-AGORA-AV-W FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA-AV-W FROM TIME.
           COMPUTE MIN-AGORA-AV-W = (HH-AGORA-AV * 60) + MI-AGORA-AV.
           COMPUTE DIF-MIN-AV-W = MIN-AGORA-AV-W - MIN-ULT-AV-W.
           IF DATA-AGORA-AV-W NOT = DATA-ULT-AV-W
              OR DIF-MIN-AV-W NOT < 5
              MOVE 2 TO GRAVSV-MODO
              PERFORM VERIFICA-AVISOS.

       PROXIMO-AVISO SECTION.
           IF IND-AVISO-W < QT-AVISO-W
              ADD 1 TO IND-AVISO-W
              MOVE AVISO-W (IND-AVISO-W) TO GS-MENSAGEM-ERRO
              MOVE "EXIBE-ERRO" TO DS-PROCEDURE
              IF AVISO-NUM-W (IND-AVISO-W) NOT = ZEROS
                 AND QT-MOSTRADA-W < 50
                 ADD 1 TO QT-MOSTRADA-W
                 MOVE AVISO-NUM-W (IND-AVISO-W)
                                  TO MOSTRADA-W (QT-MOSTRADA-W).

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
