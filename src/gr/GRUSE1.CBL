                      *   o registro de encerramento no log, sem      *
                      *   tocar nas sessoes vivas); e emite o pico    *
                      *   de usuarios simultaneos por dia.            *
                      *   A lista de sessoes ativas mostra tambem a   *
                      *   janela de manutencao da empresa (linha de   *
                      *   comando, GRAVSV/GRD037) em andamento ou a   *
                      *   proxima programada, com o prazo de saida.   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05  DATA-HOJE-N-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-REG-W-X          PIC X(8)     VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W             PIC X(3)     VALUE SPACES.

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

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-SESSOES ATIVAS  2-LIMPAR SESSAO PRESA"
                   "  3-CONCORRENCIA: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
              END-IF
           END-PERFORM.
           DISPLAY "SESSOES ATIVAS: " QT-ATIVAS-W.
           PERFORM MOSTRA-MANUTENCAO.
       LISTA-ATIVAS-FIM.
           CONTINUE.

      *    janela de manutencao da empresa: em andamento ou a proxima
       MOSTRA-MANUTENCAO SECTION.
           MOVE EMPRESA-W TO GRAVSV-EMPRESA.
           MOVE ZEROS     TO GRAVSV-COD-USUARIO.
           MOVE 3         TO GRAVSV-MODO.
           CALL "GRAVSV" USING PARAMETROS-GRAVSV.
           EVALUATE GRAVSV-RETORNO
               WHEN 0
                    DISPLAY "EMPRESA " EMPRESA-W
                            ": SEM MANUTENCAO PROGRAMADA"
               WHEN 1
                    DISPLAY "EMPRESA " EMPRESA-W
                            ": *** EM MANUTENCAO *** ATE "
                            GRAVSV-DATA-FIM " " GRAVSV-HORA-FIM
                            " - SO ADMINISTRADOR ENTRA"
               WHEN OTHER
                    DISPLAY "EMPRESA " EMPRESA-W ": MANUTENCAO DE "
                            GRAVSV-DATA-INI " " GRAVSV-HORA-INI
                            " ATE " GRAVSV-DATA-FIM " "
                            GRAVSV-HORA-FIM
                    DISPLAY "   PRAZO P/ SAIR: " GRAVSV-DATA-SAIDA
                            " " GRAVSV-HORA-SAIDA
           END-EVALUATE.
           IF GRAVSV-RETORNO NOT = 0
              DISPLAY "   MOTIVO: " GRAVSV-MOTIVO.

      *    parado = dias desde a ultima atividade (GRDIFD, a data do
      *    registro conta) mais a diferenca de horario - so a hora
      *    deixaria uma sessao parada desde ontem com parada zero
