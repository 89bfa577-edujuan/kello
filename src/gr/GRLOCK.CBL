       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRLOCK.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Tratamento unico de registro bloqueado      *
                      *   (status 9D) nos programas de manutencao e   *
                      *   de baixa. O programa le o registro e, se    *
                      *   vier 9D, chama o GRLOCK (funcao 1) e le de  *
                      *   novo enquanto o retorno for 0 e o status    *
                      *   continuar 9D; no fim chama a funcao 2, que  *
                      *   grava o conflito no GRD034 da empresa.      *
                      *                                               *
                      *   Funcao 1: espera 1 segundo e devolve 0      *
                      *   ate vencer o tempo de espera automatica do  *
                      *   arquivo (GRD035, registro do arquivo ou     *
                      *   "PADRAO", sem nenhum 10 segundos); vencido, *
                      *   mostra quem segura o registro - sessoes     *
                      *   ativas do USELOG do mes (operador, TASK da  *
                      *   estacao, programa e desde quando) que estao *
                      *   em programa que usa o arquivo - e pergunta  *
                      *   se espera mais um tempo ou desiste.         *
                      *   Funcao 2: grava o conflito (so se houve     *
                      *   espera) e limpa o controle p/ a proxima.    *
                      *                                               *
                      *   Formato: CALL "GRLOCK" USING PARAMETROS-    *
                      *            GRLOCK                             *
                      *                                               *
                      *   01  PARAMETROS-GRLOCK                       *
                      *       05 GRLOCK-EMPRESA    PIC X(003)         *
                      *       05 GRLOCK-ARQUIVO    PIC X(008)         *
                      *       05 GRLOCK-CHAVE      PIC X(030)         *
                      *          chave do registro, p/ a tela e o log *
                      *       05 GRLOCK-PROGRAMA   PIC X(008)         *
                      *       05 GRLOCK-FUNCAO     PIC 9(001)         *
                      *          1-REGISTRO BLOQUEADO, ESPERA         *
                      *          2-ENCERRA (LIBERADO OU DESISTENCIA)  *
                      *       05 GRLOCK-SEGUNDOS   PIC 9(005)         *
                      *          zerar antes da primeira chamada      *
                      *       05 GRLOCK-RETORNO    PIC 9(001)         *
                      *          0-LER DE NOVO  1-USUARIO DESISTIU    *
                      *       05 GRLOCK-CONTROLE   PIC X(120)         *
                      *          uso interno entre as chamadas        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX034.
           COPY GRVX035.

           SELECT USELOG ASSIGN TO LB-USELOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-USELOG.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW034.
           COPY GRVW035.

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

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-GRD034             PIC XX       VALUE SPACES.
           05  ST-GRD035             PIC XX       VALUE SPACES.
           05 ER-USELOG.
              10 FS-USELOG             PIC  X(002) VALUE "00".
              10 LB-USELOG.
                 15 FILLER             PIC  X(002) VALUE "GR".
                 15 ANO-USELOG         PIC  9(002) VALUE ZERO.
                 15 MES-USELOG         PIC  9(002) VALUE ZERO.
                 15 FILLER             PIC  X(004) VALUE ".LOG".
                 15 FILLER             PIC  X(040) VALUE SPACES.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  QT-SESSAO-W           PIC 9(3)     VALUE ZEROS.
           05  QT-OUTRAS-W           PIC 9(3)     VALUE ZEROS.
           05  USA-ARQUIVO-W         PIC 9        VALUE ZEROS.
           05  TEMPO-ESPERA-W        PIC 9(3)     VALUE ZEROS.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  SEGUNDOS-E            PIC ZZZZ9.
           05  HORA-SISTEMA-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-SISTEMA-W.
               10  AA-SIS            PIC 9(4).
               10  MM-SIS            PIC 9(2).
               10  DD-SIS            PIC 9(2).
           05  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
           05  TEMPO-1.
               10  HH-1              PIC 9(2).
               10  MM-1              PIC 9(2).
               10  SS-1              PIC 9(2).
               10  CC-1              PIC 9(2).
           05  TEMPO-2.
               10  HH-2              PIC 9(2).
               10  MM-2              PIC 9(2).
               10  SS-2              PIC 9(2).
               10  CC-2              PIC 9(2).
           05  SEGUNDOS-1            PIC 9(8)     VALUE ZEROS.
           05  SEGUNDOS-2            PIC 9(8)     VALUE ZEROS.
           05  DECORRIDO-W           PIC 9(8)     VALUE ZEROS.

       01  PATH-GRD034               PIC X(60)    VALUE SPACES.
       01  PATH-GRD035               PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA        PIC X(3).
           05  GRPATH-ARQUIVO        PIC X(8).
           05  GRPATH-CAMINHO        PIC X(60).

      *    Sessao de quem esta esperando (GRFINA "?")
       01  SESSAO-PROPRIA-W.
           05  OPERADOR-W            PIC X(30)    VALUE SPACES.
           05  TASK-W                PIC 9(6)     VALUE ZEROS.
           05  PROGRAMA-W            PIC X(8)     VALUE SPACES.
           05  SET-LOG-W             PIC X        VALUE "?".

       01  TABELA-SESSOES.
           05  TAB-SESSAO OCCURS 200 TIMES.
               10  TS-TASK           PIC 9(6).
               10  TS-OPERADOR       PIC X(30).
               10  TS-PROGRAMA       PIC X(8).
               10  TS-DATA           PIC X(9).
               10  TS-HORA           PIC X(9).
               10  TS-ATIVA          PIC 9.

      *    Programas que abrem o arquivo p/ atualizacao: a sessao
      *    ativa que esta num deles e quem pode estar segurando o
      *    registro. Programa novo de manutencao entra aqui.
       77  QT-USO-W                  PIC 9(3)     VALUE 29.
       01  TAB-USO.
           05  FILLER PIC X(16) VALUE "CRD020  CRP131  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP132  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP136  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP140  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP142  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP143  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP144  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP145  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP150  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP152  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP157  ".
           05  FILLER PIC X(16) VALUE "CRD020  CRP159  ".
           05  FILLER PIC X(16) VALUE "CRD020  GALHO141".
           05  FILLER PIC X(16) VALUE "CRD020  GALHO126".
           05  FILLER PIC X(16) VALUE "CRD020  GALHO128".
           05  FILLER PIC X(16) VALUE "CRD020  COP115  ".
           05  FILLER PIC X(16) VALUE "CRD020  COP123  ".
           05  FILLER PIC X(16) VALUE "CRD020  CTP100  ".
           05  FILLER PIC X(16) VALUE "CRD020  NFP100  ".
           05  FILLER PIC X(16) VALUE "CRD020  OEP101  ".
           05  FILLER PIC X(16) VALUE "CRD020  GRINT2  ".
           05  FILLER PIC X(16) VALUE "MTD020  MTP047  ".
           05  FILLER PIC X(16) VALUE "MTD020  MTP048  ".
           05  FILLER PIC X(16) VALUE "MTD020  MTP051  ".
           05  FILLER PIC X(16) VALUE "MTD020  MTP058  ".
           05  FILLER PIC X(16) VALUE "MTD020  MTP061  ".
           05  FILLER PIC X(16) VALUE "MTD020  RCP119  ".
           05  FILLER PIC X(16) VALUE "MTD020  GRINT2  ".
           05  FILLER PIC X(16) VALUE "RCD101  GALHO128".
       01  FILLER REDEFINES TAB-USO.
           05  TAB-USO-ITEM OCCURS 29 TIMES.
               10  USO-ARQUIVO       PIC X(8).
               10  USO-PROGRAMA      PIC X(8).

       LINKAGE SECTION.

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA       PIC X(3).
           05  GRLOCK-ARQUIVO       PIC X(8).
           05  GRLOCK-CHAVE         PIC X(30).
           05  GRLOCK-PROGRAMA      PIC X(8).
           05  GRLOCK-FUNCAO        PIC 9(1).
           05  GRLOCK-SEGUNDOS      PIC 9(5).
           05  GRLOCK-RETORNO       PIC 9(1).
           05  GRLOCK-CONTROLE.
               10  GRLOCK-PRAZO         PIC 9(5).
               10  GRLOCK-TEMPO         PIC 9(3).
               10  GRLOCK-ESPEROU       PIC 9(1).
               10  GRLOCK-DATA          PIC 9(8).
               10  GRLOCK-HORA          PIC 9(6).
               10  GRLOCK-TASK          PIC 9(6).
               10  GRLOCK-OPERADOR      PIC X(30).
               10  GRLOCK-DET-TASK      PIC 9(6).
               10  GRLOCK-DET-OPERADOR  PIC X(30).
               10  GRLOCK-DET-PROGRAMA  PIC X(8).
               10  GRLOCK-QT-DET        PIC 9(3).
               10  FILLER               PIC X(14).

       PROCEDURE DIVISION USING PARAMETROS-GRLOCK.

       MAIN-PROCESS SECTION.
           EVALUATE GRLOCK-FUNCAO
               WHEN 1 PERFORM ESPERA-REGISTRO
               WHEN 2 PERFORM ENCERRA-ESPERA
           END-EVALUATE.
           EXIT PROGRAM.

      *    Primeira chamada do conflito: anota inicio, sessao propria
      *    e tempo do arquivo; depois, 1 segundo por chamada ate o
      *    prazo, e no prazo o usuario decide
       ESPERA-REGISTRO SECTION.
           MOVE 0 TO GRLOCK-RETORNO.
           IF GRLOCK-SEGUNDOS = ZEROS
              PERFORM INICIA-CONFLITO.
           IF GRLOCK-SEGUNDOS NOT < GRLOCK-PRAZO
              PERFORM PERGUNTA-USUARIO
              IF GRLOCK-RETORNO = 1
                 GO TO ESPERA-REGISTRO-FIM.
           PERFORM ESPERA-1-SEGUNDO.
           ADD 1 TO GRLOCK-SEGUNDOS.
       ESPERA-REGISTRO-FIM.
           CONTINUE.

       INICIA-CONFLITO SECTION.
           INITIALIZE GRLOCK-CONTROLE.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           MOVE DATA-SISTEMA-N       TO GRLOCK-DATA.
           MOVE HORA-SISTEMA-W (1: 6) TO GRLOCK-HORA.
           MOVE GRLOCK-PROGRAMA TO PROGRAMA-W.
           MOVE "?"             TO SET-LOG-W.
           CALL "GRFINA" USING OPERADOR-W TASK-W PROGRAMA-W
                               SET-LOG-W.
           MOVE TASK-W     TO GRLOCK-TASK.
           MOVE OPERADOR-W TO GRLOCK-OPERADOR.
           PERFORM CARREGA-TEMPO.
           MOVE TEMPO-ESPERA-W TO GRLOCK-TEMPO GRLOCK-PRAZO.
           PERFORM CARREGA-SESSOES.
           DISPLAY "REGISTRO EM USO NO " GRLOCK-ARQUIVO
                   " - AGUARDANDO LIBERACAO...".

      *    GRD035: registro do arquivo, senao o "PADRAO"; sem
      *    arquivo ou sem registro fica o tempo fixo
       CARREGA-TEMPO SECTION.
           MOVE 10 TO TEMPO-ESPERA-W.
           MOVE GRLOCK-EMPRESA TO GRPATH-EMPRESA.
           MOVE "GRD035"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD035.
           OPEN INPUT GRD035.
           IF ST-GRD035 > "09"
              GO TO CARREGA-TEMPO-FIM.
           MOVE GRLOCK-ARQUIVO TO ARQUIVO-GR35.
           READ GRD035 INVALID KEY
                MOVE "PADRAO" TO ARQUIVO-GR35
                READ GRD035 INVALID KEY
                     MOVE ZEROS TO TEMPO-ESPERA-GR35
                END-READ
           END-READ.
           IF ST-GRD035 < "10" AND TEMPO-ESPERA-GR35 > ZEROS
              MOVE TEMPO-ESPERA-GR35 TO TEMPO-ESPERA-W.
           CLOSE GRD035.
       CARREGA-TEMPO-FIM.
           CONTINUE.

      *    Mesma reconstituicao do GRUSE1: a ULTIMA ocorrencia de
      *    cada TASK no log do mes diz onde a sessao esta. Detentor
      *    e sessao ativa, que nao a propria, em programa que usa o
      *    arquivo; o primeiro achado vai p/ o log do conflito.
       CARREGA-SESSOES SECTION.
           MOVE ZEROS  TO QT-SESSAO-W GRLOCK-QT-DET GRLOCK-DET-TASK.
           MOVE SPACES TO GRLOCK-DET-OPERADOR GRLOCK-DET-PROGRAMA.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           MOVE AA-SIS (3: 2) TO ANO-USELOG.
           MOVE MM-SIS        TO MES-USELOG.
           OPEN INPUT USELOG.
           IF FS-USELOG > "09"
              GO TO CARREGA-SESSOES-FIM.
           PERFORM LE-USELOG.
           PERFORM UNTIL FS-USELOG = "10"
              PERFORM CLASSIFICA-REGISTRO
              PERFORM LE-USELOG
           END-PERFORM.
           CLOSE USELOG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-SESSAO-W
              IF TS-ATIVA (I) = 1 AND TS-TASK (I) NOT = GRLOCK-TASK
                 PERFORM VERIFICA-USO
                 IF USA-ARQUIVO-W = 1
                    ADD 1 TO GRLOCK-QT-DET
                    IF GRLOCK-QT-DET = 1
                       MOVE TS-TASK (I)     TO GRLOCK-DET-TASK
                       MOVE TS-OPERADOR (I) TO GRLOCK-DET-OPERADOR
                       MOVE TS-PROGRAMA (I) TO GRLOCK-DET-PROGRAMA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       CARREGA-SESSOES-FIM.
           CONTINUE.

       LE-USELOG SECTION.
           READ USELOG AT END
                MOVE "10" TO FS-USELOG
           END-READ.

       CLASSIFICA-REGISTRO SECTION.
           IF USELOG-TASK = ZEROS OR USELOG-TASK NOT NUMERIC
              GO TO CLASSIFICA-REGISTRO-FIM.
           MOVE ZEROS TO K.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-SESSAO-W
              IF TS-TASK (J) = USELOG-TASK
                 MOVE J TO K
                 MOVE QT-SESSAO-W TO J
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

       VERIFICA-USO SECTION.
           MOVE 0 TO USA-ARQUIVO-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-USO-W
              IF USO-ARQUIVO (J) = GRLOCK-ARQUIVO
                 AND USO-PROGRAMA (J) = TS-PROGRAMA (I)
                 MOVE 1 TO USA-ARQUIVO-W
                 MOVE QT-USO-W TO J
              END-IF
           END-PERFORM.

      *    Prazo vencido: relê o log (a sessao pode ter mudado de
      *    programa enquanto isso) e mostra os detentores; sem
      *    nenhum em programa do arquivo, lista as outras sessoes
      *    ativas, que alguma delas esta com o registro
       PERGUNTA-USUARIO SECTION.
           PERFORM CARREGA-SESSOES.
           MOVE GRLOCK-SEGUNDOS TO SEGUNDOS-E.
           DISPLAY "REGISTRO " GRLOCK-CHAVE " DO " GRLOCK-ARQUIVO
                   " PRESO HA " SEGUNDOS-E " SEG.".
           MOVE ZEROS TO QT-OUTRAS-W.
           IF GRLOCK-QT-DET > ZEROS
              DISPLAY "EM USO POR:"
           ELSE
              DISPLAY "NENHUMA SESSAO NUM PROGRAMA DO ARQUIVO - "
                      "OUTRAS SESSOES ATIVAS:".
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-SESSAO-W
              IF TS-ATIVA (I) = 1 AND TS-TASK (I) NOT = GRLOCK-TASK
                 PERFORM VERIFICA-USO
                 IF USA-ARQUIVO-W = 1 OR GRLOCK-QT-DET = ZEROS
                    ADD 1 TO QT-OUTRAS-W
                    DISPLAY "  " TS-OPERADOR (I) " ESTACAO(TASK) "
                            TS-TASK (I) " " TS-PROGRAMA (I)
                            " DESDE " TS-DATA (I) " " TS-HORA (I)
                 END-IF
              END-IF
           END-PERFORM.
           IF QT-OUTRAS-W = ZEROS
              DISPLAY "  SESSAO NAO IDENTIFICADA NO LOG DO MES".
           MOVE SPACES TO RESPOSTA-W.
           PERFORM UNTIL RESPOSTA-W = "E" OR RESPOSTA-W = "D"
              DISPLAY "E-ESPERAR MAIS  D-DESISTIR: "
                      WITH NO ADVANCING
              ACCEPT RESPOSTA-W
              IF RESPOSTA-W = "e"
                 MOVE "E" TO RESPOSTA-W
              END-IF
              IF RESPOSTA-W = "d"
                 MOVE "D" TO RESPOSTA-W
              END-IF
           END-PERFORM.
           IF RESPOSTA-W = "D"
              MOVE 1 TO GRLOCK-RETORNO
              DISPLAY "OPERACAO ABANDONADA - NADA FOI GRAVADO NO "
                      GRLOCK-ARQUIVO
           ELSE
              MOVE 1 TO GRLOCK-ESPEROU
              COMPUTE GRLOCK-PRAZO = GRLOCK-SEGUNDOS + GRLOCK-TEMPO
              DISPLAY "AGUARDANDO LIBERACAO...".

      *    Mesmo calculo do 110-ESPERA-5 do GRISAM; a virada da
      *    meia-noite encerra a espera na hora
       ESPERA-1-SEGUNDO SECTION.
           ACCEPT TEMPO-1 FROM TIME.
           COMPUTE SEGUNDOS-1 = (HH-1 * 3600) + (MM-1 * 60) + SS-1.
           MOVE TEMPO-1 TO TEMPO-2.
           MOVE ZEROS   TO DECORRIDO-W.
           PERFORM UNTIL DECORRIDO-W NOT < 1
                      OR TEMPO-1 > TEMPO-2
              ACCEPT TEMPO-2 FROM TIME
              COMPUTE SEGUNDOS-2 = (HH-2 * 3600) + (MM-2 * 60)
                                 + SS-2
              COMPUTE DECORRIDO-W = SEGUNDOS-2 - SEGUNDOS-1
           END-PERFORM.

      *    So grava se houve conflito; o controle volta limpo p/ o
      *    proximo registro do mesmo programa
       ENCERRA-ESPERA SECTION.
           IF GRLOCK-SEGUNDOS = ZEROS AND GRLOCK-RETORNO = 0
              GO TO ENCERRA-ESPERA-FIM.
           MOVE GRLOCK-EMPRESA TO GRPATH-EMPRESA.
           MOVE "GRD034"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD034.
           OPEN I-O GRD034.
           IF ST-GRD034 = "35"
              CLOSE GRD034      OPEN OUTPUT GRD034
              CLOSE GRD034      OPEN I-O GRD034.
           IF ST-GRD034 > "09"
              GO TO ENCERRA-ESPERA-LIMPA.
           INITIALIZE REG-GRD034.
           MOVE GRLOCK-DATA          TO DATA-GR34.
           MOVE GRLOCK-HORA          TO HORA-GR34.
           MOVE GRLOCK-TASK          TO TASK-GR34.
           MOVE GRLOCK-ARQUIVO       TO ARQUIVO-GR34.
           MOVE GRLOCK-CHAVE         TO CHAVE-REG-GR34.
           MOVE GRLOCK-PROGRAMA      TO PROGRAMA-GR34.
           MOVE GRLOCK-OPERADOR      TO OPERADOR-GR34.
           MOVE GRLOCK-DET-TASK      TO DET-TASK-GR34.
           MOVE GRLOCK-DET-OPERADOR  TO DET-OPERADOR-GR34.
           MOVE GRLOCK-DET-PROGRAMA  TO DET-PROGRAMA-GR34.
           MOVE GRLOCK-QT-DET        TO QT-DETENTOR-GR34.
           MOVE GRLOCK-SEGUNDOS      TO ESPERA-SEG-GR34.
           IF GRLOCK-RETORNO = 1
              MOVE 3 TO RESULTADO-GR34
           ELSE
              IF GRLOCK-ESPEROU = 1
                 MOVE 2 TO RESULTADO-GR34
              ELSE
                 MOVE 1 TO RESULTADO-GR34.
           WRITE REG-GRD034 INVALID KEY
                 CONTINUE
           END-WRITE.
           CLOSE GRD034.
       ENCERRA-ESPERA-LIMPA.
           INITIALIZE GRLOCK-CONTROLE.
           MOVE ZEROS TO GRLOCK-SEGUNDOS.
       ENCERRA-ESPERA-FIM.
           CONTINUE.

       END PROGRAM GRLOCK.
