       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTP062.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: PRODUCAO DO QUADRO DE FORMATURA (PAINEL COM O RETRATO
      *        DE TODOS OS FORMANDOS DA TURMA) - HOJE MONTADO NA MAO,
      *        COM O RETRATO QUE FALTA DESCOBERTO NA ULTIMA HORA.
      *        OPCAO 1 - ABRE O QUADRO (MTD062) P/ CONTRATO+CURSO+
      *          TURMA DO CALENDARIO IED013 E INCLUI CADA FORMANDO
      *          DO MTD019 DA TURMA (MTD063); RODAR DE NOVO INCLUI
      *          OS FORMANDOS NOVOS;
      *        OPCAO 2 - FORMANDO: FOTO ESCOLHIDA, RETOQUE FEITO,
      *          GRAFIA DO NOME CONFERIDA, FORA DO QUADRO (DESISTENTE)
      *          OU DE VOLTA; FOTO TIRADA VEM DA SESSAO DE ESTUDIO
      *          (MTD056, COMPARECEU) E A ESCOLHA TAMBEM DA PROVA DE
      *          FOTOS (MTD057, PRODUTO FOTO);
      *        OPCAO 3 - PAINEL: PROVA ENVIADA, APROVADA (SO SEM
      *          FORMANDO PENDENTE) E ENTREGA, COM OS DIAS CONTRA A
      *          DATA DA COLACAO;
      *        OPCAO 4 - ACOMPANHAMENTO DO CONTRATO: CADA QUADRO COM
      *          A SITUACAO DE CADA FORMANDO E O ATRASO CONTRA A
      *          ENTREGA PREVISTA/COLACAO;
      *        OPCAO 5 - COBRANCA: LISTA DOS FORMANDOS QUE SEGURAM O
      *          PAINEL E AVISO NA FILA NTD100 (TIPO-MSG 5) P/ O QUE
      *          DEPENDE DELES (FOTO, ESCOLHA, NOME); O RETOQUE E
      *          NOSSO E SO SAI NA LISTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MTPX062.
           COPY MTPX063.
           COPY MTPX019.
           COPY MTPX056.
           COPY MTPX057.
           COPY IEPX013.
           COPY NTPX100.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY MTPW062.
           COPY MTPW063.
           COPY MTPW019.
           COPY MTPW056.
           COPY MTPW057.
           COPY IEPW013.
           COPY NTPW100.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-MTD062             PIC XX       VALUE SPACES.
           05  ST-MTD063             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-MTD056             PIC XX       VALUE SPACES.
           05  ST-MTD057             PIC XX       VALUE SPACES.
           05  ST-IED013             PIC XX       VALUE SPACES.
           05  ST-NTD100             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  PENDENTES-W           PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  CURSO-W               PIC 9(3)     VALUE ZEROS.
           05  TURMA-W               PIC X(3)     VALUE SPACES.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  NOME-W                PIC X(40)    VALUE SPACES.
           05  QUADRO-FOTO-W         PIC X(10)    VALUE SPACES.
           05  PROX-SEQ-NT-W         PIC 9(8)     VALUE ZEROS.
           05  QT-INCLUIDOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-FORMANDOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-PRONTOS-W          PIC 9(4)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(4)     VALUE ZEROS.
           05  QT-AVISOS-W           PIC 9(4)     VALUE ZEROS.
           05  QT-SEM-CONTATO-W      PIC 9(4)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  SITUACAO-E            PIC X(16)    VALUE SPACES.
           05  PAINEL-E              PIC X(16)    VALUE SPACES.
           05  QT-E                  PIC Z.ZZ9.
           05  DIAS-E                PIC ZZ.ZZ9.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INVERTE-W        PIC X(8).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-MTD062       PIC X(60)    VALUE SPACES.
           05  PATH-MTD063       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-MTD056       PIC X(60)    VALUE SPACES.
           05  PATH-MTD057       PIC X(60)    VALUE SPACES.
           05  PATH-IED013       PIC X(60)    VALUE SPACES.
           05  PATH-NTD100       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "MTP062 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(100) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM ABRE-QUADRO
                  WHEN 2 PERFORM FORMANDOS-QUADRO
                  WHEN 3 PERFORM PAINEL-QUADRO
                  WHEN 4 PERFORM ACOMPANHAMENTO
                  WHEN 5 PERFORM COBRANCA-PENDENTES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-ABRE QUADRO  2-FORMANDO  3-PAINEL  "
                   "4-ACOMPANHAMENTO  5-COBRANCA: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 4
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "MTD062"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD062
              MOVE "MTD063"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD063
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD019
              MOVE "MTD056"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD056
              MOVE "MTD057"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD057
              MOVE "IED013"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-IED013
              MOVE "NTD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-NTD100
              OPEN I-O MTD062 MTD063 NTD100
              IF ST-MTD062 = "35"
                 CLOSE MTD062      OPEN OUTPUT MTD062
                 CLOSE MTD062      OPEN I-O MTD062
              END-IF
              IF ST-MTD063 = "35"
                 CLOSE MTD063      OPEN OUTPUT MTD063
                 CLOSE MTD063      OPEN I-O MTD063
              END-IF
              IF ST-NTD100 = "35"
                 CLOSE NTD100      OPEN OUTPUT NTD100
                 CLOSE NTD100      OPEN I-O NTD100
              END-IF
              OPEN INPUT MTD019 MTD056 MTD057 IED013
              IF ST-MTD062 > "09"
                 DISPLAY "ERRO ABERTURA MTD062: " ST-MTD062
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD063 > "09"
                 DISPLAY "ERRO ABERTURA MTD063: " ST-MTD063
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-NTD100 > "09"
                 DISPLAY "ERRO ABERTURA NTD100: " ST-NTD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD019 > "09"
                 DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD056 > "09"
                 DISPLAY "ERRO ABERTURA MTD056: " ST-MTD056
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD057 > "09"
                 DISPLAY "ERRO ABERTURA MTD057: " ST-MTD057
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-IED013 > "09"
                 DISPLAY "ERRO ABERTURA IED013: " ST-IED013
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *    turma do calendario IED013 e quadro MTD062 - ACHOU-W = 1
      *    quando o quadro ja existe, 9 quando a turma nao esta no
      *    calendario
       LE-TURMA SECTION.
           MOVE ZEROS TO ACHOU-W.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "CURSO...: " WITH NO ADVANCING.
           ACCEPT CURSO-W.
           DISPLAY "TURMA...: " WITH NO ADVANCING.
           ACCEPT TURMA-W.
           MOVE CONTRATO-W TO NR-CONTRATO-IE13.
           MOVE CURSO-W    TO CURSO-IE13.
           MOVE TURMA-W    TO TURMA-IE13.
           READ IED013 INVALID KEY
                DISPLAY "TURMA SEM DATA DE COLACAO NO CALENDARIO "
                        "IED013"
                MOVE 9 TO ACHOU-W
                GO TO LE-TURMA-FIM
           END-READ.
           MOVE DATA-COLACAO-IE13 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY "COLACAO EM " DATA-E.
           MOVE CONTRATO-W TO NR-CONTRATO-MT62.
           MOVE CURSO-W    TO CURSO-MT62.
           MOVE TURMA-W    TO TURMA-MT62.
           READ MTD062 INVALID KEY
                INITIALIZE REG-MTD062
                MOVE CONTRATO-W TO NR-CONTRATO-MT62
                MOVE CURSO-W    TO CURSO-MT62
                MOVE TURMA-W    TO TURMA-MT62
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.
       LE-TURMA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 1 - ABRE O QUADRO DA TURMA
      *----------------------------------------------------------------
       ABRE-QUADRO SECTION.
           PERFORM LE-TURMA.
           IF ACHOU-W = 9
              GO TO ABRE-QUADRO-FIM.
           IF ACHOU-W = 1
              PERFORM NOME-PAINEL
              DISPLAY "QUADRO JA ABERTO EM " DATA-ABERTURA-MT62
                      " - " PAINEL-E
              IF SITUACAO-MT62 = 3
                 DISPLAY "QUADRO JA ENTREGUE"
                 GO TO ABRE-QUADRO-FIM
              END-IF.
           DISPLAY "ENTREGA PREVISTA (AAAAMMDD, 0 = DATA DA COLACAO): "
                   WITH NO ADVANCING.
           ACCEPT DATA-PREVISTA-MT62.
           IF DATA-PREVISTA-MT62 = ZEROS
              MOVE DATA-COLACAO-IE13 TO DATA-PREVISTA-MT62.
           DISPLAY "QUANTIDADE DE QUADROS (INSTITUICAO+FORMANDOS): "
                   WITH NO ADVANCING.
           ACCEPT QT-QUADROS-MT62.
           MOVE USUARIO-W TO USUARIO-MT62.
           IF ACHOU-W = 1
              REWRITE REG-MTD062 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO MTD062: " ST-MTD062
              END-REWRITE
           ELSE
              MOVE DATA-SISTEMA-N TO DATA-ABERTURA-MT62
              MOVE 0              TO SITUACAO-MT62
              WRITE REG-MTD062 INVALID KEY
                    DISPLAY "ERRO GRAVANDO MTD062: " ST-MTD062
                    GO TO ABRE-QUADRO-FIM
              END-WRITE.
           MOVE ZEROS TO QT-INCLUIDOS-W.
           MOVE CONTRATO-W TO CONTRATO-MT19.
           MOVE SPACES     TO NOME-FORM-MT19.
           START MTD019 KEY IS NOT LESS ALT-MT19 INVALID KEY
                 MOVE "10" TO ST-MTD019
           END-START.
           PERFORM UNTIL ST-MTD019 = "10"
              READ MTD019 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD019
              NOT AT END
                   IF CONTRATO-MT19 NOT = CONTRATO-W
                      MOVE "10" TO ST-MTD019
                   ELSE
                      IF CURSO-MT19 = CURSO-W
                         AND TURMA-MT19 = TURMA-W
                         PERFORM INCLUI-FORMANDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD019.
           PERFORM ATUALIZA-QUADRO.
           DISPLAY QT-INCLUIDOS-W " FORMANDO(S) INCLUIDO(S) - "
                   QT-PRONTOS-W " PRONTO(S) DE " QT-FORMANDOS-W.
       ABRE-QUADRO-FIM.
           CONTINUE.

       INCLUI-FORMANDO SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-MT63.
           MOVE CURSO-W    TO CURSO-MT63.
           MOVE TURMA-W    TO TURMA-MT63.
           MOVE ALBUM-MT19 TO ALBUM-MT63.
           READ MTD063 INVALID KEY
                INITIALIZE REG-MTD063
                MOVE CONTRATO-W     TO NR-CONTRATO-MT63
                MOVE CURSO-W        TO CURSO-MT63
                MOVE TURMA-W        TO TURMA-MT63
                MOVE ALBUM-MT19     TO ALBUM-MT63
                MOVE NOME-FORM-MT19 TO NOME-QUADRO-MT63
                MOVE USUARIO-W      TO USUARIO-MT63
                WRITE REG-MTD063 INVALID KEY
                      DISPLAY "ERRO GRAVANDO MTD063: " ST-MTD063
                NOT INVALID KEY
                      ADD 1 TO QT-INCLUIDOS-W
                END-WRITE
           END-READ.

      *    refaz a situacao de todos os formandos do quadro em
      *    memoria (REG-MTD062) e regrava as contagens
       ATUALIZA-QUADRO SECTION.
           MOVE ZEROS TO QT-FORMANDOS-W QT-PRONTOS-W.
           MOVE NR-CONTRATO-MT62 TO NR-CONTRATO-MT63.
           MOVE CURSO-MT62       TO CURSO-MT63.
           MOVE TURMA-MT62       TO TURMA-MT63.
           MOVE ZEROS            TO ALBUM-MT63.
           START MTD063 KEY IS NOT LESS CHAVE-MT63 INVALID KEY
                 MOVE "10" TO ST-MTD063
           END-START.
           PERFORM UNTIL ST-MTD063 = "10"
              READ MTD063 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD063
              NOT AT END
                   IF NR-CONTRATO-MT63 NOT = NR-CONTRATO-MT62
                      OR CURSO-MT63 NOT = CURSO-MT62
                      OR TURMA-MT63 NOT = TURMA-MT62
                      MOVE "10" TO ST-MTD063
                   ELSE
                      PERFORM ATUALIZA-FORMANDO
                      PERFORM REGRAVA-FORMANDO
                      PERFORM CONTA-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD063.
           PERFORM REGRAVA-QUADRO.

       CONTA-FORMANDO SECTION.
           IF SITUACAO-MT63 NOT = 9
              ADD 1 TO QT-FORMANDOS-W
              IF SITUACAO-MT63 = 4
                 ADD 1 TO QT-PRONTOS-W.

       REGRAVA-QUADRO SECTION.
           MOVE QT-FORMANDOS-W TO QT-FORMANDOS-MT62.
           MOVE QT-PRONTOS-W   TO QT-PRONTOS-MT62.
           REWRITE REG-MTD062 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO MTD062: " ST-MTD062
           END-REWRITE.

       REGRAVA-FORMANDO SECTION.
           REWRITE REG-MTD063 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO MTD063: " ST-MTD063
           END-REWRITE.

      *    foto tirada = compareceu numa sessao MTD056; escolha =
      *    alguma FOTO escolhida na prova MTD057. A situacao e a
      *    primeira etapa que falta.
       ATUALIZA-FORMANDO SECTION.
           IF SITUACAO-MT63 = 9
              GO TO ATUALIZA-FORMANDO-FIM.
           IF FOTO-MT63 = 0
              PERFORM PROCURA-SESSAO.
           IF ESCOLHA-MT63 = 0
              PERFORM PROCURA-ESCOLHA.
           EVALUATE TRUE
               WHEN FOTO-MT63 = 0     MOVE 0 TO SITUACAO-MT63
               WHEN ESCOLHA-MT63 = 0  MOVE 1 TO SITUACAO-MT63
               WHEN RETOQUE-MT63 = 0  MOVE 2 TO SITUACAO-MT63
               WHEN NOME-CONF-MT63 = 0 MOVE 3 TO SITUACAO-MT63
               WHEN OTHER             MOVE 4 TO SITUACAO-MT63
           END-EVALUATE.
       ATUALIZA-FORMANDO-FIM.
           CONTINUE.

       PROCURA-SESSAO SECTION.
           MOVE ALBUM-MT63 TO ALBUM-MT56.
           MOVE ZEROS      TO DATA-SESSAO-MT56.
           START MTD056 KEY IS NOT LESS ALT1-MT56 INVALID KEY
                 MOVE "10" TO ST-MTD056
           END-START.
           PERFORM UNTIL ST-MTD056 = "10"
              READ MTD056 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD056
              NOT AT END
                   IF ALBUM-MT56 NOT = ALBUM-MT63
                      MOVE "10" TO ST-MTD056
                   ELSE
                      IF SITUACAO-MT56 = 2
                         MOVE 1                TO FOTO-MT63
                         MOVE DATA-SESSAO-MT56 TO DATA-FOTO-MT63
                         MOVE "10"             TO ST-MTD056
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD056.

       PROCURA-ESCOLHA SECTION.
           MOVE ALBUM-MT63 TO ALBUM-MT57.
           MOVE ZEROS      TO SEQ-MT57.
           START MTD057 KEY IS NOT LESS CHAVE-MT57 INVALID KEY
                 MOVE "10" TO ST-MTD057
           END-START.
           PERFORM UNTIL ST-MTD057 = "10"
              READ MTD057 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD057
              NOT AT END
                   IF ALBUM-MT57 NOT = ALBUM-MT63
                      MOVE "10" TO ST-MTD057
                   ELSE
                      IF PRODUTO-MT57 = 1
                         MOVE 1              TO ESCOLHA-MT63
                         MOVE NR-QUADRO-MT57 TO QUADRO-FOTO-MT63
                         MOVE "10"           TO ST-MTD057
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD057.

      *----------------------------------------------------------------
      *    OPCAO 2 - FORMANDO NO QUADRO
      *----------------------------------------------------------------
       FORMANDOS-QUADRO SECTION.
           MOVE 1 TO ALBUM-W.
           PERFORM UNTIL ALBUM-W = ZEROS
              DISPLAY "ALBUM DO FORMANDO (0 = FIM): "
                      WITH NO ADVANCING
              ACCEPT ALBUM-W
              IF ALBUM-W NOT = ZEROS
                 PERFORM FORMANDO-QUADRO
              END-IF
           END-PERFORM.

      *    mudanca depois da prova do painel enviada/aprovada volta o
      *    quadro p/ producao (nova prova); entregue nao muda mais
       FORMANDO-QUADRO SECTION.
           MOVE ALBUM-W TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD019"
                GO TO FORMANDO-QUADRO-FIM
           END-READ.
           DISPLAY NOME-FORM-MT19.
           MOVE CONTRATO-MT19 TO NR-CONTRATO-MT62.
           MOVE CURSO-MT19    TO CURSO-MT62.
           MOVE TURMA-MT19    TO TURMA-MT62.
           READ MTD062 INVALID KEY
                DISPLAY "TURMA DO FORMANDO SEM QUADRO ABERTO - USE A "
                        "OPCAO 1"
                GO TO FORMANDO-QUADRO-FIM
           END-READ.
           IF SITUACAO-MT62 = 3
              DISPLAY "QUADRO DA TURMA JA ENTREGUE"
              GO TO FORMANDO-QUADRO-FIM.
           MOVE CONTRATO-MT19 TO NR-CONTRATO-MT63.
           MOVE CURSO-MT19    TO CURSO-MT63.
           MOVE TURMA-MT19    TO TURMA-MT63.
           MOVE ALBUM-W       TO ALBUM-MT63.
           READ MTD063 INVALID KEY
                DISPLAY "FORMANDO FORA DO QUADRO - RODE A OPCAO 1 P/ "
                        "INCLUIR"
                GO TO FORMANDO-QUADRO-FIM
           END-READ.
           PERFORM ATUALIZA-FORMANDO.
           PERFORM MOSTRA-FORMANDO.
           DISPLAY "1-FOTO ESCOLHIDA  2-RETOQUE FEITO  3-NOME NO "
                   "QUADRO  4-FORA DO QUADRO  5-VOLTA AO QUADRO: "
                   WITH NO ADVANCING.
           ACCEPT TIPO-W.
           EVALUATE TIPO-W
               WHEN 1
                    DISPLAY "QUADRO/FOTOGRAMA ESCOLHIDO: "
                            WITH NO ADVANCING
                    ACCEPT QUADRO-FOTO-W
                    IF QUADRO-FOTO-W = SPACES
                       GO TO FORMANDO-QUADRO-FIM
                    END-IF
                    MOVE QUADRO-FOTO-W TO QUADRO-FOTO-MT63
                    MOVE 1             TO ESCOLHA-MT63
      *             escolha nova pede retoque novo
                    MOVE 0             TO RETOQUE-MT63
                    MOVE ZEROS         TO DATA-RETOQUE-MT63
               WHEN 2
                    IF ESCOLHA-MT63 = 0
                       DISPLAY "FOTO DO QUADRO AINDA NAO ESCOLHIDA"
                       GO TO FORMANDO-QUADRO-FIM
                    END-IF
                    MOVE 1              TO RETOQUE-MT63
                    MOVE DATA-SISTEMA-N TO DATA-RETOQUE-MT63
               WHEN 3
                    DISPLAY "NOME NO QUADRO (ENTER = CONFIRMA O "
                            "ATUAL): " WITH NO ADVANCING
                    MOVE SPACES TO NOME-W
                    ACCEPT NOME-W
                    IF NOME-W NOT = SPACES
                       MOVE NOME-W TO NOME-QUADRO-MT63
                    END-IF
                    MOVE 1              TO NOME-CONF-MT63
                    MOVE DATA-SISTEMA-N TO DATA-NOME-MT63
               WHEN 4
                    MOVE 9 TO SITUACAO-MT63
               WHEN 5
                    IF SITUACAO-MT63 NOT = 9
                       GO TO FORMANDO-QUADRO-FIM
                    END-IF
                    MOVE 0 TO SITUACAO-MT63
               WHEN OTHER
                    GO TO FORMANDO-QUADRO-FIM
           END-EVALUATE.
           PERFORM ATUALIZA-FORMANDO.
           MOVE USUARIO-W TO USUARIO-MT63.
           PERFORM REGRAVA-FORMANDO.
           PERFORM MOSTRA-FORMANDO.
           IF SITUACAO-MT62 = 1 OR SITUACAO-MT62 = 2
              MOVE 0     TO SITUACAO-MT62
              MOVE ZEROS TO DATA-APROVACAO-MT62
              MOVE SPACES TO APROVADOR-MT62
              MOVE USUARIO-W TO USUARIO-MT62
              REWRITE REG-MTD062 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO MTD062: " ST-MTD062
              END-REWRITE
              DISPLAY "PAINEL MUDOU - ENVIE NOVA PROVA (OPCAO 3)".
       FORMANDO-QUADRO-FIM.
           CONTINUE.

       MOSTRA-FORMANDO SECTION.
           PERFORM NOME-SITUACAO.
           DISPLAY "NO QUADRO: " NOME-QUADRO-MT63.
           DISPLAY "FOTO " FOTO-MT63 "  ESCOLHA " ESCOLHA-MT63 " "
                   QUADRO-FOTO-MT63 "  RETOQUE " RETOQUE-MT63
                   "  NOME " NOME-CONF-MT63 " - " SITUACAO-E.

      *----------------------------------------------------------------
      *    OPCAO 3 - PROVA, APROVACAO E ENTREGA DO PAINEL
      *----------------------------------------------------------------
       PAINEL-QUADRO SECTION.
           PERFORM LE-TURMA.
           IF ACHOU-W NOT = 1
              IF ACHOU-W = 0
                 DISPLAY "QUADRO NAO ABERTO - USE A OPCAO 1"
              END-IF
              GO TO PAINEL-QUADRO-FIM.
           PERFORM ATUALIZA-QUADRO.
           PERFORM NOME-PAINEL.
           COMPUTE QT-PENDENTES-W = QT-FORMANDOS-W - QT-PRONTOS-W.
           DISPLAY PAINEL-E " - " QT-PRONTOS-W " PRONTO(S) DE "
                   QT-FORMANDOS-W.
           DISPLAY "1-PROVA ENVIADA  2-PROVA APROVADA  3-ENTREGUE: "
                   WITH NO ADVANCING.
           ACCEPT TIPO-W.
           EVALUATE TIPO-W
               WHEN 1
                    IF SITUACAO-MT62 = 3
                       DISPLAY "QUADRO JA ENTREGUE"
                       GO TO PAINEL-QUADRO-FIM
                    END-IF
                    IF QT-PENDENTES-W > ZEROS
                       DISPLAY "ATENCAO: " QT-PENDENTES-W
                               " FORMANDO(S) PENDENTE(S) NA PROVA"
                    END-IF
                    MOVE 1              TO SITUACAO-MT62
                    MOVE DATA-SISTEMA-N TO DATA-PROVA-MT62
               WHEN 2
                    IF SITUACAO-MT62 NOT = 1
                       DISPLAY "REGISTRE O ENVIO DA PROVA ANTES"
                       GO TO PAINEL-QUADRO-FIM
                    END-IF
                    IF QT-PENDENTES-W > ZEROS
                       DISPLAY QT-PENDENTES-W " FORMANDO(S) PENDENTE"
                               "(S) - RESOLVA OU TIRE DO QUADRO NA "
                               "OPCAO 2"
                       GO TO PAINEL-QUADRO-FIM
                    END-IF
                    DISPLAY "APROVADO POR: " WITH NO ADVANCING
                    ACCEPT APROVADOR-MT62
                    IF APROVADOR-MT62 = SPACES
                       DISPLAY "INFORME QUEM APROVOU"
                       GO TO PAINEL-QUADRO-FIM
                    END-IF
                    MOVE 2              TO SITUACAO-MT62
                    MOVE DATA-SISTEMA-N TO DATA-APROVACAO-MT62
               WHEN 3
                    IF SITUACAO-MT62 NOT = 2
                       DISPLAY "PROVA DO PAINEL AINDA NAO APROVADA"
                       GO TO PAINEL-QUADRO-FIM
                    END-IF
                    DISPLAY "RECEBIDO POR: " WITH NO ADVANCING
                    ACCEPT RECEBEDOR-MT62
                    IF RECEBEDOR-MT62 = SPACES
                       DISPLAY "INFORME QUEM RECEBEU"
                       GO TO PAINEL-QUADRO-FIM
                    END-IF
                    MOVE 3              TO SITUACAO-MT62
                    MOVE DATA-SISTEMA-N TO DATA-ENTREGA-MT62
                    MOVE DATA-COLACAO-IE13 TO GRDIFD-DATA1
                    MOVE DATA-SISTEMA-N    TO GRDIFD-DATA2
                    CALL "GRDIFD" USING GRDIFD-PARAMETROS
                    IF GRDIFD-DIAS > ZEROS
                       DISPLAY "ENTREGUE " GRDIFD-DIAS
                               " DIA(S) DEPOIS DA COLACAO"
                    END-IF
               WHEN OTHER
                    GO TO PAINEL-QUADRO-FIM
           END-EVALUATE.
           MOVE USUARIO-W TO USUARIO-MT62.
           REWRITE REG-MTD062 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO MTD062: " ST-MTD062
           END-REWRITE.
       PAINEL-QUADRO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 4 - ACOMPANHAMENTO DOS QUADROS DO CONTRATO
      *----------------------------------------------------------------
       ACOMPANHAMENTO SECTION.
           DISPLAY "CONTRATO.............: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "SO PENDENTES (S/N)...: " WITH NO ADVANCING.
           ACCEPT PENDENTES-W.
           OPEN OUTPUT RELAT.
           MOVE "ACOMPANHAMENTO DO QUADRO DE FORMATURA"
                TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "ALBUM"          TO CAB02-TEXTO (1: 5).
           MOVE "NOME NO QUADRO" TO CAB02-TEXTO (10: 14).
           MOVE "FOTO"           TO CAB02-TEXTO (52: 4).
           MOVE "ESCOLHA"        TO CAB02-TEXTO (58: 7).
           MOVE "RET"            TO CAB02-TEXTO (67: 3).
           MOVE "NOME"           TO CAB02-TEXTO (72: 4).
           MOVE "SITUACAO"       TO CAB02-TEXTO (78: 8).
           MOVE CONTRATO-W TO NR-CONTRATO-MT62.
           MOVE ZEROS      TO CURSO-MT62.
           MOVE SPACES     TO TURMA-MT62.
           START MTD062 KEY IS NOT LESS CHAVE-MT62 INVALID KEY
                 MOVE "10" TO ST-MTD062
           END-START.
           PERFORM UNTIL ST-MTD062 = "10"
              READ MTD062 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD062
              NOT AT END
                   IF NR-CONTRATO-MT62 NOT = CONTRATO-W
                      MOVE "10" TO ST-MTD062
                   ELSE
                      PERFORM ACOMPANHA-QUADRO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD062.
           IF PAG-W = ZEROS
              PERFORM CABECALHO
              MOVE "NENHUM QUADRO ABERTO P/ O CONTRATO"
                   TO LINDET-REL (1: 34)
              PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       ACOMPANHA-QUADRO SECTION.
           MOVE NR-CONTRATO-MT62 TO NR-CONTRATO-IE13.
           MOVE CURSO-MT62       TO CURSO-IE13.
           MOVE TURMA-MT62       TO TURMA-IE13.
           READ IED013 INVALID KEY
                MOVE ZEROS TO DATA-COLACAO-IE13
           END-READ.
           PERFORM IMPRIME-QUADRO.
           MOVE ZEROS TO QT-FORMANDOS-W QT-PRONTOS-W.
           MOVE NR-CONTRATO-MT62 TO NR-CONTRATO-MT63.
           MOVE CURSO-MT62       TO CURSO-MT63.
           MOVE TURMA-MT62       TO TURMA-MT63.
           MOVE ZEROS            TO ALBUM-MT63.
           START MTD063 KEY IS NOT LESS CHAVE-MT63 INVALID KEY
                 MOVE "10" TO ST-MTD063
           END-START.
           PERFORM UNTIL ST-MTD063 = "10"
              READ MTD063 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD063
              NOT AT END
                   IF NR-CONTRATO-MT63 NOT = NR-CONTRATO-MT62
                      OR CURSO-MT63 NOT = CURSO-MT62
                      OR TURMA-MT63 NOT = TURMA-MT62
                      MOVE "10" TO ST-MTD063
                   ELSE
                      PERFORM ATUALIZA-FORMANDO
                      PERFORM REGRAVA-FORMANDO
                      PERFORM CONTA-FORMANDO
                      IF PENDENTES-W NOT = "S"
                         OR SITUACAO-MT63 < 4
                         PERFORM IMPRIME-FORMANDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD063.
           PERFORM REGRAVA-QUADRO.
           MOVE "PRONTOS:"       TO LINDET-REL (10: 8).
           MOVE QT-PRONTOS-W     TO QT-E.
           MOVE QT-E             TO LINDET-REL (19: 5).
           MOVE "DE"             TO LINDET-REL (25: 2).
           MOVE QT-FORMANDOS-W   TO QT-E.
           MOVE QT-E             TO LINDET-REL (28: 5).
           PERFORM IMPRIME-LINDET.

      *    atraso: entregue depois da colacao, ou ainda nao entregue
      *    e ja passou da entrega prevista
       IMPRIME-QUADRO SECTION.
           PERFORM NOME-PAINEL.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "CURSO"          TO LINDET-REL (1: 5).
           MOVE CURSO-MT62       TO LINDET-REL (7: 3).
           MOVE "TURMA"          TO LINDET-REL (11: 5).
           MOVE TURMA-MT62       TO LINDET-REL (17: 3).
           MOVE "COLACAO"        TO LINDET-REL (22: 7).
           MOVE DATA-COLACAO-IE13 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (30: 10).
           MOVE "PREVISTA"       TO LINDET-REL (42: 8).
           MOVE DATA-PREVISTA-MT62 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (51: 10).
           MOVE PAINEL-E         TO LINDET-REL (63: 16).
           IF SITUACAO-MT62 = 3
              MOVE DATA-ENTREGA-MT62 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W    TO DATA-E
              MOVE DATA-E            TO LINDET-REL (80: 10)
              MOVE DATA-COLACAO-IE13 TO GRDIFD-DATA1
              MOVE DATA-ENTREGA-MT62 TO GRDIFD-DATA2
           ELSE
              MOVE DATA-PREVISTA-MT62 TO GRDIFD-DATA1
              MOVE DATA-SISTEMA-N     TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           IF GRDIFD-DIAS > ZEROS
              MOVE "ATRASO"    TO LINDET-REL (91: 6)
              MOVE GRDIFD-DIAS TO DIAS-E
              MOVE DIAS-E (4: 3) TO LINDET-REL (98: 3).
           PERFORM IMPRIME-LINDET.

       IMPRIME-FORMANDO SECTION.
           PERFORM NOME-SITUACAO.
           MOVE ALBUM-MT63       TO LINDET-REL (1: 8).
           MOVE NOME-QUADRO-MT63 TO LINDET-REL (10: 40).
           IF FOTO-MT63 = 1
              MOVE "SIM"         TO LINDET-REL (52: 3).
           IF ESCOLHA-MT63 = 1
              MOVE QUADRO-FOTO-MT63 (1: 7) TO LINDET-REL (58: 7).
           IF RETOQUE-MT63 = 1
              MOVE "SIM"         TO LINDET-REL (67: 3).
           IF NOME-CONF-MT63 = 1
              MOVE "SIM"         TO LINDET-REL (72: 3).
           MOVE SITUACAO-E       TO LINDET-REL (78: 16).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 5 - COBRANCA DOS PENDENTES
      *----------------------------------------------------------------
       COBRANCA-PENDENTES SECTION.
           DISPLAY "CONTRATO.............: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "CURSO (0 = TODOS)....: " WITH NO ADVANCING.
           ACCEPT CURSO-W.
           PERFORM PROXIMO-SEQ-NTD100.
           MOVE ZEROS TO QT-PENDENTES-W QT-AVISOS-W QT-SEM-CONTATO-W.
           OPEN OUTPUT RELAT.
           MOVE "QUADRO DE FORMATURA - FORMANDOS PENDENTES"
                TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "ALBUM"          TO CAB02-TEXTO (1: 5).
           MOVE "FORMANDO"       TO CAB02-TEXTO (10: 8).
           MOVE "CUR"            TO CAB02-TEXTO (42: 3).
           MOVE "TUR"            TO CAB02-TEXTO (46: 3).
           MOVE "FALTA"          TO CAB02-TEXTO (51: 5).
           MOVE "AVISO"          TO CAB02-TEXTO (69: 5).
           PERFORM CABECALHO.
           MOVE CONTRATO-W TO NR-CONTRATO-MT62.
           MOVE CURSO-W    TO CURSO-MT62.
           MOVE SPACES     TO TURMA-MT62.
           START MTD062 KEY IS NOT LESS CHAVE-MT62 INVALID KEY
                 MOVE "10" TO ST-MTD062
           END-START.
           PERFORM UNTIL ST-MTD062 = "10"
              READ MTD062 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD062
              NOT AT END
                   IF NR-CONTRATO-MT62 NOT = CONTRATO-W
                      OR (CURSO-W NOT = ZEROS
                          AND CURSO-MT62 NOT = CURSO-W)
                      MOVE "10" TO ST-MTD062
                   ELSE
                      IF SITUACAO-MT62 < 2
                         PERFORM COBRA-QUADRO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD062.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "PENDENTES: "     TO LINDET-REL (1: 11).
           MOVE QT-PENDENTES-W    TO QT-E.
           MOVE QT-E              TO LINDET-REL (12: 5).
           MOVE "AVISOS NA FILA: " TO LINDET-REL (20: 16).
           MOVE QT-AVISOS-W       TO QT-E.
           MOVE QT-E              TO LINDET-REL (36: 5).
           MOVE "SEM CONTATO: "   TO LINDET-REL (44: 13).
           MOVE QT-SEM-CONTATO-W  TO QT-E.
           MOVE QT-E              TO LINDET-REL (57: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "PENDENTES: " QT-PENDENTES-W "  AVISOS: "
                   QT-AVISOS-W "  SEM CONTATO: " QT-SEM-CONTATO-W.

       COBRA-QUADRO SECTION.
           MOVE ZEROS TO QT-FORMANDOS-W QT-PRONTOS-W.
           MOVE NR-CONTRATO-MT62 TO NR-CONTRATO-MT63.
           MOVE CURSO-MT62       TO CURSO-MT63.
           MOVE TURMA-MT62       TO TURMA-MT63.
           MOVE ZEROS            TO ALBUM-MT63.
           START MTD063 KEY IS NOT LESS CHAVE-MT63 INVALID KEY
                 MOVE "10" TO ST-MTD063
           END-START.
           PERFORM UNTIL ST-MTD063 = "10"
              READ MTD063 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD063
              NOT AT END
                   IF NR-CONTRATO-MT63 NOT = NR-CONTRATO-MT62
                      OR CURSO-MT63 NOT = CURSO-MT62
                      OR TURMA-MT63 NOT = TURMA-MT62
                      MOVE "10" TO ST-MTD063
                   ELSE
                      PERFORM ATUALIZA-FORMANDO
                      IF SITUACAO-MT63 < 4
                         PERFORM COBRA-FORMANDO
                      END-IF
                      PERFORM REGRAVA-FORMANDO
                      PERFORM CONTA-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD063.
           PERFORM REGRAVA-QUADRO.

      *    o aviso vai p/ a primeira etapa que depende do formando;
      *    so falta de retoque (nosso) nao gera aviso. Um aviso por
      *    dia no maximo.
       COBRA-FORMANDO SECTION.
           ADD 1 TO QT-PENDENTES-W.
           PERFORM NOME-SITUACAO.
           MOVE ALBUM-MT63 TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE SPACES TO NOME-FORM-MT19
                MOVE ZEROS  TO FONE-MT19
           END-READ.
           MOVE ALBUM-MT63       TO LINDET-REL (1: 8).
           MOVE NOME-FORM-MT19   TO LINDET-REL (10: 30).
           MOVE CURSO-MT63       TO LINDET-REL (42: 3).
           MOVE TURMA-MT63       TO LINDET-REL (46: 3).
           MOVE SITUACAO-E       TO LINDET-REL (51: 16).
           INITIALIZE REG-NTD100.
           EVALUATE TRUE
               WHEN FOTO-MT63 = 0
                    MOVE "QUADRO DE FORMATURA: COMPARECA A SESSAO DE "
                         TO TEXTO-NT100 (1: 43)
                    MOVE "FOTO NO ESTUDIO" TO TEXTO-NT100 (44: 15)
               WHEN ESCOLHA-MT63 = 0
                    MOVE "QUADRO DE FORMATURA: ESCOLHA A SUA FOTO P/ "
                         TO TEXTO-NT100 (1: 43)
                    MOVE "O PAINEL" TO TEXTO-NT100 (44: 8)
               WHEN NOME-CONF-MT63 = 0
                    MOVE "QUADRO DE FORMATURA: CONFIRME A GRAFIA DO "
                         TO TEXTO-NT100 (1: 42)
                    MOVE "SEU NOME NO PAINEL" TO TEXTO-NT100 (43: 18)
               WHEN OTHER
                    MOVE "INTERNO"  TO LINDET-REL (69: 7)
                    GO TO COBRA-FORMANDO-IMPRIME
           END-EVALUATE.
           IF DATA-COBRANCA-MT63 = DATA-SISTEMA-N
              MOVE "JA AVISADO HOJE" TO LINDET-REL (69: 15)
              GO TO COBRA-FORMANDO-IMPRIME.
           ADD 1 TO PROX-SEQ-NT-W.
           MOVE PROX-SEQ-NT-W  TO SEQ-NT100.
           MOVE 5              TO TIPO-MSG-NT100.
           MOVE ALBUM-MT63     TO ALBUM-NT100.
           MOVE DATA-SISTEMA-N TO DATA-GERACAO-NT100.
           IF FONE-MT19 > ZEROS
              MOVE FONE-MT19 TO DESTINO-NT100 (1: 8)
              MOVE 0         TO SITUACAO-NT100
              MOVE "NA FILA" TO LINDET-REL (69: 7)
              ADD 1 TO QT-AVISOS-W
           ELSE
              MOVE SPACES    TO DESTINO-NT100
              MOVE 3         TO SITUACAO-NT100
              MOVE "SEM CONTATO" TO LINDET-REL (69: 11)
              ADD 1 TO QT-SEM-CONTATO-W.
           WRITE REG-NTD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO NTD100: " ST-NTD100
           END-WRITE.
           MOVE DATA-SISTEMA-N TO DATA-COBRANCA-MT63.
           ADD 1 TO QT-COBRANCAS-MT63.
       COBRA-FORMANDO-IMPRIME.
           PERFORM IMPRIME-LINDET.
       COBRA-FORMANDO-FIM.
           CONTINUE.

       PROXIMO-SEQ-NTD100 SECTION.
           MOVE ZEROS TO PROX-SEQ-NT-W SEQ-NT100.
           START NTD100 KEY IS NOT LESS SEQ-NT100 INVALID KEY
                 MOVE "10" TO ST-NTD100
           END-START.
           PERFORM UNTIL ST-NTD100 = "10"
              READ NTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-NTD100
              NOT AT END
                   MOVE SEQ-NT100 TO PROX-SEQ-NT-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-NTD100.

       NOME-SITUACAO SECTION.
           EVALUATE SITUACAO-MT63
               WHEN 0 MOVE "FALTA FOTO"       TO SITUACAO-E
               WHEN 1 MOVE "FALTA ESCOLHA"    TO SITUACAO-E
               WHEN 2 MOVE "FALTA RETOQUE"    TO SITUACAO-E
               WHEN 3 MOVE "FALTA NOME"       TO SITUACAO-E
               WHEN 4 MOVE "PRONTO"           TO SITUACAO-E
               WHEN 9 MOVE "FORA DO QUADRO"   TO SITUACAO-E
           END-EVALUATE.

       NOME-PAINEL SECTION.
           EVALUATE SITUACAO-MT62
               WHEN 0 MOVE "EM PRODUCAO"      TO PAINEL-E
               WHEN 1 MOVE "PROVA ENVIADA"    TO PAINEL-E
               WHEN 2 MOVE "PROVA APROVADA"   TO PAINEL-E
               WHEN 3 MOVE "ENTREGUE"         TO PAINEL-E
           END-EVALUATE.

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
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE MTD062 MTD063 NTD100 MTD019 MTD056 MTD057 IED013.

       END PROGRAM MTP062.
