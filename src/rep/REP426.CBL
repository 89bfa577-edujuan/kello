       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP426.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: SUGESTAO DE ESCALA DE EQUIPE P/ OS EVENTOS - O GALHO102
      *        SO AVISA DEPOIS QUE A EQUIPE FOI ESCALADA EM DOBRO E O
      *        GALHO123 LISTA O EVENTO SEM EQUIPE; A ESCALA DO FIM DE
      *        SEMANA AINDA ERA MONTADA DE CABECA.
      *        OPCAO 1 - SUGERIR: P/ CADA EVENTO COD060 DO PERIODO
      *          AINDA SEM EQUIPE (NAO CANCELADO), ABRE UMA VAGA POR
      *          FOTOGRAFO (FOTO-CO60) E POR CINEGRAFISTA (VIDEO-CO60)
      *          - EVENTO SEM NENHUM DOS DOIS PEDE 1 FOTOGRAFO - NA
      *          FUNCAO INFORMADA (REP002). P/ CADA VAGA SUGERE O
      *          INTEGRANTE DA FUNCAO (RED030) MAIS PERTO DA CIDADE
      *          DO EVENTO (ROTAS CAD023) E, EMPATADO, O COM MENOS
      *          EVENTOS NO MES (REPARTE O CACHE), PULANDO QUEM JA
      *          ESTA ESCALADO NA DATA OU COM HABILITACAO VENCIDA. O
      *          ESCALADOR ACEITA, TROCA OU DEIXA A VAGA EM ABERTO; A
      *          ESCALA VAI P/ O RED032 E O PRIMEIRO ACEITO P/
      *          EQUIPE-CO60;
      *        OPCAO 2 - ESCALA DO PERIODO: EVENTOS COM OS ESCALADOS
      *          DE CADA VAGA (E AS TROCAS SOBRE A SUGESTAO).
      *        DISTANCIA DO INTEGRANTE: AS ROTAS SO DAO A DISTANCIA DA
      *        BASE ATE CADA CIDADE; MORA NA CIDADE DO EVENTO = 0,
      *        SENAO A DIFERENCA ENTRE AS DUAS DISTANCIAS DA BASE
      *        (CIDADE SEM ROTA CONTA COMO A PROPRIA BASE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX060.
           COPY REPX030.
           COPY REPX032.
           COPY CAPX023.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW060.
           COPY REPW030.
           COPY REPW032.
           COPY CAPW023.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-RED030             PIC XX       VALUE SPACES.
           05  ST-RED032             PIC XX       VALUE SPACES.
           05  ST-CAD023             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  FUNCAO-FOTO-W         PIC 9(2)     VALUE ZEROS.
           05  FUNCAO-VIDEO-W        PIC 9(2)     VALUE ZEROS.
           05  FUNCAO-VAGA-W         PIC 9(2)     VALUE ZEROS.
           05  QT-FOTO-W             PIC 9        VALUE ZEROS.
           05  QT-VIDEO-W            PIC 9        VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9        VALUE ZEROS.
           05  QT-EVENTOS-W          PIC 9(3)     VALUE ZEROS.
           05  SEQ-VAGA-W            PIC 9(2)     VALUE ZEROS.
           05  PRINCIPAL-W           PIC 9(3)     VALUE ZEROS.
           05  RESPOSTA-W            PIC X(3)     VALUE SPACES.
           05  RESPOSTA-OK-W         PIC 9        VALUE ZEROS.
           05  ESCOLHIDO-W           PIC 9(3)     VALUE ZEROS.
           05  CANDIDATO-W           PIC 9(3)     VALUE ZEROS.
           05  APTO-W                PIC 9        VALUE ZEROS.
           05  MOTIVO-W              PIC X(25)    VALUE SPACES.
           05  DIST-W                PIC 9(5)     VALUE ZEROS.
           05  DIST-MEMBRO-W         PIC 9(5)     VALUE ZEROS.
           05  QT-MES-W              PIC 9(3)     VALUE ZEROS.
           05  MELHOR-W              PIC 9(3)     VALUE ZEROS.
           05  MELHOR-NOME-W         PIC X(30)    VALUE SPACES.
           05  MELHOR-DIST-W         PIC 9(5)     VALUE ZEROS.
           05  MELHOR-QT-MES-W       PIC 9(3)     VALUE ZEROS.
           05  QT-PROCESSADOS-W      PIC 9(3)     VALUE ZEROS.
           05  QT-JA-ESCALADOS-W     PIC 9(3)     VALUE ZEROS.
           05  QT-VAGAS-OK-W         PIC 9(4)     VALUE ZEROS.
           05  QT-VAGAS-ABERTAS-W    PIC 9(4)     VALUE ZEROS.
           05  QT-TROCAS-W           PIC 9(4)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INVERTE-W        PIC X(8).

      *    evento em escala (o registro do COD060 e relido antes de
      *    regravar, pois as consultas de agenda usam o mesmo arquivo)
       01  EVENTO-W.
           05  EV-CONTRATO-W         PIC 9(4).
           05  EV-ITEM-W             PIC 9(3).
           05  EV-DATA-W             PIC 9(8).
           05  EV-CIDADE-W           PIC 9(4).
           05  EV-DIST-W             PIC 9(5).

       01  MES-EVENTO-W.
           05  MES-ANOMES-W          PIC 9(6).
           05  MES-DIA-W             PIC 9(2).
       01  MES-EVENTO-N REDEFINES MES-EVENTO-W PIC 9(8).
       01  MES-FIM-N                 PIC 9(8)     VALUE ZEROS.

       01  TAB-EVENTOS.
           05  TE-EVENTO OCCURS 500 TIMES.
               10  TE-CONTRATO       PIC 9(4).
               10  TE-ITEM           PIC 9(3).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-RED030       PIC X(60)    VALUE SPACES.
           05  PATH-RED032       PIC X(60)    VALUE SPACES.
           05  PATH-CAD023       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "REP426 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(14)  VALUE SPACES.
           05  FILLER            PIC X(23)  VALUE
               "ESCALA DE EQUIPE - DE ".
           05  CAB01-INI         PIC 99/99/9999.
           05  FILLER            PIC X(3)   VALUE " A ".
           05  CAB01-FIM         PIC 99/99/9999.
           05  FILLER            PIC X(20)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(110) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM SUGERE-ESCALA
                  WHEN 2 PERFORM RELATORIO-ESCALA
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-SUGERIR ESCALA  2-ESCALA DO PERIODO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-W.
           DISPLAY "DATA FINAL   (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              OR DATA-INI-W = ZEROS OR DATA-FIM-W < DATA-INI-W
              DISPLAY "PARAMETROS INVALIDOS"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0 AND OPCAO-W = 1
              DISPLAY "FUNCAO DO FOTOGRAFO    (REP002): "
                      WITH NO ADVANCING
              ACCEPT FUNCAO-FOTO-W
              DISPLAY "FUNCAO DO CINEGRAFISTA (REP002): "
                      WITH NO ADVANCING
              ACCEPT FUNCAO-VIDEO-W
              DISPLAY "USUARIO: " WITH NO ADVANCING
              ACCEPT USUARIO-W
              IF FUNCAO-FOTO-W = ZEROS
                 DISPLAY "FUNCAO DO FOTOGRAFO OBRIGATORIA"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "COD060"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD060
              MOVE "RED030"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RED030
              MOVE "RED032"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RED032
              MOVE "CAD023"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CAD023
              OPEN I-O COD060 RED032
              IF ST-RED032 = "35"
                 CLOSE RED032      OPEN OUTPUT RED032
                 CLOSE RED032      OPEN I-O RED032
              END-IF
              OPEN INPUT RED030 CAD023
              IF ST-CAD023 > "09"
                 MOVE "10" TO ST-CAD023
              END-IF
              IF ST-COD060 > "09"
                 DISPLAY "ERRO ABERTURA COD060: " ST-COD060
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RED030 > "09"
                 DISPLAY "ERRO ABERTURA RED030: " ST-RED030
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RED032 > "09"
                 DISPLAY "ERRO ABERTURA RED032: " ST-RED032
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE COD060 RED030 RED032 CAD023
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - SUGESTAO E ACEITE DA ESCALA
      *----------------------------------------------------------------
       SUGERE-ESCALA SECTION.
           PERFORM CARREGA-EVENTOS.
           IF QT-EVENTOS-W = ZEROS
              DISPLAY "NENHUM EVENTO SEM EQUIPE NO PERIODO"
              GO TO SUGERE-ESCALA-FIM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EVENTOS-W
              PERFORM ESCALA-UM-EVENTO
           END-PERFORM.
           DISPLAY "EVENTOS ESCALADOS: " QT-PROCESSADOS-W
                   "  JA TINHAM EQUIPE: " QT-JA-ESCALADOS-W.
           DISPLAY "VAGAS PREENCHIDAS: " QT-VAGAS-OK-W
                   "  TROCADAS: " QT-TROCAS-W
                   "  EM ABERTO: " QT-VAGAS-ABERTAS-W.
       SUGERE-ESCALA-FIM.
           CONTINUE.

      *    eventos do periodo ainda sem equipe, guardados antes p/ que
      *    as consultas de agenda no COD060 nao percam a leitura
       CARREGA-EVENTOS SECTION.
           MOVE ZEROS TO QT-EVENTOS-W QT-JA-ESCALADOS-W.
           MOVE DATA-INI-W TO DATAREALIZA-CO60.
           START COD060 KEY IS NOT LESS DATAREALIZA-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   IF DATAREALIZA-CO60 > DATA-FIM-W
                      MOVE "10" TO ST-COD060
                   ELSE
                      IF DATA-CANCELAM-CO60 = ZEROS
                         IF EQUIPE-CO60 > ZEROS
                            ADD 1 TO QT-JA-ESCALADOS-W
                         ELSE
                            IF QT-EVENTOS-W < 500
                               ADD 1 TO QT-EVENTOS-W
                               MOVE NR-CONTRATO-CO60
                                    TO TE-CONTRATO (QT-EVENTOS-W)
                               MOVE ITEM-CO60
                                    TO TE-ITEM (QT-EVENTOS-W)
                            END-IF
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD060.

       ESCALA-UM-EVENTO SECTION.
           MOVE TE-CONTRATO (I) TO NR-CONTRATO-CO60.
           MOVE TE-ITEM (I)     TO ITEM-CO60.
           READ COD060 INVALID KEY
                GO TO ESCALA-UM-EVENTO-FIM
           END-READ.
           PERFORM VERIFICA-ESCALA-EVENTO.
           IF ACHOU-W = 1
              ADD 1 TO QT-JA-ESCALADOS-W
              GO TO ESCALA-UM-EVENTO-FIM.
           ADD 1 TO QT-PROCESSADOS-W.
           MOVE NR-CONTRATO-CO60 TO EV-CONTRATO-W.
           MOVE ITEM-CO60        TO EV-ITEM-W.
           MOVE DATAREALIZA-CO60 TO EV-DATA-W.
           MOVE CIDADE-CO60      TO EV-CIDADE-W.
           MOVE FOTO-CO60        TO QT-FOTO-W.
           MOVE VIDEO-CO60       TO QT-VIDEO-W.
           IF QT-FOTO-W = ZEROS AND QT-VIDEO-W = ZEROS
              MOVE 1 TO QT-FOTO-W.
           IF FUNCAO-VIDEO-W = ZEROS AND QT-VIDEO-W > ZEROS
              DISPLAY "FUNCAO DO CINEGRAFISTA NAO INFORMADA - VAGAS "
                      "DE VIDEO FICAM EM ABERTO"
              ADD QT-VIDEO-W TO QT-VAGAS-ABERTAS-W
              MOVE ZEROS TO QT-VIDEO-W.
           MOVE EV-CIDADE-W TO CIDADE-CA023.
           PERFORM DISTANCIA-DA-BASE.
           MOVE DIST-MEMBRO-W TO EV-DIST-W.
           MOVE EV-DATA-W TO MES-EVENTO-N.
           MOVE 01        TO MES-DIA-W.
           MOVE MES-EVENTO-N TO MES-FIM-N.
           ADD 30 TO MES-FIM-N.
           MOVE EV-DATA-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY " ".
           DISPLAY "EVENTO " EV-CONTRATO-W "/" EV-ITEM-W " EM "
                   DATA-E " " HORARIO-CO60 " - " LOCAL-CO60.
           DISPLAY "  CIDADE " EV-CIDADE-W " (" EV-DIST-W
                   " KM DA BASE)  FOTO: " QT-FOTO-W
                   "  VIDEO: " QT-VIDEO-W.
           MOVE ZEROS TO SEQ-VAGA-W PRINCIPAL-W.
           MOVE FUNCAO-FOTO-W TO FUNCAO-VAGA-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-FOTO-W
              PERFORM PREENCHE-VAGA
           END-PERFORM.
           MOVE FUNCAO-VIDEO-W TO FUNCAO-VAGA-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-VIDEO-W
              PERFORM PREENCHE-VAGA
           END-PERFORM.
           IF PRINCIPAL-W > ZEROS
              MOVE EV-CONTRATO-W TO NR-CONTRATO-CO60
              MOVE EV-ITEM-W     TO ITEM-CO60
              READ COD060 INVALID KEY
                   DISPLAY "EVENTO SUMIU DO COD060: " EV-CONTRATO-W
              NOT INVALID KEY
                   MOVE PRINCIPAL-W TO EQUIPE-CO60
                   REWRITE REG-COD060 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO COD060: "
                                   ST-COD060
                   END-REWRITE
              END-READ.
       ESCALA-UM-EVENTO-FIM.
           CONTINUE.

       VERIFICA-ESCALA-EVENTO SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE NR-CONTRATO-CO60 TO NR-CONTRATO-R032.
           MOVE ITEM-CO60        TO ITEM-R032.
           MOVE ZEROS            TO SEQ-R032.
           START RED032 KEY IS NOT LESS CHAVE-R032 INVALID KEY
                 MOVE "10" TO ST-RED032
           END-START.
           IF ST-RED032 NOT = "10"
              READ RED032 NEXT RECORD AT END
                   MOVE "10" TO ST-RED032
              NOT AT END
                   IF NR-CONTRATO-R032 = NR-CONTRATO-CO60
                      AND ITEM-R032 = ITEM-CO60
                      MOVE 1 TO ACHOU-W
                   END-IF
              END-READ.
           MOVE SPACES TO ST-RED032.

       PREENCHE-VAGA SECTION.
           PERFORM ESCOLHE-MELHOR.
           IF MELHOR-W = ZEROS
              DISPLAY "  VAGA FUNCAO " FUNCAO-VAGA-W
                      ": NINGUEM DISPONIVEL NA FUNCAO"
           ELSE
              DISPLAY "  VAGA FUNCAO " FUNCAO-VAGA-W ": SUGERIDO "
                      MELHOR-W " " MELHOR-NOME-W
              DISPLAY "     " MELHOR-DIST-W " KM  "
                      MELHOR-QT-MES-W " EVENTO(S) NO MES".
           MOVE ZEROS TO RESPOSTA-OK-W ESCOLHIDO-W.
           PERFORM PERGUNTA-ESCOLHA UNTIL RESPOSTA-OK-W = 1.
           IF ESCOLHIDO-W = ZEROS
              ADD 1 TO QT-VAGAS-ABERTAS-W
              GO TO PREENCHE-VAGA-FIM.
           ADD 1 TO SEQ-VAGA-W.
           INITIALIZE REG-RED032.
           MOVE EV-CONTRATO-W  TO NR-CONTRATO-R032.
           MOVE EV-ITEM-W      TO ITEM-R032.
           MOVE SEQ-VAGA-W     TO SEQ-R032.
           MOVE ESCOLHIDO-W    TO CODIGO-R032.
           MOVE EV-DATA-W      TO DATA-EVENTO-R032.
           MOVE FUNCAO-VAGA-W  TO FUNCAO-R032.
           MOVE MELHOR-W       TO SUGERIDO-R032.
           IF ESCOLHIDO-W = MELHOR-W
              MOVE 1 TO ORIGEM-R032
           ELSE
              MOVE 2 TO ORIGEM-R032
              ADD 1 TO QT-TROCAS-W.
           IF PRINCIPAL-W = ZEROS
              MOVE ESCOLHIDO-W TO PRINCIPAL-W
              MOVE 1 TO PRINCIPAL-R032.
           MOVE DIST-W         TO DISTANCIA-KM-R032.
           MOVE QT-MES-W       TO EVENTOS-MES-R032.
           MOVE DATA-SISTEMA-N TO DATA-ESCALA-R032.
           MOVE USUARIO-W      TO USUARIO-R032.
           WRITE REG-RED032 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RED032: " ST-RED032
                 GO TO PREENCHE-VAGA-FIM
           END-WRITE.
           ADD 1 TO QT-VAGAS-OK-W.
       PREENCHE-VAGA-FIM.
           CONTINUE.

      *    ENTER aceita a sugestao, 000 deixa a vaga em aberto, outro
      *    codigo troca (o trocado passa pelas mesmas restricoes)
       PERGUNTA-ESCOLHA SECTION.
           MOVE SPACES TO RESPOSTA-W.
           DISPLAY "     CODIGO (ENTER ACEITA, 000 DEIXA EM ABERTO): "
                   WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF RESPOSTA-W = SPACES
              MOVE MELHOR-W TO ESCOLHIDO-W
              MOVE MELHOR-DIST-W   TO DIST-W
              MOVE MELHOR-QT-MES-W TO QT-MES-W
              MOVE 1 TO RESPOSTA-OK-W
              GO TO PERGUNTA-ESCOLHA-FIM.
           IF RESPOSTA-W NOT NUMERIC
              DISPLAY "     INFORME 3 DIGITOS"
              GO TO PERGUNTA-ESCOLHA-FIM.
           MOVE RESPOSTA-W TO CANDIDATO-W.
           IF CANDIDATO-W = ZEROS
              MOVE ZEROS TO ESCOLHIDO-W
              MOVE 1 TO RESPOSTA-OK-W
              GO TO PERGUNTA-ESCOLHA-FIM.
           MOVE CANDIDATO-W TO CODIGO-R030.
           READ RED030 INVALID KEY
                DISPLAY "     INTEGRANTE NAO CADASTRADO NO RED030"
                GO TO PERGUNTA-ESCOLHA-FIM
           END-READ.
           PERFORM AVALIA-CANDIDATO.
           IF APTO-W = 0
              DISPLAY "     " NOME-R030 " - " MOTIVO-W
              GO TO PERGUNTA-ESCOLHA-FIM.
           IF FUNCAO-R030 NOT = FUNCAO-VAGA-W
              DISPLAY "     ATENCAO: " NOME-R030 " E DA FUNCAO "
                      FUNCAO-R030.
           MOVE CANDIDATO-W TO ESCOLHIDO-W.
           MOVE 1 TO RESPOSTA-OK-W.
       PERGUNTA-ESCOLHA-FIM.
           CONTINUE.

      *    menor distancia; empatado, menos eventos no mes
       ESCOLHE-MELHOR SECTION.
           MOVE ZEROS  TO MELHOR-W MELHOR-DIST-W MELHOR-QT-MES-W.
           MOVE SPACES TO MELHOR-NOME-W.
           MOVE ZEROS  TO CODIGO-R030.
           START RED030 KEY IS NOT LESS CODIGO-R030 INVALID KEY
                 MOVE "10" TO ST-RED030
           END-START.
           PERFORM UNTIL ST-RED030 = "10"
              READ RED030 NEXT RECORD AT END
                   MOVE "10" TO ST-RED030
              NOT AT END
                   IF FUNCAO-R030 = FUNCAO-VAGA-W
                      MOVE CODIGO-R030 TO CANDIDATO-W
                      PERFORM AVALIA-CANDIDATO
                      IF APTO-W = 1
                         PERFORM COMPARA-MELHOR
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RED030.

       COMPARA-MELHOR SECTION.
           IF MELHOR-W = ZEROS
              OR DIST-W < MELHOR-DIST-W
              OR (DIST-W = MELHOR-DIST-W
                  AND QT-MES-W < MELHOR-QT-MES-W)
              MOVE CANDIDATO-W TO MELHOR-W
              MOVE NOME-R030   TO MELHOR-NOME-W
              MOVE DIST-W      TO MELHOR-DIST-W
              MOVE QT-MES-W    TO MELHOR-QT-MES-W.

      *    com o REG-RED030 do candidato carregado
       AVALIA-CANDIDATO SECTION.
           MOVE 1      TO APTO-W.
           MOVE SPACES TO MOTIVO-W.
           IF VENC-HABIL-R030 > ZEROS
              AND VENC-HABIL-R030 < EV-DATA-W
              MOVE 0 TO APTO-W
              MOVE "HABILITACAO VENCIDA" TO MOTIVO-W
              GO TO AVALIA-CANDIDATO-FIM.
           PERFORM VERIFICA-AGENDA.
           IF ACHOU-W = 1
              MOVE 0 TO APTO-W
              MOVE "JA ESCALADO NA DATA" TO MOTIVO-W
              GO TO AVALIA-CANDIDATO-FIM.
           IF CIDADE-R030 = EV-CIDADE-W
              MOVE ZEROS TO DIST-W
           ELSE
              MOVE CIDADE-R030 TO CIDADE-CA023
              PERFORM DISTANCIA-DA-BASE
              IF DIST-MEMBRO-W > EV-DIST-W
                 COMPUTE DIST-W = DIST-MEMBRO-W - EV-DIST-W
              ELSE
                 COMPUTE DIST-W = EV-DIST-W - DIST-MEMBRO-W
              END-IF
           END-IF.
           PERFORM CONTA-EVENTOS-MES.
       AVALIA-CANDIDATO-FIM.
           CONTINUE.

       DISTANCIA-DA-BASE SECTION.
           MOVE ZEROS TO DIST-MEMBRO-W.
           IF ST-CAD023 NOT = "10"
              READ CAD023 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE DISTANCIA-KM-CA023 TO DIST-MEMBRO-W
              END-READ.

      *    escalado na data como equipe do evento (COD060) ou em
      *    qualquer vaga ja gravada (RED032)
       VERIFICA-AGENDA SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE CANDIDATO-W TO EQUIPE-CO60.
           MOVE EV-DATA-W   TO DATAREALIZA-CO60.
           START COD060 KEY IS NOT LESS ALT-EQUIPE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   IF EQUIPE-CO60 NOT = CANDIDATO-W
                      OR DATAREALIZA-CO60 NOT = EV-DATA-W
                      MOVE "10" TO ST-COD060
                   ELSE
                      IF DATA-CANCELAM-CO60 = ZEROS
                         MOVE 1 TO ACHOU-W
                         MOVE "10" TO ST-COD060
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD060.
           IF ACHOU-W = 1
              GO TO VERIFICA-AGENDA-FIM.
           MOVE CANDIDATO-W TO CODIGO-R032.
           MOVE EV-DATA-W   TO DATA-EVENTO-R032.
           START RED032 KEY IS NOT LESS ALT-R032 INVALID KEY
                 MOVE "10" TO ST-RED032
           END-START.
           IF ST-RED032 NOT = "10"
              READ RED032 NEXT RECORD AT END
                   MOVE "10" TO ST-RED032
              NOT AT END
                   IF CODIGO-R032 = CANDIDATO-W
                      AND DATA-EVENTO-R032 = EV-DATA-W
                      MOVE 1 TO ACHOU-W
                   END-IF
              END-READ.
           MOVE SPACES TO ST-RED032.
       VERIFICA-AGENDA-FIM.
           CONTINUE.

      *    eventos do integrante no mes do evento: como equipe do
      *    evento (COD060) mais as demais vagas (RED032 nao principal,
      *    p/ nao contar duas vezes quem tambem esta no EQUIPE-CO60)
       CONTA-EVENTOS-MES SECTION.
           MOVE ZEROS TO QT-MES-W.
           MOVE CANDIDATO-W  TO EQUIPE-CO60.
           MOVE MES-EVENTO-N TO DATAREALIZA-CO60.
           START COD060 KEY IS NOT LESS ALT-EQUIPE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   IF EQUIPE-CO60 NOT = CANDIDATO-W
                      OR DATAREALIZA-CO60 > MES-FIM-N
                      MOVE "10" TO ST-COD060
                   ELSE
                      IF DATA-CANCELAM-CO60 = ZEROS
                         ADD 1 TO QT-MES-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD060.
           MOVE CANDIDATO-W  TO CODIGO-R032.
           MOVE MES-EVENTO-N TO DATA-EVENTO-R032.
           START RED032 KEY IS NOT LESS ALT-R032 INVALID KEY
                 MOVE "10" TO ST-RED032
           END-START.
           PERFORM UNTIL ST-RED032 = "10"
              READ RED032 NEXT RECORD AT END
                   MOVE "10" TO ST-RED032
              NOT AT END
                   IF CODIGO-R032 NOT = CANDIDATO-W
                      OR DATA-EVENTO-R032 > MES-FIM-N
                      MOVE "10" TO ST-RED032
                   ELSE
                      IF PRINCIPAL-R032 = 0
                         ADD 1 TO QT-MES-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RED032.

      *----------------------------------------------------------------
      *    OPCAO 2 - ESCALA DO PERIODO
      *----------------------------------------------------------------
       RELATORIO-ESCALA SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE DATA-INI-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO CAB01-INI.
           MOVE DATA-FIM-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO CAB01-FIM.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "DATA       CONTR/ITEM LOCAL" TO CAB02-TEXTO (1: 27).
           MOVE "CIDADE  EQUIPE" TO CAB02-TEXTO (51: 14).
           PERFORM CABECALHO.
           MOVE DATA-INI-W TO DATAREALIZA-CO60.
           START COD060 KEY IS NOT LESS DATAREALIZA-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   IF DATAREALIZA-CO60 > DATA-FIM-W
                      MOVE "10" TO ST-COD060
                   ELSE
                      IF DATA-CANCELAM-CO60 = ZEROS
                         PERFORM IMPRIME-EVENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD060.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-EVENTO SECTION.
           MOVE DATAREALIZA-CO60 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (1: 10).
           MOVE NR-CONTRATO-CO60 TO LINDET-REL (12: 4).
           MOVE "/"              TO LINDET-REL (16: 1).
           MOVE ITEM-CO60        TO LINDET-REL (17: 3).
           MOVE LOCAL-CO60       TO LINDET-REL (23: 25).
           MOVE CIDADE-CO60      TO LINDET-REL (51: 4).
           IF EQUIPE-CO60 = ZEROS
              MOVE "*** SEM EQUIPE ***" TO LINDET-REL (59: 18)
           ELSE
              MOVE EQUIPE-CO60   TO LINDET-REL (59: 6).
           PERFORM IMPRIME-LINDET.
           MOVE NR-CONTRATO-CO60 TO NR-CONTRATO-R032.
           MOVE ITEM-CO60        TO ITEM-R032.
           MOVE ZEROS            TO SEQ-R032.
           START RED032 KEY IS NOT LESS CHAVE-R032 INVALID KEY
                 MOVE "10" TO ST-RED032
           END-START.
           PERFORM UNTIL ST-RED032 = "10"
              READ RED032 NEXT RECORD AT END
                   MOVE "10" TO ST-RED032
              NOT AT END
                   IF NR-CONTRATO-R032 NOT = NR-CONTRATO-CO60
                      OR ITEM-R032 NOT = ITEM-CO60
                      MOVE "10" TO ST-RED032
                   ELSE
                      PERFORM IMPRIME-VAGA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RED032.

       IMPRIME-VAGA SECTION.
           MOVE "FUNCAO"         TO LINDET-REL (12: 6).
           MOVE FUNCAO-R032      TO LINDET-REL (19: 2).
           MOVE CODIGO-R032      TO LINDET-REL (23: 3) CODIGO-R030.
           READ RED030 INVALID KEY
                MOVE SPACES TO NOME-R030
           END-READ.
           MOVE NOME-R030        TO LINDET-REL (27: 30).
           MOVE DISTANCIA-KM-R032 TO LINDET-REL (59: 5).
           MOVE "KM"             TO LINDET-REL (65: 2).
           MOVE EVENTOS-MES-R032 TO LINDET-REL (69: 3).
           MOVE "NO MES"         TO LINDET-REL (73: 6).
           IF ESCALA-TROCADA-R032
              IF SUGERIDO-R032 = ZEROS
                 MOVE "(SEM SUGESTAO)" TO LINDET-REL (81: 14)
              ELSE
                 MOVE "(SUGERIDO"    TO LINDET-REL (81: 9)
                 MOVE SUGERIDO-R032  TO LINDET-REL (91: 3)
                 MOVE ")"            TO LINDET-REL (94: 1).
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
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE COD060 RED030 RED032 CAD023.

       END PROGRAM REP426.
