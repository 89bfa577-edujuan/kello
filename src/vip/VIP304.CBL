       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP304.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: APROVEITAMENTO DAS FOTOS POR FOTOGRAFO/CINEGRAFISTA
      *        NO PERIODO - O CACHE (REP425) PAGA POR EVENTO E NUNCA
      *        SE MEDIU QUEM PRODUZ FOTO QUE VENDE.
      *        - AS FITAS/CARTOES DOS EVENTOS DO PERIODO (VID100,
      *          CHAVE ALT3 POR DATA DO EVENTO) DIZEM QUEM CAPTOU: O
      *          CARTAO DE ORIGEM DO ARQUIVO NO MANIFESTO (VID102) E
      *          O NUMERO CONTRATO+FITA DO VID100 (CARTAO NAO ACHADO
      *          SAI SO NO TOTAL DE NAO IDENTIFICADOS);
      *        - CAPTADAS: ARQUIVOS DO MANIFESTO POR INTEGRANTE;
      *        - NA PROVA: ARQUIVOS CUJO QUADRO FOI ESCOLHIDO PELO
      *          FORMANDO (MTD057, PRODUTO FOTO, NR-QUADRO = NOME DO
      *          ARQUIVO SEM A EXTENSAO);
      *        - VENDIDAS E RECEITA: AS FOTOS VENDIDAS NO ALBUM
      *          (RCD100 QFOTOS + EXTRAS) E O TOTAL DA VENDA RATEADOS
      *          PELOS QUADROS DA PROVA DE CADA INTEGRANTE;
      *        - APROVEITAMENTO (VENDIDAS / CAPTADAS) E RECEITA POR
      *          FOTO CAPTADA, COMPARADOS COM A MEDIA DO MESMO TIPO
      *          DE EVENTO (COD003) NO PERIODO.
      *        INTEGRANTE INFORMADO LISTA SO ELE; A MEDIA E SEMPRE DE
      *        TODA A EQUIPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX100.
           COPY VIPX102.
           COPY MTPX057.
           COPY RCPX100.
           COPY CGPX001.
           COPY COPX003.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY VIPW100.
           COPY VIPW102.
           COPY MTPW057.
           COPY RCPW100.
           COPY CGPW001.
           COPY COPW003.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VID102             PIC XX       VALUE SPACES.
           05  ST-MTD057             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  INTEGRANTE-W          PIC 9(6)     VALUE ZEROS.
           05  EVENTO-W              PIC 9(5)     VALUE ZEROS.
           05  INTEGR-ARQ-W          PIC 9(6)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  NA-PROVA-W            PIC 9        VALUE ZEROS.
           05  QUADRO-ARQ-W          PIC X(10)    VALUE SPACES.
           05  ALBUM-ATUAL-W         PIC 9(8)     VALUE ZEROS.
           05  ALB-QUADROS-W         PIC 9(5)     VALUE ZEROS.
           05  ALB-VENDIDAS-W        PIC 9(5)     VALUE ZEROS.
           05  ALB-RECEITA-W         PIC 9(8)V99  VALUE ZEROS.
           05  QT-NAO-IDENT-W        PIC 9(7)     VALUE ZEROS.
           05  QT-CARTOES-W          PIC 9(4)     VALUE ZEROS.
           05  QT-EVENTOS-W          PIC 9(3)     VALUE ZEROS.
           05  QT-LINHAS-W           PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  K                     PIC 9(4)     VALUE ZEROS.
           05  PERC-W                PIC 9(3)V99  VALUE ZEROS.
           05  PERC-MEDIA-W          PIC 9(3)V99  VALUE ZEROS.
           05  RECFOTO-W             PIC 9(5)V99  VALUE ZEROS.
           05  RECFOTO-MEDIA-W       PIC 9(5)V99  VALUE ZEROS.
           05  INTEGR-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  QT-E                  PIC ZZZ.ZZ9.
           05  PERC-E                PIC ZZ9,99.
           05  VALOR-E               PIC Z.ZZZ.ZZ9,99.
           05  RECFOTO-E             PIC ZZ.ZZ9,99.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INVERTE-W        PIC X(8).

      *    fitas/cartoes dos eventos do periodo e quem captou
       01  TAB-CARTOES.
           05  CT-ITEM OCCURS 3000 TIMES.
               10  CT-EVENTO         PIC 9(5).
               10  CT-CARTAO         PIC 9(9).
               10  CT-INTEGRANTE     PIC 9(6).

      *    tipos de evento do periodo, com os totais p/ a media
       01  TAB-EVENTOS.
           05  EV-ITEM OCCURS 300 TIMES.
               10  EV-EVENTO         PIC 9(5).
               10  EV-CAPTADAS       PIC 9(7).
               10  EV-PROVA          PIC 9(7).
               10  EV-VENDIDAS       PIC 9(7)V99.
               10  EV-RECEITA        PIC 9(9)V99.

      *    integrante x tipo de evento, em ordem de integrante
       01  TAB-EQUIPE.
           05  EQ-ITEM OCCURS 600 TIMES.
               10  EQ-INTEGRANTE     PIC 9(6).
               10  EQ-EVENTO         PIC 9(5).
               10  EQ-CAPTADAS       PIC 9(7).
               10  EQ-PROVA          PIC 9(7).
               10  EQ-VENDIDAS       PIC 9(7)V99.
               10  EQ-RECEITA        PIC 9(9)V99.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-VID100       PIC X(60)    VALUE SPACES.
           05  PATH-VID102       PIC X(60)    VALUE SPACES.
           05  PATH-MTD057       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-COD003       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "VIP304 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  FILLER            PIC X(40)  VALUE
           "APROVEITAMENTO DAS FOTOS POR INTEGRANTE".
           05  CAB01-PERIODO     PIC X(23)  VALUE SPACES.
           05  FILLER            PIC X(30)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(130) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CARREGA-CARTOES
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-EVENTOS-W
                 PERFORM PROCESSA-EVENTO
              END-PERFORM
              PERFORM IMPRIME-RELATORIO
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "EVENTOS DE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-W.
           DISPLAY "EVENTOS ATE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           DISPLAY "INTEGRANTE (0 = TODOS): " WITH NO ADVANCING.
           ACCEPT INTEGRANTE-W.
           IF DATA-INI-W = ZEROS OR DATA-FIM-W < DATA-INI-W
              DISPLAY "PERIODO INVALIDO"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "VID100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID100
              MOVE "VID102"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID102
              MOVE "MTD057"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD057
              MOVE "RCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD100
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              MOVE "COD003"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD003
              OPEN INPUT VID100 VID102 RCD100 CGD001 COD003 MTD057
              IF ST-VID100 > "09"
                 DISPLAY "ERRO ABERTURA VID100: " ST-VID100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-VID102 > "09"
                 DISPLAY "ERRO ABERTURA VID102: " ST-VID102
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD100 > "09"
                 DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD001 > "09"
                 DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD003 > "09"
                 DISPLAY "ERRO ABERTURA COD003: " ST-COD003
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD057 > "09"
      *          sem prova cadastrada nada chega a prova nem a venda
                 MOVE "10" TO ST-MTD057
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *    fitas/cartoes recebidos dos eventos do periodo
       CARREGA-CARTOES SECTION.
           MOVE ZEROS TO QT-CARTOES-W QT-EVENTOS-W QT-LINHAS-W.
           INITIALIZE TAB-EVENTOS TAB-EQUIPE.
           MOVE DATA-INI-W TO DATA-EVENTO-V100.
           START VID100 KEY IS NOT LESS ALT3-V100 INVALID KEY
                 MOVE "10" TO ST-VID100
           END-START.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   IF DATA-EVENTO-V100 > DATA-FIM-W
                      MOVE "10" TO ST-VID100
                   ELSE
                      PERFORM GUARDA-CARTAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID100.
           IF QT-CARTOES-W = 3000
              DISPLAY "ATENCAO: MAIS DE 3000 FITAS/CARTOES NO "
                      "PERIODO - REDUZA O PERIODO".

      *    a mesma fita aparece em varios movimentos do VID100
       GUARDA-CARTAO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CARTOES-W
              IF CT-EVENTO (I) = EVENTO-V100
                 AND CT-CARTAO (I) = NR-FITAS-V100
                 MOVE 1 TO ACHOU-W
                 MOVE QT-CARTOES-W TO I
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1 OR QT-CARTOES-W = 3000
              GO TO GUARDA-CARTAO-FIM.
           ADD 1 TO QT-CARTOES-W.
           MOVE EVENTO-V100       TO CT-EVENTO (QT-CARTOES-W).
           MOVE NR-FITAS-V100     TO CT-CARTAO (QT-CARTOES-W).
           MOVE CINEGRAFISTA-V100 TO CT-INTEGRANTE (QT-CARTOES-W).
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EVENTOS-W
              IF EV-EVENTO (I) = EVENTO-V100
                 MOVE 1 TO ACHOU-W
                 MOVE QT-EVENTOS-W TO I
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0 AND QT-EVENTOS-W < 300
              ADD 1 TO QT-EVENTOS-W
              MOVE EVENTO-V100 TO EV-EVENTO (QT-EVENTOS-W).
       GUARDA-CARTAO-FIM.
           CONTINUE.

      *    arquivos do manifesto de um evento (indice K em TAB-EVENTOS)
       PROCESSA-EVENTO SECTION.
           MOVE EV-EVENTO (K) TO EVENTO-W EVENTO-V102.
           MOVE ZEROS         TO SEQ-ARQ-V102.
           START VID102 KEY IS NOT LESS CHAVE-V102 INVALID KEY
                 MOVE "10" TO ST-VID102
           END-START.
           PERFORM UNTIL ST-VID102 = "10"
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   IF EVENTO-V102 NOT = EVENTO-W
                      MOVE "10" TO ST-VID102
                   ELSE
                      PERFORM PROCESSA-ARQUIVO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID102.

       PROCESSA-ARQUIVO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CARTOES-W
              IF CT-EVENTO (I) = EVENTO-W
                 AND CARTAO-ORIGEM-V102 (1: 9) IS NUMERIC
                 AND CARTAO-ORIGEM-V102 (1: 9) = CT-CARTAO (I)
                 MOVE CT-INTEGRANTE (I) TO INTEGR-ARQ-W
                 MOVE 1 TO ACHOU-W
                 MOVE QT-CARTOES-W TO I
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              ADD 1 TO QT-NAO-IDENT-W
              GO TO PROCESSA-ARQUIVO-FIM.
           PERFORM POSICIONA-EQUIPE.
           IF J = ZEROS
              GO TO PROCESSA-ARQUIVO-FIM.
           ADD 1 TO EQ-CAPTADAS (J) EV-CAPTADAS (K).
           IF ALBUM-V102 = ZEROS OR ST-MTD057 = "10"
              GO TO PROCESSA-ARQUIVO-FIM.
           IF ALBUM-V102 NOT = ALBUM-ATUAL-W
              PERFORM CARREGA-ALBUM.
           PERFORM PROCURA-QUADRO.
           IF NA-PROVA-W = 0
              GO TO PROCESSA-ARQUIVO-FIM.
           ADD 1 TO EQ-PROVA (J) EV-PROVA (K).
           IF ALB-QUADROS-W > ZEROS
              COMPUTE EQ-VENDIDAS (J) = EQ-VENDIDAS (J)
                      + ALB-VENDIDAS-W / ALB-QUADROS-W
              COMPUTE EV-VENDIDAS (K) = EV-VENDIDAS (K)
                      + ALB-VENDIDAS-W / ALB-QUADROS-W
              COMPUTE EQ-RECEITA (J) = EQ-RECEITA (J)
                      + ALB-RECEITA-W / ALB-QUADROS-W
              COMPUTE EV-RECEITA (K) = EV-RECEITA (K)
                      + ALB-RECEITA-W / ALB-QUADROS-W.
       PROCESSA-ARQUIVO-FIM.
           CONTINUE.

      *    acha (ou abre, mantendo a ordem) a linha integrante x tipo;
      *    devolve J = 0 se a tabela estourou
       POSICIONA-EQUIPE SECTION.
           MOVE ZEROS TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
              IF EQ-INTEGRANTE (I) = INTEGR-ARQ-W
                 AND EQ-EVENTO (I) = EVENTO-W
                 MOVE I TO J
                 MOVE QT-LINHAS-W TO I
              END-IF
           END-PERFORM.
           IF J > ZEROS
              GO TO POSICIONA-EQUIPE-FIM.
           IF QT-LINHAS-W = 600
              DISPLAY "ATENCAO: TABELA DE INTEGRANTES CHEIA"
              GO TO POSICIONA-EQUIPE-FIM.
           MOVE 1 TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
              IF EQ-INTEGRANTE (I) < INTEGR-ARQ-W
                 OR (EQ-INTEGRANTE (I) = INTEGR-ARQ-W
                     AND EQ-EVENTO (I) < EVENTO-W)
                 COMPUTE J = I + 1
              END-IF
           END-PERFORM.
           PERFORM VARYING I FROM QT-LINHAS-W BY -1 UNTIL I < J
              MOVE EQ-ITEM (I) TO EQ-ITEM (I + 1)
           END-PERFORM.
           ADD 1 TO QT-LINHAS-W.
           INITIALIZE EQ-ITEM (J).
           MOVE INTEGR-ARQ-W TO EQ-INTEGRANTE (J).
           MOVE EVENTO-W     TO EQ-EVENTO (J).
       POSICIONA-EQUIPE-FIM.
           CONTINUE.

      *    quadros de foto escolhidos na prova e a venda do album
       CARREGA-ALBUM SECTION.
           MOVE ALBUM-V102 TO ALBUM-ATUAL-W.
           MOVE ZEROS TO ALB-QUADROS-W ALB-VENDIDAS-W ALB-RECEITA-W.
           MOVE ALBUM-V102 TO ALBUM-MT57.
           MOVE ZEROS      TO SEQ-MT57.
           START MTD057 KEY IS NOT LESS CHAVE-MT57 INVALID KEY
                 MOVE "10" TO ST-MTD057
           END-START.
           PERFORM UNTIL ST-MTD057 = "10"
              READ MTD057 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD057
              NOT AT END
                   IF ALBUM-MT57 NOT = ALBUM-ATUAL-W
                      MOVE "10" TO ST-MTD057
                   ELSE
                      IF PRODUTO-MT57 = 1
                         ADD 1 TO ALB-QUADROS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD057.
           MOVE ALBUM-V102 TO ALBUM-REC.
           READ RCD100 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                COMPUTE ALB-VENDIDAS-W = QFOTOS-REC
                        + QFOTOS-EXTRA1-REC + QFOTOS-EXTRA2-REC
                MOVE TOTAL-REC TO ALB-RECEITA-W
           END-READ.

       PROCURA-QUADRO SECTION.
           MOVE ZEROS  TO NA-PROVA-W.
           MOVE SPACES TO QUADRO-ARQ-W.
           UNSTRING NOME-ARQ-V102 DELIMITED BY "."
                    INTO QUADRO-ARQ-W.
           MOVE ALBUM-ATUAL-W TO ALBUM-MT57.
           MOVE ZEROS         TO SEQ-MT57.
           START MTD057 KEY IS NOT LESS CHAVE-MT57 INVALID KEY
                 MOVE "10" TO ST-MTD057
           END-START.
           PERFORM UNTIL ST-MTD057 = "10"
              READ MTD057 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD057
              NOT AT END
                   IF ALBUM-MT57 NOT = ALBUM-ATUAL-W
                      MOVE "10" TO ST-MTD057
                   ELSE
                      IF PRODUTO-MT57 = 1
                         AND NR-QUADRO-MT57 = QUADRO-ARQ-W
                         MOVE 1 TO NA-PROVA-W
                         MOVE "10" TO ST-MTD057
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD057.

      *----------------------------------------------------------------
      *    RELATORIO: UM BLOCO POR INTEGRANTE, UMA LINHA POR TIPO
      *----------------------------------------------------------------
       IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE DATA-INI-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E TO CAB01-PERIODO (1: 10).
           MOVE "A"    TO CAB01-PERIODO (12: 1).
           MOVE DATA-FIM-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E TO CAB01-PERIODO (14: 10).
           MOVE "INTEGRANTE / TIPO DE EVENTO" TO CAB02-TEXTO (1: 27).
           MOVE "CAPTADAS"       TO CAB02-TEXTO (30: 8).
           MOVE "PROVA"          TO CAB02-TEXTO (39: 5).
           MOVE "VENDIDAS"       TO CAB02-TEXTO (45: 8).
           MOVE "APROV%"         TO CAB02-TEXTO (54: 6).
           MOVE "RECEITA"        TO CAB02-TEXTO (67: 7).
           MOVE "R$/FOTO"        TO CAB02-TEXTO (77: 7).
           MOVE "MEDIA DO TIPO: APROV%  R$/FOTO"
                                 TO CAB02-TEXTO (87: 30).
           PERFORM CABECALHO.
           MOVE ZEROS TO INTEGR-ANT-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-LINHAS-W
              IF INTEGRANTE-W = ZEROS
                 OR EQ-INTEGRANTE (J) = INTEGRANTE-W
                 PERFORM IMPRIME-LINHA-EQUIPE
              END-IF
           END-PERFORM.
           PERFORM IMPRIME-LINDET.
           MOVE "MEDIA DA EQUIPE POR TIPO DE EVENTO"
                TO LINDET-REL (1: 34).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-EVENTOS-W
              PERFORM IMPRIME-LINHA-TIPO
           END-PERFORM.
           IF QT-NAO-IDENT-W > ZEROS
              PERFORM IMPRIME-LINDET
              MOVE "ARQUIVOS COM CARTAO NAO IDENTIFICADO NO VID100:"
                   TO LINDET-REL (1: 47)
              MOVE QT-NAO-IDENT-W TO QT-E
              MOVE QT-E TO LINDET-REL (49: 7)
              PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-LINHA-EQUIPE SECTION.
           IF EQ-INTEGRANTE (J) NOT = INTEGR-ANT-W
              MOVE EQ-INTEGRANTE (J) TO INTEGR-ANT-W CODIGO-CG01
              READ CGD001 INVALID KEY
                   MOVE "*NAO CADASTRADO*" TO NOME-CG01
              END-READ
              PERFORM IMPRIME-LINDET
              MOVE EQ-INTEGRANTE (J) TO LINDET-REL (1: 6)
              MOVE NOME-CG01         TO LINDET-REL (9: 30)
              PERFORM IMPRIME-LINDET.
           MOVE EQ-EVENTO (J) TO EVENTO-W.
           PERFORM LE-TIPO-EVENTO.
           MOVE NOME-CO03 TO LINDET-REL (3: 20).
           MOVE EQ-CAPTADAS (J) TO QT-E.
           MOVE QT-E            TO LINDET-REL (31: 7).
           MOVE EQ-PROVA (J)    TO QT-E.
           MOVE QT-E            TO LINDET-REL (38: 7).
           MOVE EQ-VENDIDAS (J) TO QT-E.
           MOVE QT-E            TO LINDET-REL (45: 7).
           MOVE ZEROS TO PERC-W RECFOTO-W.
           IF EQ-CAPTADAS (J) > ZEROS
              COMPUTE PERC-W ROUNDED =
                      EQ-VENDIDAS (J) * 100 / EQ-CAPTADAS (J)
              COMPUTE RECFOTO-W ROUNDED =
                      EQ-RECEITA (J) / EQ-CAPTADAS (J).
           MOVE PERC-W          TO PERC-E.
           MOVE PERC-E          TO LINDET-REL (54: 6).
           MOVE EQ-RECEITA (J)  TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (62: 12).
           MOVE RECFOTO-W       TO RECFOTO-E.
           MOVE RECFOTO-E       TO LINDET-REL (75: 9).
           PERFORM CALCULA-MEDIA-TIPO.
           MOVE PERC-MEDIA-W    TO PERC-E.
           MOVE PERC-E          TO LINDET-REL (95: 6).
           MOVE RECFOTO-MEDIA-W TO RECFOTO-E.
           MOVE RECFOTO-E       TO LINDET-REL (102: 9).
           IF PERC-W > PERC-MEDIA-W
              MOVE "ACIMA"      TO LINDET-REL (113: 5)
           ELSE
              IF PERC-W < PERC-MEDIA-W
                 MOVE "ABAIXO"  TO LINDET-REL (113: 6).
           PERFORM IMPRIME-LINDET.

      *    media do tipo EVENTO-W: procura a linha na TAB-EVENTOS
       CALCULA-MEDIA-TIPO SECTION.
           MOVE ZEROS TO PERC-MEDIA-W RECFOTO-MEDIA-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-EVENTOS-W
              IF EV-EVENTO (K) = EVENTO-W
                 IF EV-CAPTADAS (K) > ZEROS
                    COMPUTE PERC-MEDIA-W ROUNDED =
                            EV-VENDIDAS (K) * 100 / EV-CAPTADAS (K)
                    COMPUTE RECFOTO-MEDIA-W ROUNDED =
                            EV-RECEITA (K) / EV-CAPTADAS (K)
                 END-IF
                 MOVE QT-EVENTOS-W TO K
              END-IF
           END-PERFORM.

       IMPRIME-LINHA-TIPO SECTION.
           MOVE EV-EVENTO (K) TO EVENTO-W.
           PERFORM LE-TIPO-EVENTO.
           MOVE NOME-CO03 TO LINDET-REL (3: 20).
           MOVE EV-CAPTADAS (K) TO QT-E.
           MOVE QT-E            TO LINDET-REL (31: 7).
           MOVE EV-PROVA (K)    TO QT-E.
           MOVE QT-E            TO LINDET-REL (38: 7).
           MOVE EV-VENDIDAS (K) TO QT-E.
           MOVE QT-E            TO LINDET-REL (45: 7).
           MOVE ZEROS TO PERC-W RECFOTO-W.
           IF EV-CAPTADAS (K) > ZEROS
              COMPUTE PERC-W ROUNDED =
                      EV-VENDIDAS (K) * 100 / EV-CAPTADAS (K)
              COMPUTE RECFOTO-W ROUNDED =
                      EV-RECEITA (K) / EV-CAPTADAS (K).
           MOVE PERC-W          TO PERC-E.
           MOVE PERC-E          TO LINDET-REL (54: 6).
           MOVE EV-RECEITA (K)  TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (62: 12).
           MOVE RECFOTO-W       TO RECFOTO-E.
           MOVE RECFOTO-E       TO LINDET-REL (75: 9).
           PERFORM IMPRIME-LINDET.

       LE-TIPO-EVENTO SECTION.
           MOVE EVENTO-W TO CODIGO-CO03.
           READ COD003 INVALID KEY
                MOVE SPACES TO NOME-CO03
                MOVE "EVENTO"  TO NOME-CO03 (1: 6)
                MOVE EVENTO-W  TO NOME-CO03 (8: 5)
           END-READ.

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
           CLOSE VID100 VID102 RCD100 CGD001 COD003 MTD057.

       END PROGRAM VIP304.
