       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP026.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONTAS A PAGAR RECORRENTES (CPD035/CPD036) - ALUGUEL,
      *        ENERGIA, TELEFONIA E LICENCAS ERAM REDIGITADOS TODO
      *        MES NO CPD020, E SEMPRE ESCAPAVA UMA CONTA.
      *        OPCAO 1 - MODELO: INCLUI, ALTERA OU INATIVA (FORNEC.,
      *          CONTA REDUZIDA, CENTRO DE CUSTO, VALOR FIXO OU
      *          ESTIMADO, DIA DO VENCIMENTO, PERIODICIDADE E
      *          VIGENCIA);
      *        OPCAO 2 - GERACAO DO MES: CRIA NO CPD020 O TITULO
      *          PREVISTO (PREV-DEF-CP20 = 1) DE CADA MODELO ATIVO QUE
      *          VENCE NO MES, UMA VEZ SO POR MODELO/MES;
      *        OPCAO 3 - CONFIRMACAO: A CONTA CHEGOU - GRAVA O VALOR
      *          REAL E O DOCUMENTO E PASSA O TITULO P/ DEFINITIVO;
      *        OPCAO 4 - PENDENCIAS: PREVISTOS NUNCA CONFIRMADOS,
      *          MARCANDO OS JA VENCIDOS (CONTA QUE NAO CHEGOU).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX035.
           COPY CPPX036.
           COPY CXPX134.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW020.
           COPY CPPW035.
           COPY CPPW036.
           COPY CXPW134.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD035             PIC XX       VALUE SPACES.
           05  ST-CPD036             PIC XX       VALUE SPACES.
           05  ST-CXD134             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  MODELO-W              PIC 9(4)     VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  MESES-W               PIC S9(5)    VALUE ZEROS.
           05  RESTO-W               PIC 9(2)     VALUE ZEROS.
           05  QUOC-W                PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  NR-DOCTO-W            PIC X(10)    VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  QT-GERADOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

       01  ANOMES-REF-W.
           05  AA-REF-W              PIC 9(4).
           05  MM-REF-W              PIC 9(2).
       01  ANOMES-INI-W.
           05  AA-INI-W              PIC 9(4).
           05  MM-INI-W              PIC 9(2).

       01  VENCTO-W.
           05  AA-VENCTO-W           PIC 9(4).
           05  MM-VENCTO-W           PIC 9(2).
           05  DD-VENCTO-W           PIC 9(2).
       01  VENCTO-N-W REDEFINES VENCTO-W PIC 9(8).

       01  TAB-ULTIMO-DIA.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  RED-ULTIMO-DIA REDEFINES TAB-ULTIMO-DIA.
           05  ULTIMO-DIA-W OCCURS 12  PIC 9(2).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD035       PIC X(60)    VALUE SPACES.
           05  PATH-CPD036       PIC X(60)    VALUE SPACES.
           05  PATH-CXD134       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CPP026 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(50)  VALUE
               "CONTAS RECORRENTES PREVISTAS NAO CONFIRMADAS".
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "MODELO ANO/MES FORNEC DESCRICAO                   ".
           05  FILLER            PIC X(50)  VALUE
               "   VENCTO      PREVISTO".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM MANUTENCAO-MODELO
                  WHEN 2 PERFORM GERA-MES
                  WHEN 3 PERFORM CONFIRMA-PREVISTO
                  WHEN 4 PERFORM LISTA-PENDENTES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-MODELO  2-GERA MES  3-CONFIRMA  4-PENDENTES: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CPD035"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD035
              MOVE "CPD036"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD036
              MOVE "CXD134"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD134
              OPEN I-O CPD020 CPD035 CPD036 CXD134
              IF ST-CPD035 = "35"
                 CLOSE CPD035      OPEN OUTPUT CPD035
                 CLOSE CPD035      OPEN I-O CPD035
              END-IF
              IF ST-CPD036 = "35"
                 CLOSE CPD036      OPEN OUTPUT CPD036
                 CLOSE CPD036      OPEN I-O CPD036
              END-IF
              IF ST-CXD134 = "35"
                 CLOSE CXD134      OPEN OUTPUT CXD134
                 CLOSE CXD134      OPEN I-O CXD134
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD035 > "09"
                 DISPLAY "ERRO ABERTURA CPD035: " ST-CPD035
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD036 > "09"
                 DISPLAY "ERRO ABERTURA CPD036: " ST-CPD036
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CPD020 CPD035 CPD036 CXD134
              END-IF.

       MANUTENCAO-MODELO SECTION.
           DISPLAY "MODELO (ZEROS = NOVO): " WITH NO ADVANCING.
           ACCEPT MODELO-W.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF MODELO-W = ZEROS
              PERFORM PROXIMO-MODELO
              INITIALIZE REG-CPD035
              MOVE MODELO-W TO MODELO-CP35
              MOVE 1 TO ACAO-W
           ELSE
              MOVE MODELO-W TO MODELO-CP35
              READ CPD035 INVALID KEY
                   DISPLAY "MODELO NAO ENCONTRADO"
                   GO TO MANUTENCAO-MODELO-FIM
              END-READ
              DISPLAY "2-ALTERA  3-INATIVA: " WITH NO ADVANCING
              ACCEPT ACAO-W
              IF ACAO-W NOT = 2 AND ACAO-W NOT = 3
                 DISPLAY "ACAO INVALIDA"
                 GO TO MANUTENCAO-MODELO-FIM
              END-IF
           END-IF.
           IF ACAO-W = 3
              MOVE 1 TO SITUACAO-CP35
              MOVE USUARIO-W TO USUARIO-CP35
              REWRITE REG-CPD035 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD035: " ST-CPD035
              END-REWRITE
              DISPLAY "MODELO INATIVADO"
              GO TO MANUTENCAO-MODELO-FIM.
           DISPLAY "FORNECEDOR..................: " WITH NO ADVANCING.
           ACCEPT FORNEC-CP35.
           DISPLAY "DESCRICAO...................: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-CP35.
           DISPLAY "CONTA REDUZIDA..............: " WITH NO ADVANCING.
           ACCEPT CODREDUZ-CP35.
           DISPLAY "CENTRO DE CUSTO (0 = NENHUM): " WITH NO ADVANCING.
           ACCEPT CENTRO-CP35.
           DISPLAY "VALOR 1-FIXO 2-ESTIMADO.....: " WITH NO ADVANCING.
           ACCEPT TIPO-VALOR-CP35.
           DISPLAY "VALOR.......................: " WITH NO ADVANCING.
           ACCEPT VALOR-CP35.
           DISPLAY "DIA DO VENCIMENTO...........: " WITH NO ADVANCING.
           ACCEPT DIA-VENCTO-CP35.
           DISPLAY "PERIODICIDADE EM MESES......: " WITH NO ADVANCING.
           ACCEPT PERIODICIDADE-CP35.
           DISPLAY "VIGENCIA INICIAL (AAAAMM)...: " WITH NO ADVANCING.
           ACCEPT VIGENCIA-INI-CP35.
           DISPLAY "VIGENCIA FINAL (0=SEM PRAZO): " WITH NO ADVANCING.
           ACCEPT VIGENCIA-FIM-CP35.
           IF FORNEC-CP35 = ZEROS OR VALOR-CP35 = ZEROS
              OR DIA-VENCTO-CP35 = ZEROS OR DIA-VENCTO-CP35 > 31
              OR PERIODICIDADE-CP35 = ZEROS
              OR (TIPO-VALOR-CP35 NOT = 1 AND TIPO-VALOR-CP35 NOT = 2)
              OR VIGENCIA-INI-CP35 = ZEROS
              OR (VIGENCIA-FIM-CP35 NOT = ZEROS AND
                  VIGENCIA-FIM-CP35 < VIGENCIA-INI-CP35)
              DISPLAY "DADOS INVALIDOS"
              GO TO MANUTENCAO-MODELO-FIM.
           MOVE ZEROS     TO SITUACAO-CP35.
           MOVE USUARIO-W TO USUARIO-CP35.
           IF ACAO-W = 1
              WRITE REG-CPD035 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD035: " ST-CPD035
              END-WRITE
              DISPLAY "MODELO " MODELO-W " INCLUIDO"
           ELSE
              REWRITE REG-CPD035 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD035: " ST-CPD035
              END-REWRITE
              DISPLAY "MODELO " MODELO-W " ALTERADO".
       MANUTENCAO-MODELO-FIM.
           CONTINUE.

       PROXIMO-MODELO SECTION.
           MOVE ZEROS TO MODELO-W MODELO-CP35.
           START CPD035 KEY IS NOT LESS MODELO-CP35 INVALID KEY
                 MOVE "10" TO ST-CPD035
           END-START.
           PERFORM UNTIL ST-CPD035 = "10"
              READ CPD035 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD035
              NOT AT END
                   MOVE MODELO-CP35 TO MODELO-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD035.
           ADD 1 TO MODELO-W.

      *    geracao do mes: roda quantas vezes quiser, o CPD036
      *    (modelo + ano/mes) impede titulo em dobro
       GERA-MES SECTION.
           DISPLAY "ANO/MES A GERAR (AAAAMM): " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           DISPLAY "USUARIO.................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           MOVE ANOMES-W TO ANOMES-REF-W.
           IF MM-REF-W < 1 OR MM-REF-W > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO GERA-MES-FIM.
           MOVE ZEROS TO MODELO-CP35.
           START CPD035 KEY IS NOT LESS MODELO-CP35 INVALID KEY
                 MOVE "10" TO ST-CPD035
           END-START.
           PERFORM UNTIL ST-CPD035 = "10"
              READ CPD035 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD035
              NOT AT END
                   IF SITUACAO-CP35 = 0
                      AND VIGENCIA-INI-CP35 NOT > ANOMES-W
                      AND (VIGENCIA-FIM-CP35 = ZEROS OR
                           VIGENCIA-FIM-CP35 NOT < ANOMES-W)
                      PERFORM TESTA-PERIODICIDADE
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY "TITULOS PREVISTOS GERADOS: " QT-GERADOS-W.
       GERA-MES-FIM.
           CONTINUE.

       TESTA-PERIODICIDADE SECTION.
           MOVE VIGENCIA-INI-CP35 TO ANOMES-INI-W.
           COMPUTE MESES-W = (AA-REF-W * 12 + MM-REF-W)
                           - (AA-INI-W * 12 + MM-INI-W).
           DIVIDE MESES-W BY PERIODICIDADE-CP35
                  GIVING QUOC-W REMAINDER RESTO-W.
           IF RESTO-W NOT = ZEROS
              GO TO TESTA-PERIODICIDADE-FIM.
           MOVE MODELO-CP35 TO MODELO-CP36.
           MOVE ANOMES-W    TO ANOMES-CP36.
           READ CPD036 INVALID KEY
                PERFORM GERA-PREVISTO
           END-READ.
       TESTA-PERIODICIDADE-FIM.
           CONTINUE.

       GERA-PREVISTO SECTION.
           MOVE AA-REF-W        TO AA-VENCTO-W.
           MOVE MM-REF-W        TO MM-VENCTO-W.
           MOVE DIA-VENCTO-CP35 TO DD-VENCTO-W.
           IF DD-VENCTO-W > ULTIMO-DIA-W (MM-VENCTO-W)
              MOVE ULTIMO-DIA-W (MM-VENCTO-W) TO DD-VENCTO-W.
           MOVE ZEROS         TO PROX-SEQ-CP-W.
           MOVE FORNEC-CP35   TO FORNEC-CP20.
           MOVE ZEROS         TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-CP35
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20.
           MOVE FORNEC-CP35    TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W  TO SEQ-CP20.
           MOVE ZEROS          TO TIPO-FORN-CP20.
           MOVE "REC"          TO NR-DOCTO-CP20 (1: 3).
           MOVE ANOMES-W       TO NR-DOCTO-CP20 (4: 6).
           MOVE VENCTO-N-W     TO DATA-VENCTO-CP20.
           MOVE DESCRICAO-CP35 TO DESCRICAO-CP20.
           MOVE 1              TO PREV-DEF-CP20.
           MOVE CODREDUZ-CP35  TO CODREDUZ-APUR-CP20.
           MOVE VALOR-CP35     TO VALOR-TOT-CP20.
           MOVE USUARIO-W      TO DIGITADOR-CP20.
           MOVE 1              TO TIPO-CONTA-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                 GO TO GERA-PREVISTO-FIM
           END-WRITE.
           INITIALIZE REG-CPD036.
           MOVE MODELO-CP35    TO MODELO-CP36.
           MOVE ANOMES-W       TO ANOMES-CP36.
           MOVE FORNEC-CP35    TO FORNEC-CP36.
           MOVE PROX-SEQ-CP-W  TO SEQ-CP20-CP36.
           MOVE VENCTO-N-W     TO DATA-VENCTO-CP36.
           MOVE VALOR-CP35     TO VLR-PREVISTO-CP36.
           MOVE USUARIO-W      TO USUARIO-CP36.
           WRITE REG-CPD036 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD036: " ST-CPD036
           END-WRITE.
           IF CENTRO-CP35 > ZEROS AND ST-CXD134 NOT > "09"
              PERFORM GRAVA-CENTRO.
           ADD 1 TO QT-GERADOS-W.
       GERA-PREVISTO-FIM.
           CONTINUE.

      *    dimensao de centro de custo do titulo (CXD134, CXP144)
       GRAVA-CENTRO SECTION.
           MOVE 2 TO ORIGEM-CX134.
           MOVE SPACES TO CHAVE-DOC-CX134.
           MOVE FORNEC-CP35   TO CHAVE-DOC-CX134 (1: 6).
           MOVE PROX-SEQ-CP-W TO CHAVE-DOC-CX134 (7: 5).
           MOVE CENTRO-CP35   TO CENTRO-CX134.
           WRITE REG-CXD134 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CXD134: " ST-CXD134
           END-WRITE.

       CONFIRMA-PREVISTO SECTION.
           DISPLAY "MODELO.............: " WITH NO ADVANCING.
           ACCEPT MODELO-W.
           DISPLAY "ANO/MES (AAAAMM)...: " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           MOVE MODELO-W TO MODELO-CP36.
           MOVE ANOMES-W TO ANOMES-CP36.
           READ CPD036 INVALID KEY
                DISPLAY "NAO HA TITULO GERADO P/ ESSE MODELO/MES"
                GO TO CONFIRMA-PREVISTO-FIM
           END-READ.
           IF SITUACAO-CP36 NOT = 0
              DISPLAY "TITULO JA CONFIRMADO OU CANCELADO"
              GO TO CONFIRMA-PREVISTO-FIM.
           MOVE FORNEC-CP36   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP36 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                DISPLAY "TITULO CPD020 NAO ENCONTRADO"
                GO TO CONFIRMA-PREVISTO-FIM
           END-READ.
           MOVE VLR-PREVISTO-CP36 TO VALOR-E.
           DISPLAY "VALOR PREVISTO.....: " VALOR-E.
           DISPLAY "VALOR REAL DA CONTA: " WITH NO ADVANCING.
           ACCEPT VALOR-W.
           DISPLAY "NR. DO DOCUMENTO...: " WITH NO ADVANCING.
           ACCEPT NR-DOCTO-W.
           DISPLAY "VENCIMENTO REAL (AAAAMMDD, ZEROS = MANTEM): "
                   WITH NO ADVANCING.
           ACCEPT VENCTO-N-W.
           DISPLAY "USUARIO............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF VALOR-W = ZEROS
              DISPLAY "VALOR INVALIDO"
              GO TO CONFIRMA-PREVISTO-FIM.
           MOVE ZEROS      TO PREV-DEF-CP20.
           MOVE VALOR-W    TO VALOR-TOT-CP20.
           IF NR-DOCTO-W NOT = SPACES
              MOVE NR-DOCTO-W TO NR-DOCTO-CP20.
           IF VENCTO-N-W NOT = ZEROS
              MOVE VENCTO-N-W TO DATA-VENCTO-CP20 DATA-VENCTO-CP36.
           MOVE 1          TO LIBERADO-CP20.
           REWRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD020: " ST-CPD020
                 GO TO CONFIRMA-PREVISTO-FIM
           END-REWRITE.
           MOVE VALOR-W        TO VLR-REAL-CP36.
           MOVE 1              TO SITUACAO-CP36.
           MOVE DATA-SISTEMA-N TO DATA-CONFIRMA-CP36.
           MOVE USUARIO-W      TO USUARIO-CP36.
           REWRITE REG-CPD036 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD036: " ST-CPD036
           END-REWRITE.
           DISPLAY "TITULO CONFIRMADO COMO DEFINITIVO".
       CONFIRMA-PREVISTO-FIM.
           CONTINUE.

      *    previstos ainda sem confirmacao; o titulo cancelado a mao
      *    no CPD020 sai da lista (CPD036 vai p/ cancelado)
       LISTA-PENDENTES SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO SITUACAO-CP36 ANOMES-CP36 MODELO-CP36.
           START CPD036 KEY IS NOT LESS ALT1-CP36 INVALID KEY
                 MOVE "10" TO ST-CPD036
           END-START.
           PERFORM UNTIL ST-CPD036 = "10"
              READ CPD036 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD036
              NOT AT END
                   IF SITUACAO-CP36 NOT = 0
                      MOVE "10" TO ST-CPD036
                   ELSE
                      PERFORM IMPRIME-PENDENTE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "PREVISTOS SEM CONFIRMACAO:" TO LINDET-REL (1: 26).
           MOVE QT-PENDENTES-W TO LINDET-REL (28: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-PENDENTE SECTION.
           MOVE FORNEC-CP36   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP36 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE 4 TO SITUACAO-CP20
           END-READ.
           IF SITUACAO-CP20 = 4 OR PREV-DEF-CP20 = 0
              PERFORM BAIXA-PENDENTE
              GO TO IMPRIME-PENDENTE-FIM.
           MOVE MODELO-CP36 TO MODELO-CP35.
           READ CPD035 INVALID KEY
                MOVE SPACES TO DESCRICAO-CP35
           END-READ.
           MOVE SPACES TO LINDET-REL.
           MOVE MODELO-CP36       TO LINDET-REL (1: 4).
           MOVE ANOMES-CP36       TO LINDET-REL (8: 6).
           MOVE FORNEC-CP36       TO LINDET-REL (15: 6).
           MOVE DESCRICAO-CP35    TO LINDET-REL (22: 30).
           MOVE DATA-VENCTO-CP36  TO LINDET-REL (54: 8).
           MOVE VLR-PREVISTO-CP36 TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (64: 13).
           IF DATA-VENCTO-CP36 < DATA-SISTEMA-N
              MOVE "VENCIDO" TO LINDET-REL (79: 7).
           PERFORM IMPRIME-LINDET.
           ADD 1 TO QT-PENDENTES-W.
       IMPRIME-PENDENTE-FIM.
           CONTINUE.

      *    titulo cancelado ou confirmado direto no CPD020: acerta o
      *    CPD036 e reposiciona (a situacao saiu da faixa varrida)
       BAIXA-PENDENTE SECTION.
           IF SITUACAO-CP20 = 4
              MOVE 2 TO SITUACAO-CP36
           ELSE
              MOVE 1 TO SITUACAO-CP36
              MOVE VALOR-TOT-CP20 TO VLR-REAL-CP36
              MOVE DATA-SISTEMA-N TO DATA-CONFIRMA-CP36.
           REWRITE REG-CPD036 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD036: " ST-CPD036
           END-REWRITE.
           MOVE ZEROS TO SITUACAO-CP36.
           START CPD036 KEY IS NOT LESS ALT1-CP36 INVALID KEY
                 MOVE "10" TO ST-CPD036
           END-START.

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
           CLOSE CPD020 CPD035 CPD036 CXD134.

       END PROGRAM CPP026.
