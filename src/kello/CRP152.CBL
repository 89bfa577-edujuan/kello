       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP152.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: PROVISAO P/ DEVEDORES DUVIDOSOS (PDD) E BAIXA FORMAL
      *        P/ PERDA - TITULO VELHO DO CRD020 E CHEQUE DEVOLVIDO
      *        QUE NUNCA VAO SER RECEBIDOS FICAVAM "EM ABERTO" P/
      *        SEMPRE, INFLANDO O AGING E O SALDO DE CLIENTES.
      *        OPCAO 1 - TABELA: PERCENTUAL POR ORIGEM (1-TITULO,
      *          2-CHEQUE DEVOLVIDO) E FAIXA DE DIAS DE ATRASO (CRD152);
      *        OPCAO 2 - CALCULO DO MES: SALDO EM ABERTO NO ULTIMO DIA
      *          DO MES (CRD020 SITUACAO 0/1, CHEQUES 5/6 AINDA NAO
      *          RECUPERADOS NO CHD013) FAIXADO PELO ATRASO, COM A PDD
      *          POR ORIGEM/FAIXA GRAVADA NO CRD153 E IMPRESSA;
      *        OPCAO 3 - CONTABILIZA A PDD DO MES NO DIARIO CTD100 E
      *          NO ARQUIVO DE EXPORTACAO (NUMERACAO PELO CHECKPOINT
      *          CTD101, COMO O CTP100): REVERSAO DA PDD DO MES
      *          ANTERIOR E CONSTITUICAO DA DO MES - O MES FICA TRAVADO
      *          P/ RECALCULO;
      *        OPCAO 4 - PROPOE A BAIXA P/ PERDA DE UM TITULO OU
      *          CHEQUE, COM MOTIVO OBRIGATORIO (CRD154);
      *        OPCAO 5 - APROVACAO DO SUPERVISOR (OUTRO USUARIO QUE
      *          NAO O PROPONENTE): O TITULO/CHEQUE VAI A 8-BAIXADO P/
      *          PERDA, SEM DATA DE RECEBIMENTO NEM VALOR PAGO, E A
      *          PERDA E LANCADA CONTRA A PDD NO CTD100;
      *        OPCAO 6 - RECUPERACAO: VALOR RECEBIDO DEPOIS DA BAIXA
      *          VAI AO CTD100 COMO RECUPERACAO DE PERDAS.
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX152.
           COPY CRPX153.
           COPY CRPX154.
           COPY CHPX010.
           COPY CHPX013.
           COPY CTPX100.
           COPY CTPX101.
           SELECT EXPORTA ASSIGN TO PATH-EXPORTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-EXPORTA.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY CRPW152.
           COPY CRPW153.
           COPY CRPW154.
           COPY CHPW010.
           COPY CHPW013.
           COPY CTPW100.
           COPY CTPW101.
       FD  EXPORTA.
       01  REG-EXPORTA.
           05  EXP-DATA            PIC 9(8).
           05  EXP-DEBITO          PIC 9(5).
           05  EXP-CREDITO         PIC 9(5).
           05  EXP-VALOR           PIC 9(10)V99.
           05  EXP-HISTORICO       PIC X(30).
           05  EXP-ORIGEM          PIC X(2).
           05  EXP-CENTRO          PIC 9(3).
      *    centro de custo (sempre zeros na PDD)
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD152             PIC XX       VALUE SPACES.
           05  ST-CRD153             PIC XX       VALUE SPACES.
           05  ST-CRD154             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-CTD100             PIC XX       VALUE SPACES.
           05  ST-CTD101             PIC XX       VALUE SPACES.
           05  ST-EXPORTA            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ORIGEM-W              PIC 9        VALUE ZEROS.
           05  FAIXA-W               PIC 9(2)     VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-DIARIO-W          PIC 9(6)     VALUE ZEROS.
           05  SALDO-W               PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-W               PIC 9(10)V99 VALUE ZEROS.
           05  TOT-PDD-W             PIC 9(12)V99 VALUE ZEROS.
           05  TOT-ANT-W             PIC 9(12)V99 VALUE ZEROS.
           05  TOT-SALDO-W           PIC 9(12)V99 VALUE ZEROS.
           05  QT-MES-W              PIC 9(4)     VALUE ZEROS.
           05  QT-CONTAB-W           PIC 9(4)     VALUE ZEROS.
           05  QT-BAIXAS-W           PIC 9(4)     VALUE ZEROS.
           05  CONTA-DESPESA-W       PIC 9(5)     VALUE ZEROS.
           05  CONTA-PROVISAO-W      PIC 9(5)     VALUE ZEROS.
           05  CONTA-REVERSAO-W      PIC 9(5)     VALUE ZEROS.
           05  CONTA-CLIENTES-W      PIC 9(5)     VALUE ZEROS.
           05  CONTA-CAIXA-W         PIC 9(5)     VALUE ZEROS.
           05  CONTA-RECUPERA-W      PIC 9(5)     VALUE ZEROS.
           05  DATA-MOVTO-W          PIC 9(8)     VALUE ZEROS.
           05  SEQ-CHQ-W             PIC 9(4)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  SUPERVISOR-W          PIC X(5)     VALUE SPACES.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  HISTORICO-W           PIC X(30)    VALUE SPACES.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  F                     PIC 9(2)     VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DIAS-E                PIC ZZZZ9.
           05  PERC-E                PIC ZZ9,99.
           05  QTDE-E                PIC ZZZ.ZZ9.
           05  VALOR-E               PIC Z.ZZZ.ZZZ.ZZ9,99.

      *    data-base do calculo = ultimo dia do mes
       01  DATA-BASE-W.
           05  AA-BASE               PIC 9(4).
           05  MM-BASE               PIC 9(2).
           05  DD-BASE               PIC 9(2).
       01  DATA-BASE-N REDEFINES DATA-BASE-W PIC 9(8).
      *    mes anterior ao da PDD, p/ a reversao
       01  ANOMES-ANT-W.
           05  AA-ANT                PIC 9(4).
           05  MM-ANT                PIC 9(2).
       01  ANOMES-ANT-N REDEFINES ANOMES-ANT-W PIC 9(6).
       01  RESTO-W                   PIC 9(2)     VALUE ZEROS.
       01  QUOC-W                    PIC 9(4)     VALUE ZEROS.

      *    documento da baixa: CHAVE-CR20 ou CHAVE-CH10
       01  DOCTO-W                   PIC X(14)    VALUE SPACES.
       01  DOCTO-CR-W                REDEFINES DOCTO-W.
           05  CLASS-DOC-W           PIC 9(1).
           05  CLIENTE-DOC-W         PIC 9(8).
           05  SEQ-DOC-W             PIC 9(5).
       01  DOCTO-CH-W                REDEFINES DOCTO-W.
           05  DATA-MOVTO-DOC-W      PIC 9(8).
           05  SEQ-CHQ-DOC-W         PIC 9(4).
           05  FILLER                PIC X(2).

      *    faixas das duas origens, carregadas do CRD152
       01  TAB-FAIXAS.
           05  TF-ORIGEM             OCCURS 2 TIMES.
               10  TF-QT-FAIXAS      PIC 9(2).
               10  TF-ITEM           OCCURS 10 TIMES.
                   15  TF-FAIXA      PIC 9(2).
                   15  TF-DIAS-DE    PIC 9(5).
                   15  TF-DIAS-ATE   PIC 9(5).
                   15  TF-PERC       PIC 9(3)V99.
                   15  TF-QTDE       PIC 9(6).
                   15  TF-SALDO      PIC 9(12)V99.
                   15  TF-PDD        PIC 9(12)V99.

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  PARAMETROS-CAP022.
           05  CAP022-EMPRESA     PIC X(3).
           05  CAP022-MODULO      PIC X(2).
           05  CAP022-DATA-MOVTO  PIC 9(8).
           05  CAP022-RETORNO     PIC 9(1).
               88  CAP022-PERMITIDO        VALUE 0.
               88  CAP022-MES-FECHADO      VALUE 1.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CRD152       PIC X(60)    VALUE SPACES.
           05  PATH-CRD153       PIC X(60)    VALUE SPACES.
           05  PATH-CRD154       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CHD013       PIC X(60)    VALUE SPACES.
           05  PATH-CTD100       PIC X(60)    VALUE SPACES.
           05  PATH-CTD101       PIC X(60)    VALUE SPACES.
           05  PATH-EXPORTA      PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CRP152 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  FILLER            PIC X(36)  VALUE
               "PROVISAO P/ DEVEDORES DUVIDOSOS - ".
           05  CAB01-ANOMES      PIC 9999/99.
           05  FILLER            PIC X(20)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(20)  VALUE "ORIGEM".
           05  FILLER            PIC X(20)  VALUE "FAIXA DE ATRASO".
           05  FILLER            PIC X(10)  VALUE "   QTDE".
           05  FILLER            PIC X(20)  VALUE
               "       SALDO ABERTO".
           05  FILLER            PIC X(8)   VALUE "     %".
           05  FILLER            PIC X(20)  VALUE
               "                PDD".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA    PIC X(3).
           05  GRLOCK-ARQUIVO    PIC X(8).
           05  GRLOCK-CHAVE      PIC X(30).
           05  GRLOCK-PROGRAMA   PIC X(8).
           05  GRLOCK-FUNCAO     PIC 9(1).
           05  GRLOCK-SEGUNDOS   PIC 9(5).
           05  GRLOCK-RETORNO    PIC 9(1).
           05  GRLOCK-CONTROLE   PIC X(120).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM MANUTENCAO-TABELA
                  WHEN 2 PERFORM CALCULA-PDD
                  WHEN 3 PERFORM CONTABILIZA-PDD
                  WHEN 4 PERFORM PROPOE-BAIXA
                  WHEN 5 PERFORM APROVA-BAIXAS
                  WHEN 6 PERFORM RECUPERACAO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-TABELA  2-CALCULO PDD  3-CONTABILIZA PDD".
           DISPLAY "4-PROPOE BAIXA P/ PERDA  5-APROVA BAIXAS  "
                   "6-RECUPERACAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 6
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
      *       a aprovacao tira titulos da carteira no mes corrente: o
      *       contas a receber precisa estar aberto (fechamento CAP021)
              IF OPCAO-W = 5
                 MOVE EMPRESA-W      TO CAP022-EMPRESA
                 MOVE "CR"           TO CAP022-MODULO
                 MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
                 CALL "CAP022" USING PARAMETROS-CAP022
                 IF CAP022-MES-FECHADO
                    DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                            "LIBERE NO CAP021"
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF
           END-IF.
           IF ERRO-W = 0
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CRD152"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD152
              MOVE "CRD153"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD153
              MOVE "CRD154"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD154
              MOVE "CHD010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD010
              MOVE "CHD013"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD013
              MOVE "CTD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD100
              MOVE "CTD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD101
              MOVE "CTEXPORT" TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-EXPORTA
              OPEN I-O CRD020 CRD152 CRD153 CRD154 CHD010 CTD100
                       CTD101
              OPEN INPUT CHD013
              IF ST-CRD152 = "35"
                 CLOSE CRD152      OPEN OUTPUT CRD152
                 CLOSE CRD152      OPEN I-O CRD152
              END-IF
              IF ST-CRD153 = "35"
                 CLOSE CRD153      OPEN OUTPUT CRD153
                 CLOSE CRD153      OPEN I-O CRD153
              END-IF
              IF ST-CRD154 = "35"
                 CLOSE CRD154      OPEN OUTPUT CRD154
                 CLOSE CRD154      OPEN I-O CRD154
              END-IF
              IF ST-CTD100 = "35"
                 CLOSE CTD100      OPEN OUTPUT CTD100
                 CLOSE CTD100      OPEN I-O CTD100
              END-IF
              IF ST-CTD101 = "35"
                 CLOSE CTD101      OPEN OUTPUT CTD101
                 CLOSE CTD101      OPEN I-O CTD101
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD152 > "09"
                 DISPLAY "ERRO ABERTURA CRD152: " ST-CRD152
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD153 > "09"
                 DISPLAY "ERRO ABERTURA CRD153: " ST-CRD153
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD154 > "09"
                 DISPLAY "ERRO ABERTURA CRD154: " ST-CRD154
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD010 > "09"
                 DISPLAY "ERRO ABERTURA CHD010: " ST-CHD010
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD013 > "09"
                 DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CTD100 > "09"
                 DISPLAY "ERRO ABERTURA CTD100: " ST-CTD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CTD101 > "09"
                 DISPLAY "ERRO ABERTURA CTD101: " ST-CTD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CRD020 CRD152 CRD153 CRD154 CHD010 CHD013
                       CTD100 CTD101
              END-IF.

       MANUTENCAO-TABELA SECTION.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           MOVE 9 TO ORIGEM-W.
           PERFORM UNTIL ORIGEM-W = ZEROS
              DISPLAY "ORIGEM (1-TITULO 2-CHEQUE DEVOLVIDO 0-ENCERRA): "
                      WITH NO ADVANCING
              ACCEPT ORIGEM-W
              IF ORIGEM-W = 1 OR ORIGEM-W = 2
                 PERFORM MANUTENCAO-FAIXA
              END-IF
           END-PERFORM.
           PERFORM CARREGA-FAIXAS.
           PERFORM VARYING ORIGEM-W FROM 1 BY 1 UNTIL ORIGEM-W > 2
              DISPLAY "ORIGEM " ORIGEM-W
              PERFORM VARYING F FROM 1 BY 1
                      UNTIL F > TF-QT-FAIXAS (ORIGEM-W)
                 MOVE TF-PERC (ORIGEM-W F) TO PERC-E
                 DISPLAY "  FAIXA " TF-FAIXA (ORIGEM-W F) " DE "
                         TF-DIAS-DE (ORIGEM-W F) " ATE "
                         TF-DIAS-ATE (ORIGEM-W F) " DIAS - " PERC-E
                         "%"
              END-PERFORM
           END-PERFORM.

       MANUTENCAO-FAIXA SECTION.
           DISPLAY "FAIXA (01-10)........: " WITH NO ADVANCING.
           ACCEPT FAIXA-W.
           IF FAIXA-W < 1 OR FAIXA-W > 10
              DISPLAY "FAIXA INVALIDA"
              GO TO MANUTENCAO-FAIXA-FIM.
           MOVE ORIGEM-W TO ORIGEM-CR152.
           MOVE FAIXA-W  TO FAIXA-CR152.
           READ CRD152 INVALID KEY
                INITIALIZE REG-CRD152
                MOVE ORIGEM-W TO ORIGEM-CR152
                MOVE FAIXA-W  TO FAIXA-CR152
                PERFORM ACEITA-FAIXA
                WRITE REG-CRD152 INVALID KEY
                      DISPLAY "ERRO GRAVANDO CRD152: " ST-CRD152
                END-WRITE
                GO TO MANUTENCAO-FAIXA-FIM
           END-READ.
           MOVE PERCENTUAL-CR152 TO PERC-E.
           DISPLAY "ATUAL: ATE " DIAS-ATE-CR152 " DIAS - " PERC-E "%".
           DISPLAY "A-ALTERA  E-EXCLUI: " WITH NO ADVANCING.
           ACCEPT ACAO-W.
           IF ACAO-W = "E"
              DELETE CRD152 INVALID KEY
                     DISPLAY "ERRO EXCLUINDO CRD152: " ST-CRD152
              END-DELETE
              GO TO MANUTENCAO-FAIXA-FIM.
           IF ACAO-W NOT = "A"
              GO TO MANUTENCAO-FAIXA-FIM.
           PERFORM ACEITA-FAIXA.
           REWRITE REG-CRD152 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD152: " ST-CRD152
           END-REWRITE.
       MANUTENCAO-FAIXA-FIM.
           CONTINUE.

       ACEITA-FAIXA SECTION.
           DISPLAY "DIAS DE ATRASO ATE (99999 = ACIMA): "
                   WITH NO ADVANCING.
           ACCEPT DIAS-ATE-CR152.
           DISPLAY "PERCENTUAL DE PDD....: " WITH NO ADVANCING.
           ACCEPT PERCENTUAL-CR152.
           IF PERCENTUAL-CR152 > 100
              MOVE 100 TO PERCENTUAL-CR152.
           MOVE DATA-SISTEMA-N TO DATA-ALTERACAO-CR152.
           MOVE USUARIO-W      TO USUARIO-CR152.

      *    CARREGA-FAIXAS: a faixa comeca no limite da anterior + 1;
      *    faixa fora de ordem de dias nao entra.
       CARREGA-FAIXAS SECTION.
           INITIALIZE TAB-FAIXAS.
           MOVE ZEROS TO ORIGEM-CR152 FAIXA-CR152.
           START CRD152 KEY IS NOT LESS CHAVE-CR152 INVALID KEY
                 MOVE "10" TO ST-CRD152
           END-START.
           PERFORM UNTIL ST-CRD152 = "10"
              READ CRD152 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD152
              NOT AT END
                   IF ORIGEM-CR152 = 1 OR ORIGEM-CR152 = 2
                      PERFORM CARREGA-UMA-FAIXA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD152.

       CARREGA-UMA-FAIXA SECTION.
           MOVE ORIGEM-CR152 TO ORIGEM-W.
           MOVE TF-QT-FAIXAS (ORIGEM-W) TO F.
           IF F > ZEROS
              IF DIAS-ATE-CR152 NOT > TF-DIAS-ATE (ORIGEM-W F)
                 DISPLAY "FAIXA " FAIXA-CR152 " DA ORIGEM " ORIGEM-W
                         " FORA DE ORDEM - IGNORADA"
                 GO TO CARREGA-UMA-FAIXA-FIM
              END-IF
           END-IF.
           ADD 1 TO F.
           MOVE F TO TF-QT-FAIXAS (ORIGEM-W).
           MOVE FAIXA-CR152      TO TF-FAIXA (ORIGEM-W F).
           MOVE PERCENTUAL-CR152 TO TF-PERC (ORIGEM-W F).
           MOVE DIAS-ATE-CR152   TO TF-DIAS-ATE (ORIGEM-W F).
           IF F = 1
              MOVE ZEROS TO TF-DIAS-DE (ORIGEM-W F)
           ELSE
              COMPUTE TF-DIAS-DE (ORIGEM-W F) =
                      TF-DIAS-ATE (ORIGEM-W F - 1) + 1.
       CARREGA-UMA-FAIXA-FIM.
           CONTINUE.

       CALCULA-PDD SECTION.
           DISPLAY "ANO/MES DA PDD (AAAAMM): " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           PERFORM CALCULA-DATA-BASE.
           IF ERRO-W = 1
              GO TO CALCULA-PDD-FIM.
           PERFORM CARREGA-FAIXAS.
           IF TF-QT-FAIXAS (1) = ZEROS OR TF-QT-FAIXAS (2) = ZEROS
              DISPLAY "TABELA DE PERCENTUAIS INCOMPLETA - CADASTRE AS"
                      " DUAS ORIGENS NA OPCAO 1"
              GO TO CALCULA-PDD-FIM.
           PERFORM LIMPA-CALCULO-MES.
           IF QT-CONTAB-W > ZEROS
              DISPLAY "PDD DE " ANOMES-W " JA CONTABILIZADA - "
                      "RECALCULO NAO PERMITIDO"
              GO TO CALCULA-PDD-FIM.
           PERFORM SOMA-TITULOS.
           PERFORM SOMA-CHEQUES.
           PERFORM GRAVA-CALCULO.
           PERFORM IMPRIME-CALCULO.
       CALCULA-PDD-FIM.
           CONTINUE.

       CALCULA-DATA-BASE SECTION.
           MOVE ANOMES-W TO ANOMES-ANT-N.
           IF MM-ANT < 1 OR MM-ANT > 12 OR AA-ANT < 2000
              DISPLAY "ANO/MES INVALIDO"
              MOVE 1 TO ERRO-W
              GO TO CALCULA-DATA-BASE-FIM.
           MOVE AA-ANT TO AA-BASE.
           MOVE MM-ANT TO MM-BASE.
           EVALUATE MM-BASE
               WHEN 2
                    DIVIDE AA-BASE BY 4 GIVING QUOC-W
                           REMAINDER RESTO-W
                    IF RESTO-W = ZEROS
                       MOVE 29 TO DD-BASE
                    ELSE
                       MOVE 28 TO DD-BASE
                    END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO DD-BASE
               WHEN OTHER
                    MOVE 31 TO DD-BASE
           END-EVALUATE.
      *    mes anterior, p/ a reversao
           IF MM-ANT = 1
              MOVE 12 TO MM-ANT
              SUBTRACT 1 FROM AA-ANT
           ELSE
              SUBTRACT 1 FROM MM-ANT.
       CALCULA-DATA-BASE-FIM.
           CONTINUE.

      *    LIMPA-CALCULO-MES: recalculo apaga o que houver do mes;
      *    mes contabilizado nao se mexe (QT-CONTAB-W > 0).
       LIMPA-CALCULO-MES SECTION.
           MOVE ZEROS TO QT-CONTAB-W.
           MOVE ANOMES-W TO ANOMES-CR153.
           MOVE ZEROS    TO ORIGEM-CR153 FAIXA-CR153.
           START CRD153 KEY IS NOT LESS CHAVE-CR153 INVALID KEY
                 MOVE "10" TO ST-CRD153
           END-START.
           PERFORM UNTIL ST-CRD153 = "10"
              READ CRD153 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD153
              NOT AT END
                   IF ANOMES-CR153 NOT = ANOMES-W
                      MOVE "10" TO ST-CRD153
                   ELSE
                      IF CONTABILIZADO-CR153 = 1
                         ADD 1 TO QT-CONTAB-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD153.
           IF QT-CONTAB-W > ZEROS
              GO TO LIMPA-CALCULO-MES-FIM.
           MOVE ANOMES-W TO ANOMES-CR153.
           MOVE ZEROS    TO ORIGEM-CR153 FAIXA-CR153.
           START CRD153 KEY IS NOT LESS CHAVE-CR153 INVALID KEY
                 MOVE "10" TO ST-CRD153
           END-START.
           PERFORM UNTIL ST-CRD153 = "10"
              READ CRD153 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD153
              NOT AT END
                   IF ANOMES-CR153 NOT = ANOMES-W
                      MOVE "10" TO ST-CRD153
                   ELSE
                      DELETE CRD153 RECORD INVALID KEY
                             DISPLAY "ERRO EXCLUINDO CRD153: "
                                     ST-CRD153
                      END-DELETE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD153.
       LIMPA-CALCULO-MES-FIM.
           CONTINUE.

      *    titulos emitidos ate a data-base ainda em aberto; atraso
      *    contado do vencimento (titulo a vencer cai na 1a faixa)
       SOMA-TITULOS SECTION.
           MOVE 1 TO ORIGEM-W.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF (SITUACAO-CR20 = 0 OR SITUACAO-CR20 = 1)
                      AND DATA-EMISSAO-CR20 NOT > DATA-BASE-N
                      IF SITUACAO-CR20 = 1
                         MOVE VALOR-SALDO-CR20 TO SALDO-W
                      ELSE
                         MOVE VALOR-TOT-CR20   TO SALDO-W
                      END-IF
                      MOVE DATA-VENCTO-CR20 TO GRDIFD-DATA1
                      PERFORM ACUMULA-FAIXA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.

      *    cheques devolvidos (5) e problematicos (6) sem recuperacao
      *    no CHD013; atraso contado da apresentacao
       SOMA-CHEQUES SECTION.
           MOVE 2 TO ORIGEM-W.
           MOVE ZEROS TO DATA-MOVTO-CH10 SEQ-CH10.
           START CHD010 KEY IS NOT LESS CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010
           END-START.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF (SITUACAO-CH10 = 5 OR SITUACAO-CH10 = 6)
                      AND DATA-MOVTO-CH10 NOT > DATA-BASE-N
                      PERFORM SOMA-UM-CHEQUE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD010.

       SOMA-UM-CHEQUE SECTION.
           MOVE DATA-MOVTO-CH10 TO DATA-MOVTO-CH13.
           MOVE SEQ-CH10        TO SEQ-CH13.
           READ CHD013 INVALID KEY
                MOVE DATA-VENCTO-CH10 TO GRDIFD-DATA1
           NOT INVALID KEY
                IF DATA-RECTO-CH13 > ZEROS
                   GO TO SOMA-UM-CHEQUE-FIM
                END-IF
                IF DATA-APRES-CH13 > ZEROS
                   MOVE DATA-APRES-CH13  TO GRDIFD-DATA1
                ELSE
                   MOVE DATA-VENCTO-CH10 TO GRDIFD-DATA1
                END-IF
           END-READ.
           MOVE VALOR-SALDO-CH10 TO SALDO-W.
           PERFORM ACUMULA-FAIXA.
       SOMA-UM-CHEQUE-FIM.
           CONTINUE.

       ACUMULA-FAIXA SECTION.
           IF SALDO-W = ZEROS
              GO TO ACUMULA-FAIXA-FIM.
           MOVE DATA-BASE-N TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           MOVE TF-QT-FAIXAS (ORIGEM-W) TO F.
           PERFORM VARYING I FROM TF-QT-FAIXAS (ORIGEM-W) BY -1
                   UNTIL I < 1
              IF GRDIFD-DIAS NOT > TF-DIAS-ATE (ORIGEM-W I)
                 MOVE I TO F
              END-IF
           END-PERFORM.
           ADD 1       TO TF-QTDE (ORIGEM-W F).
           ADD SALDO-W TO TF-SALDO (ORIGEM-W F).
       ACUMULA-FAIXA-FIM.
           CONTINUE.

       GRAVA-CALCULO SECTION.
           PERFORM VARYING ORIGEM-W FROM 1 BY 1 UNTIL ORIGEM-W > 2
              PERFORM VARYING F FROM 1 BY 1
                      UNTIL F > TF-QT-FAIXAS (ORIGEM-W)
                 PERFORM GRAVA-UMA-FAIXA
              END-PERFORM
           END-PERFORM.

       GRAVA-UMA-FAIXA SECTION.
           COMPUTE TF-PDD (ORIGEM-W F) ROUNDED =
                   TF-SALDO (ORIGEM-W F) * TF-PERC (ORIGEM-W F) / 100.
           INITIALIZE REG-CRD153.
           MOVE ANOMES-W              TO ANOMES-CR153.
           MOVE ORIGEM-W              TO ORIGEM-CR153.
           MOVE TF-FAIXA (ORIGEM-W F) TO FAIXA-CR153.
           MOVE TF-DIAS-DE (ORIGEM-W F)  TO DIAS-DE-CR153.
           MOVE TF-DIAS-ATE (ORIGEM-W F) TO DIAS-ATE-CR153.
           MOVE TF-PERC (ORIGEM-W F)  TO PERCENTUAL-CR153.
           MOVE TF-QTDE (ORIGEM-W F)  TO QT-TITULOS-CR153.
           MOVE TF-SALDO (ORIGEM-W F) TO SALDO-CR153.
           MOVE TF-PDD (ORIGEM-W F)   TO VALOR-PDD-CR153.
           MOVE DATA-SISTEMA-N        TO DATA-CALCULO-CR153.
           MOVE USUARIO-W             TO USUARIO-CR153.
           WRITE REG-CRD153 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD153: " ST-CRD153
           END-WRITE.

       IMPRIME-CALCULO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ANOMES-W  TO CAB01-ANOMES.
           MOVE ZEROS TO TOT-SALDO-W TOT-PDD-W.
           PERFORM VARYING ORIGEM-W FROM 1 BY 1 UNTIL ORIGEM-W > 2
              PERFORM VARYING F FROM 1 BY 1
                      UNTIL F > TF-QT-FAIXAS (ORIGEM-W)
                 PERFORM IMPRIME-FAIXA
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL GERAL"  TO LINDET-REL (1: 11).
           MOVE TOT-SALDO-W    TO VALOR-E.
           MOVE VALOR-E        TO LINDET-REL (51: 17).
           MOVE TOT-PDD-W      TO VALOR-E.
           MOVE VALOR-E        TO LINDET-REL (79: 17).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           MOVE TOT-PDD-W TO VALOR-E.
           DISPLAY "PDD CALCULADA P/ " ANOMES-W ": " VALOR-E.

       IMPRIME-FAIXA SECTION.
           MOVE SPACES TO LINDET-REL.
           IF ORIGEM-W = 1
              MOVE "TITULOS CRD020"   TO LINDET-REL (1: 14)
           ELSE
              MOVE "CHEQUES DEVOLV."  TO LINDET-REL (1: 15).
           MOVE TF-DIAS-DE (ORIGEM-W F) TO DIAS-E.
           MOVE DIAS-E                TO LINDET-REL (21: 5).
           MOVE " A "                 TO LINDET-REL (26: 3).
           IF TF-DIAS-ATE (ORIGEM-W F) = 99999
              MOVE "ACIMA"            TO LINDET-REL (29: 5)
           ELSE
              MOVE TF-DIAS-ATE (ORIGEM-W F) TO DIAS-E
              MOVE DIAS-E             TO LINDET-REL (29: 5).
           MOVE TF-QTDE (ORIGEM-W F)  TO QTDE-E.
           MOVE QTDE-E                TO LINDET-REL (41: 7).
           MOVE TF-SALDO (ORIGEM-W F) TO VALOR-E.
           MOVE VALOR-E               TO LINDET-REL (51: 17).
           MOVE TF-PERC (ORIGEM-W F)  TO PERC-E.
           MOVE PERC-E                TO LINDET-REL (71: 6).
           MOVE TF-PDD (ORIGEM-W F)   TO VALOR-E.
           MOVE VALOR-E               TO LINDET-REL (79: 17).
           PERFORM IMPRIME-LINDET.
           ADD TF-SALDO (ORIGEM-W F) TO TOT-SALDO-W.
           ADD TF-PDD (ORIGEM-W F)   TO TOT-PDD-W.

      *    CONTABILIZA-PDD: estorna a PDD contabilizada do mes
      *    anterior e constitui a do mes, na data-base; o mes fica
      *    travado p/ recalculo.
       CONTABILIZA-PDD SECTION.
           DISPLAY "ANO/MES DA PDD (AAAAMM): " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           PERFORM CALCULA-DATA-BASE.
           IF ERRO-W = 1
              GO TO CONTABILIZA-PDD-FIM.
           DISPLAY "CONTA DESPESA COM PDD..........: "
                   WITH NO ADVANCING.
           ACCEPT CONTA-DESPESA-W.
           DISPLAY "CONTA PDD (REDUTORA DE CLIENTES): "
                   WITH NO ADVANCING.
           ACCEPT CONTA-PROVISAO-W.
           DISPLAY "CONTA REVERSAO DE PDD (RECEITA): "
                   WITH NO ADVANCING.
           ACCEPT CONTA-REVERSAO-W.
           MOVE ZEROS TO TOT-PDD-W QT-MES-W QT-CONTAB-W.
           MOVE ANOMES-W TO ANOMES-CR153.
           MOVE ZEROS    TO ORIGEM-CR153 FAIXA-CR153.
           START CRD153 KEY IS NOT LESS CHAVE-CR153 INVALID KEY
                 MOVE "10" TO ST-CRD153
           END-START.
           PERFORM UNTIL ST-CRD153 = "10"
              READ CRD153 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD153
              NOT AT END
                   IF ANOMES-CR153 NOT = ANOMES-W
                      MOVE "10" TO ST-CRD153
                   ELSE
                      ADD 1 TO QT-MES-W
                      ADD VALOR-PDD-CR153 TO TOT-PDD-W
                      IF CONTABILIZADO-CR153 = 1
                         ADD 1 TO QT-CONTAB-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD153.
           IF QT-MES-W = ZEROS
              DISPLAY "PDD DE " ANOMES-W " NAO CALCULADA (OPCAO 2)"
              GO TO CONTABILIZA-PDD-FIM.
           IF QT-CONTAB-W > ZEROS
              DISPLAY "PDD DE " ANOMES-W " JA CONTABILIZADA"
              GO TO CONTABILIZA-PDD-FIM.
           PERFORM SOMA-PDD-ANTERIOR.
           MOVE TOT-ANT-W TO VALOR-E.
           DISPLAY "REVERSAO DO MES ANTERIOR: " VALOR-E.
           MOVE TOT-PDD-W TO VALOR-E.
           DISPLAY "CONSTITUICAO DO MES.....: " VALOR-E.
           DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO CONTABILIZA-PDD-FIM.
           PERFORM ABRE-EXPORTA.
           PERFORM POSICIONA-SEQ-DIARIO.
           IF TOT-ANT-W > ZEROS
              MOVE CONTA-PROVISAO-W TO CONTA-DEBITO-CT100
              MOVE CONTA-REVERSAO-W TO CONTA-CREDITO-CT100
              MOVE TOT-ANT-W        TO VALOR-W
              MOVE SPACES           TO HISTORICO-W
              MOVE "REVERSAO PDD "  TO HISTORICO-W (1: 13)
              MOVE ANOMES-ANT-W     TO HISTORICO-W (14: 6)
              MOVE DATA-BASE-N      TO DATA-LCTO-CT100
              PERFORM GRAVA-PARTIDA.
           IF TOT-PDD-W > ZEROS
              MOVE CONTA-DESPESA-W  TO CONTA-DEBITO-CT100
              MOVE CONTA-PROVISAO-W TO CONTA-CREDITO-CT100
              MOVE TOT-PDD-W        TO VALOR-W
              MOVE SPACES           TO HISTORICO-W
              MOVE "CONSTITUICAO PDD " TO HISTORICO-W (1: 17)
              MOVE ANOMES-W         TO HISTORICO-W (18: 6)
              MOVE DATA-BASE-N      TO DATA-LCTO-CT100
              PERFORM GRAVA-PARTIDA.
           PERFORM GRAVA-CHECKPOINT.
           CLOSE EXPORTA.
           PERFORM MARCA-CONTABILIZADO.
           DISPLAY "PDD DE " ANOMES-W " CONTABILIZADA".
       CONTABILIZA-PDD-FIM.
           CONTINUE.

       SOMA-PDD-ANTERIOR SECTION.
           MOVE ZEROS        TO TOT-ANT-W.
           MOVE ANOMES-ANT-N TO ANOMES-CR153.
           MOVE ZEROS        TO ORIGEM-CR153 FAIXA-CR153.
           START CRD153 KEY IS NOT LESS CHAVE-CR153 INVALID KEY
                 MOVE "10" TO ST-CRD153
           END-START.
           PERFORM UNTIL ST-CRD153 = "10"
              READ CRD153 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD153
              NOT AT END
                   IF ANOMES-CR153 NOT = ANOMES-ANT-N
                      MOVE "10" TO ST-CRD153
                   ELSE
                      IF CONTABILIZADO-CR153 = 1
                         ADD VALOR-PDD-CR153 TO TOT-ANT-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD153.

       MARCA-CONTABILIZADO SECTION.
           MOVE ANOMES-W TO ANOMES-CR153.
           MOVE ZEROS    TO ORIGEM-CR153 FAIXA-CR153.
           START CRD153 KEY IS NOT LESS CHAVE-CR153 INVALID KEY
                 MOVE "10" TO ST-CRD153
           END-START.
           PERFORM UNTIL ST-CRD153 = "10"
              READ CRD153 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD153
              NOT AT END
                   IF ANOMES-CR153 NOT = ANOMES-W
                      MOVE "10" TO ST-CRD153
                   ELSE
                      MOVE 1 TO CONTABILIZADO-CR153
                      REWRITE REG-CRD153 INVALID KEY
                            DISPLAY "ERRO ATUALIZANDO CRD153: "
                                    ST-CRD153
                      END-REWRITE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD153.

       PROPOE-BAIXA SECTION.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           PERFORM ACEITA-DOCUMENTO.
           IF ACHOU-W = 0
              GO TO PROPOE-BAIXA-FIM.
           DISPLAY "MOTIVO DA BAIXA......: " WITH NO ADVANCING.
           ACCEPT MOTIVO-W.
           IF MOTIVO-W = SPACES
              DISPLAY "MOTIVO E OBRIGATORIO"
              GO TO PROPOE-BAIXA-FIM.
           MOVE ORIGEM-W TO ORIGEM-CR154.
           MOVE DOCTO-W  TO DOCTO-CR154.
           READ CRD154 INVALID KEY
                MOVE ZEROS TO ACHOU-W
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.
           IF ACHOU-W = 1 AND SITUACAO-CR154 NOT = 2
              DISPLAY "JA EXISTE BAIXA P/ ESTE DOCUMENTO (SITUACAO "
                      SITUACAO-CR154 ")"
              GO TO PROPOE-BAIXA-FIM.
           INITIALIZE REG-CRD154.
           MOVE ORIGEM-W       TO ORIGEM-CR154.
           MOVE DOCTO-W        TO DOCTO-CR154.
           IF ORIGEM-W = 1
              MOVE DESCRICAO-CR20   TO NOME-CR154
              MOVE DATA-VENCTO-CR20 TO DATA-VENCTO-CR154
              MOVE SITUACAO-CR20    TO SITUACAO-ANT-CR154
           ELSE
              MOVE NOME-CH10        TO NOME-CR154
              MOVE DATA-VENCTO-CH10 TO DATA-VENCTO-CR154
              MOVE SITUACAO-CH10    TO SITUACAO-ANT-CR154.
           MOVE SALDO-W        TO VALOR-CR154.
           MOVE MOTIVO-W       TO MOTIVO-CR154.
           MOVE USUARIO-W      TO USUARIO-CR154.
           MOVE DATA-SISTEMA-N TO DATA-PROPOSTA-CR154.
           MOVE ZEROS          TO SITUACAO-CR154.
           IF ACHOU-W = 1
              REWRITE REG-CRD154 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CRD154: " ST-CRD154
              END-REWRITE
           ELSE
              WRITE REG-CRD154 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CRD154: " ST-CRD154
              END-WRITE.
           DISPLAY "BAIXA PROPOSTA - AGUARDA APROVACAO DO SUPERVISOR".
       PROPOE-BAIXA-FIM.
           CONTINUE.

      *    ACEITA-DOCUMENTO: titulo (CRD020 SITUACAO 0/1) ou cheque
      *    devolvido (CHD010 SITUACAO 5/6); devolve ACHOU-W, DOCTO-W
      *    e o saldo em aberto em SALDO-W.
       ACEITA-DOCUMENTO SECTION.
           MOVE ZEROS  TO ACHOU-W.
           MOVE SPACES TO DOCTO-W.
           DISPLAY "ORIGEM (1-TITULO 2-CHEQUE DEVOLVIDO): "
                   WITH NO ADVANCING.
           ACCEPT ORIGEM-W.
           IF ORIGEM-W = 1
              DISPLAY "CLASSIFICACAO CLIENTE: " WITH NO ADVANCING
              ACCEPT CLASS-DOC-W
              DISPLAY "CLIENTE..............: " WITH NO ADVANCING
              ACCEPT CLIENTE-DOC-W
              DISPLAY "SEQ DO TITULO........: " WITH NO ADVANCING
              ACCEPT SEQ-DOC-W
              PERFORM LE-TITULO
           ELSE
              IF ORIGEM-W = 2
                 DISPLAY "CHEQUE - DATA MOVTO..: " WITH NO ADVANCING
                 ACCEPT DATA-MOVTO-DOC-W
                 DISPLAY "SEQ DO CHEQUE........: " WITH NO ADVANCING
                 ACCEPT SEQ-CHQ-DOC-W
                 PERFORM LE-CHEQUE
              ELSE
                 DISPLAY "ORIGEM INVALIDA".

       LE-TITULO SECTION.
           MOVE CLASS-DOC-W   TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-DOC-W TO CLIENTE-CR20.
           MOVE SEQ-DOC-W     TO SEQ-CR20.
           READ CRD020 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO"
                GO TO LE-TITULO-FIM
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 > "09"
              GO TO LE-TITULO-FIM.
           IF SITUACAO-CR20 NOT = 0 AND SITUACAO-CR20 NOT = 1
              DISPLAY "TITULO NAO ESTA EM ABERTO (SITUACAO "
                      SITUACAO-CR20 ")"
              GO TO LE-TITULO-FIM.
           IF SITUACAO-CR20 = 1
              MOVE VALOR-SALDO-CR20 TO SALDO-W
           ELSE
              MOVE VALOR-TOT-CR20   TO SALDO-W.
           MOVE SALDO-W TO VALOR-E.
           DISPLAY DESCRICAO-CR20 " VENCTO " DATA-VENCTO-CR20
                   " SALDO " VALOR-E.
           MOVE 1 TO ACHOU-W.
       LE-TITULO-FIM.
           CONTINUE.

       LE-CHEQUE SECTION.
           MOVE DATA-MOVTO-DOC-W TO DATA-MOVTO-CH10.
           MOVE SEQ-CHQ-DOC-W    TO SEQ-CH10.
           READ CHD010 INVALID KEY
                DISPLAY "CHEQUE NAO ENCONTRADO"
                GO TO LE-CHEQUE-FIM
           END-READ.
           IF SITUACAO-CH10 NOT = 5 AND SITUACAO-CH10 NOT = 6
              DISPLAY "CHEQUE NAO ESTA DEVOLVIDO (SITUACAO "
                      SITUACAO-CH10 ")"
              GO TO LE-CHEQUE-FIM.
           MOVE VALOR-SALDO-CH10 TO SALDO-W VALOR-E.
           DISPLAY NOME-CH10 " CHEQUE " NR-CHEQUE-CH10
                   " SALDO " VALOR-E.
           MOVE 1 TO ACHOU-W.
       LE-CHEQUE-FIM.
           CONTINUE.

      *    APROVA-BAIXAS: percorre as propostas pendentes (ALT1); o
      *    supervisor nao aprova proposta que ele mesmo fez.
       APROVA-BAIXAS SECTION.
           DISPLAY "SUPERVISOR...........: " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-W.
           IF SUPERVISOR-W = SPACES
              DISPLAY "SUPERVISOR E OBRIGATORIO"
              GO TO APROVA-BAIXAS-FIM.
           DISPLAY "CONTA PDD (REDUTORA DE CLIENTES): "
                   WITH NO ADVANCING.
           ACCEPT CONTA-PROVISAO-W.
           DISPLAY "CONTA SINTETICA CLIENTES.......: "
                   WITH NO ADVANCING.
           ACCEPT CONTA-CLIENTES-W.
           MOVE DATA-SISTEMA-N (1: 6) TO ANOMES-W.
           MOVE DATA-SISTEMA-N        TO DATA-LCTO-CT100.
           PERFORM ABRE-EXPORTA.
           PERFORM POSICIONA-SEQ-DIARIO.
           MOVE ZEROS TO QT-BAIXAS-W.
           MOVE ZEROS TO SITUACAO-CR154 DATA-PROPOSTA-CR154.
           START CRD154 KEY IS NOT LESS ALT1-CR154 INVALID KEY
                 MOVE "10" TO ST-CRD154
           END-START.
           PERFORM UNTIL ST-CRD154 = "10"
              READ CRD154 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD154
              NOT AT END
                   IF SITUACAO-CR154 NOT = 0
                      MOVE "10" TO ST-CRD154
                   ELSE
                      PERFORM DECIDE-BAIXA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD154.
           PERFORM GRAVA-CHECKPOINT.
           CLOSE EXPORTA.
           DISPLAY "BAIXAS APROVADAS: " QT-BAIXAS-W.
       APROVA-BAIXAS-FIM.
           CONTINUE.

       DECIDE-BAIXA SECTION.
           MOVE VALOR-CR154 TO VALOR-E.
           DISPLAY ORIGEM-CR154 " " DOCTO-CR154 " " NOME-CR154 " "
                   VALOR-E.
           DISPLAY "  MOTIVO: " MOTIVO-CR154 " (" USUARIO-CR154 ")".
           IF USUARIO-CR154 = SUPERVISOR-W
              DISPLAY "  PROPOSTA DO PROPRIO SUPERVISOR - PULADA"
              GO TO DECIDE-BAIXA-FIM.
           DISPLAY "  A-APROVA  R-RECUSA  ENTER-PULA: "
                   WITH NO ADVANCING.
           MOVE SPACES TO ACAO-W.
           ACCEPT ACAO-W.
           IF ACAO-W = "R"
              MOVE 2 TO SITUACAO-CR154
           ELSE
              IF ACAO-W = "A"
                 PERFORM EFETIVA-BAIXA
              ELSE
                 GO TO DECIDE-BAIXA-FIM.
           IF SITUACAO-CR154 = 0
              GO TO DECIDE-BAIXA-FIM.
           MOVE SUPERVISOR-W   TO SUPERVISOR-CR154.
           MOVE DATA-SISTEMA-N TO DATA-APROVACAO-CR154.
           REWRITE REG-CRD154 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD154: " ST-CRD154
           END-REWRITE.
       DECIDE-BAIXA-FIM.
           CONTINUE.

      *    EFETIVA-BAIXA: o documento ainda precisa estar em aberto;
      *    sai da carteira como 8 sem data de recebimento nem valor
      *    liquido - nao foi pago. A perda consome a PDD.
       EFETIVA-BAIXA SECTION.
           MOVE DOCTO-CR154 TO DOCTO-W.
           IF ORIGEM-CR154 = 1
              MOVE DOCTO-W TO CHAVE-CR20
              READ CRD020 INVALID KEY
                   DISPLAY "  TITULO NAO ENCONTRADO"
                   GO TO EFETIVA-BAIXA-FIM
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-CRD020
              END-IF
              IF ST-CRD020 > "09"
                 GO TO EFETIVA-BAIXA-FIM
              END-IF
              IF SITUACAO-CR20 NOT = 0 AND SITUACAO-CR20 NOT = 1
                 DISPLAY "  TITULO NAO ESTA MAIS EM ABERTO"
                 GO TO EFETIVA-BAIXA-FIM
              END-IF
              MOVE 8              TO SITUACAO-CR20
              MOVE SUPERVISOR-W   TO RESPONSAVEL-CR20
              REWRITE REG-CRD020 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CRD020: " ST-CRD020
                    GO TO EFETIVA-BAIXA-FIM
              END-REWRITE
           ELSE
              MOVE DATA-MOVTO-DOC-W TO DATA-MOVTO-CH10
              MOVE SEQ-CHQ-DOC-W    TO SEQ-CH10
              READ CHD010 INVALID KEY
                   DISPLAY "  CHEQUE NAO ENCONTRADO"
                   GO TO EFETIVA-BAIXA-FIM
              END-READ
              IF SITUACAO-CH10 NOT = 5 AND SITUACAO-CH10 NOT = 6
                 DISPLAY "  CHEQUE NAO ESTA MAIS DEVOLVIDO"
                 GO TO EFETIVA-BAIXA-FIM
              END-IF
              MOVE 8 TO SITUACAO-CH10
              REWRITE REG-CHD010 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CHD010: " ST-CHD010
                    GO TO EFETIVA-BAIXA-FIM
              END-REWRITE
           END-IF.
           MOVE 1 TO SITUACAO-CR154.
           ADD 1 TO QT-BAIXAS-W.
           MOVE CONTA-PROVISAO-W TO CONTA-DEBITO-CT100.
           MOVE CONTA-CLIENTES-W TO CONTA-CREDITO-CT100.
           MOVE VALOR-CR154      TO VALOR-W.
           MOVE SPACES           TO HISTORICO-W.
           MOVE "BAIXA PERDA "   TO HISTORICO-W (1: 12).
           MOVE NOME-CR154       TO HISTORICO-W (13: 18).
           MOVE DATA-SISTEMA-N   TO DATA-LCTO-CT100.
           PERFORM GRAVA-PARTIDA.
       EFETIVA-BAIXA-FIM.
           CONTINUE.

      *    RECUPERACAO: o documento continua baixado; o valor recebido
      *    acumula no CRD154 e vai ao diario como recuperacao de
      *    perdas (nao passa pelo CXD100/clientes).
       RECUPERACAO SECTION.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "ORIGEM (1-TITULO 2-CHEQUE DEVOLVIDO): "
                   WITH NO ADVANCING.
           ACCEPT ORIGEM-W.
           MOVE SPACES TO DOCTO-W.
           IF ORIGEM-W = 1
              DISPLAY "CLASSIFICACAO CLIENTE: " WITH NO ADVANCING
              ACCEPT CLASS-DOC-W
              DISPLAY "CLIENTE..............: " WITH NO ADVANCING
              ACCEPT CLIENTE-DOC-W
              DISPLAY "SEQ DO TITULO........: " WITH NO ADVANCING
              ACCEPT SEQ-DOC-W
           ELSE
              DISPLAY "CHEQUE - DATA MOVTO..: " WITH NO ADVANCING
              ACCEPT DATA-MOVTO-DOC-W
              DISPLAY "SEQ DO CHEQUE........: " WITH NO ADVANCING
              ACCEPT SEQ-CHQ-DOC-W.
           MOVE ORIGEM-W TO ORIGEM-CR154.
           MOVE DOCTO-W  TO DOCTO-CR154.
           READ CRD154 INVALID KEY
                DISPLAY "DOCUMENTO SEM BAIXA P/ PERDA"
                GO TO RECUPERACAO-FIM
           END-READ.
           IF SITUACAO-CR154 NOT = 1
              DISPLAY "BAIXA NAO ESTA APROVADA (SITUACAO "
                      SITUACAO-CR154 ")"
              GO TO RECUPERACAO-FIM.
           MOVE VALOR-CR154 TO VALOR-E.
           DISPLAY NOME-CR154 " BAIXADO " VALOR-E.
           MOVE VLR-RECUPERADO-CR154 TO VALOR-E.
           DISPLAY "JA RECUPERADO........: " VALOR-E.
           DISPLAY "VALOR RECEBIDO.......: " WITH NO ADVANCING.
           ACCEPT VALOR-W.
           IF VALOR-W = ZEROS
              GO TO RECUPERACAO-FIM.
           DISPLAY "CONTA CAIXA/BANCO (DEBITO).....: "
                   WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-W.
           DISPLAY "CONTA RECUPERACAO DE PERDAS....: "
                   WITH NO ADVANCING.
           ACCEPT CONTA-RECUPERA-W.
           MOVE DATA-SISTEMA-N (1: 6) TO ANOMES-W.
           PERFORM ABRE-EXPORTA.
           PERFORM POSICIONA-SEQ-DIARIO.
           MOVE CONTA-CAIXA-W    TO CONTA-DEBITO-CT100.
           MOVE CONTA-RECUPERA-W TO CONTA-CREDITO-CT100.
           MOVE SPACES           TO HISTORICO-W.
           MOVE "RECUPERACAO PERDA " TO HISTORICO-W (1: 18).
           MOVE NOME-CR154       TO HISTORICO-W (19: 12).
           MOVE DATA-SISTEMA-N   TO DATA-LCTO-CT100.
           PERFORM GRAVA-PARTIDA.
           PERFORM GRAVA-CHECKPOINT.
           CLOSE EXPORTA.
           ADD VALOR-W         TO VLR-RECUPERADO-CR154.
           MOVE DATA-SISTEMA-N TO DATA-RECUPERACAO-CR154.
           REWRITE REG-CRD154 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD154: " ST-CRD154
           END-REWRITE.
           DISPLAY "RECUPERACAO LANCADA".
       RECUPERACAO-FIM.
           CONTINUE.

       ABRE-EXPORTA SECTION.
           OPEN EXTEND EXPORTA.
           IF ST-EXPORTA > "09"
              CLOSE EXPORTA
              OPEN OUTPUT EXPORTA.

      *    Mesma regra do CTP100: continua a numeracao do diario do
      *    mes pelo checkpoint CTD101.
       POSICIONA-SEQ-DIARIO SECTION.
           MOVE ZEROS    TO SEQ-DIARIO-W.
           MOVE ANOMES-W TO ANOMES-CT101.
           READ CTD101 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE ULT-SEQ-DIARIO-CT101 TO SEQ-DIARIO-W
           END-READ.

      *    GRAVA-PARTIDA: contas e data ja em CONTA-DEBITO/CREDITO e
      *    DATA-LCTO do CTD100; valor em VALOR-W, historico em
      *    HISTORICO-W.
       GRAVA-PARTIDA SECTION.
           ADD 1 TO SEQ-DIARIO-W.
           MOVE ANOMES-W         TO ANOMES-CT100.
           MOVE SEQ-DIARIO-W     TO SEQ-CT100.
           MOVE VALOR-W          TO VALOR-CT100.
           MOVE HISTORICO-W      TO HISTORICO-CT100.
           MOVE "PD"             TO ORIGEM-CT100.
           MOVE SPACES           TO CHAVE-ORIGEM-CT100.
           IF OPCAO-W = 3
              MOVE ANOMES-W      TO CHAVE-ORIGEM-CT100 (1: 6)
           ELSE
              MOVE DOCTO-W       TO CHAVE-ORIGEM-CT100.
           WRITE REG-CTD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CTD100: " ST-CTD100
           END-WRITE.
           MOVE DATA-LCTO-CT100     TO EXP-DATA.
           MOVE CONTA-DEBITO-CT100  TO EXP-DEBITO.
           MOVE CONTA-CREDITO-CT100 TO EXP-CREDITO.
           MOVE VALOR-CT100         TO EXP-VALOR.
           MOVE HISTORICO-CT100     TO EXP-HISTORICO.
           MOVE ORIGEM-CT100        TO EXP-ORIGEM.
           MOVE ZEROS               TO EXP-CENTRO.
           WRITE REG-EXPORTA.

       GRAVA-CHECKPOINT SECTION.
           MOVE ANOMES-W TO ANOMES-CT101.
           READ CTD101 INVALID KEY
                INITIALIZE REG-CTD101
                MOVE ANOMES-W     TO ANOMES-CT101
                MOVE SEQ-DIARIO-W TO ULT-SEQ-DIARIO-CT101
                WRITE REG-CTD101 INVALID KEY
                      DISPLAY "ERRO GRAVANDO CTD101: " ST-CTD101
                END-WRITE
           NOT INVALID KEY
                MOVE SEQ-DIARIO-W TO ULT-SEQ-DIARIO-CT101
                REWRITE REG-CTD101 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO CTD101: " ST-CTD101
                END-REWRITE
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
           CLOSE CRD020 CRD152 CRD153 CRD154 CHD010 CHD013 CTD100
                 CTD101.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "CRP152"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ CRD020 INVALID KEY
                      DISPLAY "TITULO NAO ENCONTRADO NO CRD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM CRP152.
