       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRP110.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: MULTAS DE TRANSITO DA FROTA (PRD111) - A MULTA CHEGA
      *        PELO CORREIO SEMANAS DEPOIS E ACHAR QUEM ESTAVA COM A
      *        PLACA NAQUELE DIA ERA FOLHEAR PAPEL.
      *        OPCAO 1 - REGISTRA O AUTO DE INFRACAO: ACHA O VEICULO
      *          PELA PLACA (PRD109) E A VIAGEM PRD107 QUE COBRE A
      *          DATA (DO DIA ANTERIOR A DATA DO PLANO ATE O FIM DOS
      *          QT-DIAS-PR105), TRAZENDO O MOTORISTA; GERA O TITULO
      *          DA MULTA NO CPD020 P/ O ORGAO AUTUADOR (LIGADO A
      *          VIAGEM/EVENTO NA CATEGORIA VEICULO);
      *        OPCAO 2 - INDICA O CONDUTOR: MARCA A INDICACAO FEITA AO
      *          ORGAO E, SE A MULTA TEM PELO MENOS OS PONTOS DA
      *          POLITICA, DEBITA O VALOR NO CONTA CORRENTE CCD100 DO
      *          MOTORISTA (TIPO-LCTO 07);
      *        OPCAO 3 - FORMULARIO DE IDENTIFICACAO DO CONDUTOR DAS
      *          MULTAS AINDA NAO INDICADAS COM PRAZO ATE A DATA
      *          PEDIDA (AVISA AS QUE JA PERDERAM O PRAZO);
      *        OPCAO 4 - HISTORICO POR MOTORISTA: MULTAS, VALOR E
      *          PONTOS (TOTAL E NOS ULTIMOS 12 MESES).
      *        POLITICA: PARAMETRO NA LINHA DE COMANDO APOS A EMPRESA
      *        COM O MINIMO DE PONTOS P/ DESCONTAR DO MOTORISTA
      *        (00 OU AUSENTE = A EMPRESA ASSUME A MULTA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRPX105.
           COPY PRPX107.
           COPY PRPX109.
           COPY PRPX111.
           COPY CPPX020.
           COPY CCPX100.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY PRPW105.
           COPY PRPW107.
           COPY PRPW109.
           COPY PRPW111.
           COPY CPPW020.
           COPY CCPW100.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-PRD105             PIC XX       VALUE SPACES.
           05  ST-PRD107             PIC XX       VALUE SPACES.
           05  ST-PRD109             PIC XX       VALUE SPACES.
           05  ST-PRD111             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CCD100             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  CONTA-DESP-W          PIC 9(5)     VALUE ZEROS.
           05  DATA-MAIS1-W          PIC 9(8)     VALUE ZEROS.
           05  INICIO-VIAGEM-W       PIC 9(8)     VALUE ZEROS.
           05  FIM-VIAGEM-W          PIC 9(8)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  PRAZO-ATE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-12MESES-W        PIC 9(8)     VALUE ZEROS.
           05  NR-AUTO-W             PIC X(15)    VALUE SPACES.
           05  MOTORISTA-W           PIC X(30)    VALUE SPACES.
           05  MOTORISTA-ANT-W       PIC X(30)    VALUE SPACES.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CC-W         PIC 9(5)     VALUE ZEROS.
           05  QT-MULTAS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-FORMS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-VENCIDAS-W         PIC 9(5)     VALUE ZEROS.
           05  TOT-PONTOS-W          PIC 9(4)     VALUE ZEROS.
           05  PONTOS-12M-W          PIC 9(4)     VALUE ZEROS.
           05  TOT-VALOR-W           PIC 9(8)V99  VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  HORA-E                PIC 99B99.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

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
           05  PATH-PRD105       PIC X(60)    VALUE SPACES.
           05  PATH-PRD107       PIC X(60)    VALUE SPACES.
           05  PATH-PRD109       PIC X(60)    VALUE SPACES.
           05  PATH-PRD111       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           05  PONTOS-DESCONTO-W PIC 9(2)     VALUE ZEROS.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "PRP110 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "DATA       HORA  PLACA   AUTO DE INFRACAO".
           05  FILLER            PIC X(50)  VALUE
               "      VALOR  PTS  INFRACAO".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM REGISTRA-MULTA
                  WHEN 2 PERFORM INDICA-CONDUTOR
                  WHEN 3 PERFORM FORMULARIO-INDICACAO
                  WHEN 4 PERFORM HISTORICO-MOTORISTA
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           IF PONTOS-DESCONTO-W NOT NUMERIC
              MOVE ZEROS TO PONTOS-DESCONTO-W.
           DISPLAY "1-REGISTRA MULTA  2-INDICA CONDUTOR".
           DISPLAY "3-FORMULARIO DE INDICACAO  4-HISTORICO MOTORISTA: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W < 3
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "PRD105"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-PRD105
              MOVE "PRD107"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-PRD107
              MOVE "PRD109"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-PRD109
              MOVE "PRD111"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-PRD111
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD100
              OPEN INPUT PRD105 PRD107 PRD109
              OPEN I-O PRD111 CPD020 CCD100
              IF ST-PRD111 = "35"
                 CLOSE PRD111      OPEN OUTPUT PRD111
                 CLOSE PRD111      OPEN I-O PRD111
              END-IF
              IF ST-PRD107 > "09"
      *          sem diario de bordo o motorista e digitado
                 MOVE "10" TO ST-PRD107
              END-IF
              IF ST-PRD109 > "09"
                 MOVE "10" TO ST-PRD109
              END-IF
              IF ST-PRD105 > "09"
                 MOVE "10" TO ST-PRD105
              END-IF
              IF ST-PRD111 > "09"
                 DISPLAY "ERRO ABERTURA PRD111: " ST-PRD111
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CCD100 > "09"
                 DISPLAY "ERRO ABERTURA CCD100: " ST-CCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE PRD105 PRD107 PRD109 PRD111 CPD020 CCD100
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - REGISTRO DO AUTO DE INFRACAO
      *----------------------------------------------------------------
       REGISTRA-MULTA SECTION.
           DISPLAY "NR DO AUTO DE INFRACAO.......: " WITH NO ADVANCING.
           ACCEPT NR-AUTO-PR111.
           IF NR-AUTO-PR111 = SPACES
              GO TO REGISTRA-MULTA-FIM.
           READ PRD111 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                DISPLAY "AUTO JA REGISTRADO - MOTORISTA "
                        MOTORISTA-PR111
                GO TO REGISTRA-MULTA-FIM
           END-READ.
           MOVE NR-AUTO-PR111 TO NR-AUTO-W.
           INITIALIZE REG-PRD111.
           MOVE NR-AUTO-W TO NR-AUTO-PR111.
           PERFORM ACEITA-DADOS-MULTA.
           MOVE ZEROS TO ACHOU-W.
           PERFORM ACHA-VEICULO.
           IF VEICULO-PR111 > ZEROS
              PERFORM ACHA-VIAGEM.
           IF ACHOU-W = 1
              DISPLAY "VIAGEM " NR-PLAN-PR111 " - MOTORISTA "
                      MOTORISTA-PR111
              DISPLAY "CONFIRMA O MOTORISTA (S/N)? "
                      WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
                 PERFORM ACEITA-MOTORISTA
              END-IF
           ELSE
              DISPLAY "NENHUMA VIAGEM DO VEICULO NA DATA (PRD107)"
              PERFORM ACEITA-MOTORISTA.
           MOVE ZEROS          TO SITUACAO-PR111.
           MOVE USUARIO-W      TO USUARIO-PR111.
           PERFORM GERA-TITULO-MULTA.
           WRITE REG-PRD111 INVALID KEY
                 DISPLAY "ERRO GRAVANDO PRD111: " ST-PRD111
                 GO TO REGISTRA-MULTA-FIM
           END-WRITE.
           MOVE PRAZO-INDICACAO-PR111 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY "MULTA REGISTRADA - INDICAR O CONDUTOR ATE "
                   DATA-E " (OPCAO 3 IMPRIME O FORMULARIO)".
       REGISTRA-MULTA-FIM.
           CONTINUE.

       ACEITA-DADOS-MULTA SECTION.
           DISPLAY "PLACA........................: " WITH NO ADVANCING.
           ACCEPT PLACA-PR111.
           DISPLAY "DATA DA INFRACAO AAAAMMDD....: " WITH NO ADVANCING.
           ACCEPT DATA-PR111.
           DISPLAY "HORA HHMM....................: " WITH NO ADVANCING.
           ACCEPT HORA-PR111.
           DISPLAY "LOCAL........................: " WITH NO ADVANCING.
           ACCEPT LOCAL-PR111.
           DISPLAY "INFRACAO (DESCRICAO).........: " WITH NO ADVANCING.
           ACCEPT INFRACAO-PR111.
           DISPLAY "VALOR........................: " WITH NO ADVANCING.
           ACCEPT VALOR-PR111.
           DISPLAY "PONTOS NA CNH................: " WITH NO ADVANCING.
           ACCEPT PONTOS-PR111.
           DISPLAY "PRAZO P/ INDICAR CONDUTOR....: " WITH NO ADVANCING.
           ACCEPT PRAZO-INDICACAO-PR111.
           DISPLAY "VENCIMENTO DA MULTA AAAAMMDD.: " WITH NO ADVANCING.
           ACCEPT VENCTO-PR111.
           DISPLAY "ORGAO AUTUADOR (FORNEC CGD001): " WITH NO ADVANCING.
           ACCEPT ORGAO-PR111.
           DISPLAY "CONTA REDUZIDA DA DESPESA....: " WITH NO ADVANCING.
           ACCEPT CONTA-DESP-W.

       ACEITA-MOTORISTA SECTION.
           DISPLAY "MOTORISTA....................: " WITH NO ADVANCING.
           ACCEPT MOTORISTA-PR111.

       ACHA-VEICULO SECTION.
           MOVE ZEROS TO VEICULO-PR111.
           IF ST-PRD109 = "10"
              GO TO ACHA-VEICULO-FIM.
           MOVE PLACA-PR111 TO PLACA-PR109.
           READ PRD109 KEY IS PLACA-PR109 INVALID KEY
                DISPLAY "PLACA FORA DA FROTA (PRD109)"
           NOT INVALID KEY
                MOVE VEICULO-PR109 TO VEICULO-PR111
           END-READ.
       ACHA-VEICULO-FIM.
           CONTINUE.

      *    a viagem vai do dia anterior a data do plano ate a data do
      *    plano + QT-DIAS-PR105, como no cartao combustivel (PRP109)
       ACHA-VIAGEM SECTION.
           MOVE ZEROS TO ACHOU-W NR-PLAN-PR111.
           IF ST-PRD107 = "10"
              GO TO ACHA-VIAGEM-FIM.
           MOVE DATA-PR111 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE 1 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-MAIS1-W.
           MOVE VEICULO-PR111 TO VEICULO-PR107.
           MOVE ZEROS TO NR-PLAN-PR107.
           START PRD107 KEY IS NOT LESS ALT1-PR107 INVALID KEY
                 MOVE "10" TO ST-PRD107
           END-START.
           PERFORM UNTIL ST-PRD107 = "10"
              READ PRD107 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD107
              NOT AT END
                   IF VEICULO-PR107 NOT = VEICULO-PR111
                      MOVE "10" TO ST-PRD107
                   ELSE
                      PERFORM TESTA-VIAGEM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD107.
       ACHA-VIAGEM-FIM.
           CONTINUE.

       TESTA-VIAGEM SECTION.
           COMPUTE INICIO-VIAGEM-W = ANO-PR107 * 10000
                                   + MESDIA-PR107.
           MOVE INICIO-VIAGEM-W TO FIM-VIAGEM-W.
           MOVE NR-PLAN-PR107 TO NR-PLAN-PR105.
           MOVE ZEROS TO QT-DIAS-PR105.
           IF ST-PRD105 NOT = "10"
              READ PRD105 INVALID KEY
                   MOVE ZEROS TO QT-DIAS-PR105
              END-READ.
           IF QT-DIAS-PR105 > ZEROS
              MOVE INICIO-VIAGEM-W TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DDMMAA
              MOVE QT-DIAS-PR105 TO GRDIAS-NUM-DIAS
              CALL "GRADAY1" USING PARAMETROS-GRADAY1
              MOVE DDMMAA TO DATA-INVERTE-W
              CALL "GRIDAT2" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO FIM-VIAGEM-W.
           IF DATA-MAIS1-W NOT < INICIO-VIAGEM-W
              AND DATA-PR111 NOT > FIM-VIAGEM-W
              MOVE 1 TO ACHOU-W
              MOVE NR-PLAN-PR107   TO NR-PLAN-PR111
              MOVE MOTORISTA-PR107 TO MOTORISTA-PR111
              MOVE "10" TO ST-PRD107.

      *    titulo da multa p/ o orgao autuador, ligado a viagem
       GERA-TITULO-MULTA SECTION.
           MOVE ZEROS TO SEQ-CP-PR111.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CP"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A PAGAR - "
                      "LIBERE NO CAP021 (TITULO NAO GERADO)"
              GO TO GERA-TITULO-MULTA-FIM.
           PERFORM PROXIMA-SEQ-CPD020.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N  TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20.
           MOVE ORGAO-PR111     TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W   TO SEQ-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20.
           MOVE NR-AUTO-PR111   TO NR-DOCTO-CP20.
           MOVE VENCTO-PR111    TO DATA-VENCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20.
           MOVE "MULTA TRANSITO" TO DESCRICAO-CP20 (1: 14).
           MOVE PLACA-PR111     TO DESCRICAO-CP20 (16: 7).
           MOVE 1               TO NR-PARC-CP20 TOT-PARC-CP20.
           MOVE CONTA-DESP-W    TO CODREDUZ-APUR-CP20.
           MOVE VALOR-PR111     TO VALOR-TOT-CP20.
           MOVE 1               TO LIBERADO-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE 1               TO TIPO-CONTA-CP20.
           IF NR-PLAN-PR111 NOT = ZEROS
              MOVE NR-PLAN-PR111 TO EVENTO-PR105-CP20
              MOVE 1             TO CATEG-EVT-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                 GO TO GERA-TITULO-MULTA-FIM
           END-WRITE.
           MOVE PROX-SEQ-CP-W TO SEQ-CP-PR111.
       GERA-TITULO-MULTA-FIM.
           CONTINUE.

       PROXIMA-SEQ-CPD020 SECTION.
           MOVE ZEROS       TO PROX-SEQ-CP-W.
           MOVE ORGAO-PR111 TO FORNEC-CP20.
           MOVE ZEROS       TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = ORGAO-PR111
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.

      *----------------------------------------------------------------
      *    OPCAO 2 - INDICACAO DO CONDUTOR
      *----------------------------------------------------------------
       INDICA-CONDUTOR SECTION.
           DISPLAY "NR DO AUTO DE INFRACAO: " WITH NO ADVANCING.
           ACCEPT NR-AUTO-PR111.
           READ PRD111 INVALID KEY
                DISPLAY "AUTO NAO REGISTRADO"
                GO TO INDICA-CONDUTOR-FIM
           END-READ.
           IF SITUACAO-PR111 = 1
              DISPLAY "CONDUTOR JA INDICADO: " MOTORISTA-PR111
              GO TO INDICA-CONDUTOR-FIM.
           DISPLAY "MOTORISTA: " MOTORISTA-PR111.
           DISPLAY "CONFIRMA O MOTORISTA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              PERFORM ACEITA-MOTORISTA.
           DISPLAY "CODIGO DO FUNCIONARIO (CGD001): " WITH NO ADVANCING.
           ACCEPT FUNCIONARIO-PR111.
           DISPLAY "DATA DA INDICACAO AO ORGAO AAAAMMDD: "
                   WITH NO ADVANCING.
           ACCEPT DATA-INDICACAO-PR111.
           IF DATA-INDICACAO-PR111 = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-INDICACAO-PR111.
           IF DATA-INDICACAO-PR111 > PRAZO-INDICACAO-PR111
              DISPLAY "ATENCAO: INDICACAO FORA DO PRAZO".
           MOVE 1 TO SITUACAO-PR111.
           IF PONTOS-DESCONTO-W > ZEROS
              AND PONTOS-PR111 NOT < PONTOS-DESCONTO-W
              AND FUNCIONARIO-PR111 > ZEROS
              AND SEQ-CC-PR111 = ZEROS
              PERFORM GRAVA-DEBITO-CCD100.
           REWRITE REG-PRD111 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO PRD111: " ST-PRD111
           END-REWRITE.
           DISPLAY "CONDUTOR INDICADO".
       INDICA-CONDUTOR-FIM.
           CONTINUE.

       GRAVA-DEBITO-CCD100 SECTION.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CC"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTA CORRENTE - "
                      "LIBERE NO CAP021 (DEBITO NAO GERADO)"
              GO TO GRAVA-DEBITO-CCD100-FIM.
           PERFORM PROXIMO-SEQ-CC100.
           INITIALIZE REG-CCD100.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CC100
                                  DATA-EMISSAO-CC100.
           MOVE VENCTO-PR111   TO DATA-VENCTO-CC100.
           MOVE FUNCIONARIO-PR111 TO FORNEC-CC100.
           MOVE PROX-SEQ-CC-W  TO SEQ-CC100.
           MOVE 07             TO TIPO-LCTO-CC100.
           MOVE 01             TO TIPO-FORN-CC100.
           MOVE NR-AUTO-PR111  TO NR-DOCTO-CC100.
           MOVE SPACES         TO DESCRICAO-CC100.
           MOVE "MULTA TRANSITO" TO DESCRICAO-CC100 (1: 14).
           MOVE PLACA-PR111    TO DESCRICAO-CC100 (16: 7).
           MOVE VALOR-PR111    TO VALOR-CC100.
           MOVE 0              TO CRED-DEB-CC100.
           MOVE USUARIO-W      TO DIGITADOR-CC100.
           WRITE REG-CCD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CCD100: " ST-CCD100
                 GO TO GRAVA-DEBITO-CCD100-FIM
           END-WRITE.
           MOVE DATA-SISTEMA-N TO DATA-CC-PR111.
           MOVE PROX-SEQ-CC-W  TO SEQ-CC-PR111.
           DISPLAY "MULTA DEBITADA NO CONTA CORRENTE DO MOTORISTA".
       GRAVA-DEBITO-CCD100-FIM.
           CONTINUE.

       PROXIMO-SEQ-CC100 SECTION.
           MOVE ZEROS TO PROX-SEQ-CC-W.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CC100.
           MOVE ZEROS          TO SEQ-CC100.
           START CCD100 KEY IS NOT LESS CHAVE-CC100 INVALID KEY
                 MOVE "10" TO ST-CCD100
           END-START.
           PERFORM UNTIL ST-CCD100 = "10"
              READ CCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CCD100
              NOT AT END
                   IF DATA-MOVTO-CC100 NOT = DATA-SISTEMA-N
                      MOVE "10" TO ST-CCD100
                   ELSE
                      MOVE SEQ-CC100 TO PROX-SEQ-CC-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CCD100.
           ADD 1 TO PROX-SEQ-CC-W.

      *----------------------------------------------------------------
      *    OPCAO 3 - FORMULARIO DE IDENTIFICACAO DO CONDUTOR
      *----------------------------------------------------------------
       FORMULARIO-INDICACAO SECTION.
           DISPLAY "MULTAS COM PRAZO DE INDICACAO ATE AAAAMMDD "
                   "(0 = TODAS): " WITH NO ADVANCING.
           ACCEPT PRAZO-ATE-W.
           IF PRAZO-ATE-W = ZEROS
              MOVE 99999999 TO PRAZO-ATE-W.
           MOVE ZEROS TO QT-FORMS-W QT-VENCIDAS-W.
           OPEN OUTPUT RELAT.
           MOVE SPACES TO NR-AUTO-PR111.
           START PRD111 KEY IS NOT LESS NR-AUTO-PR111 INVALID KEY
                 MOVE "10" TO ST-PRD111
           END-START.
           PERFORM UNTIL ST-PRD111 = "10"
              READ PRD111 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD111
              NOT AT END
                   IF SITUACAO-PR111 = 0
                      AND PRAZO-INDICACAO-PR111 NOT > PRAZO-ATE-W
                      PERFORM TESTA-PRAZO-INDICACAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD111.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "FORMULARIOS IMPRESSOS.......: " QT-FORMS-W.
           IF QT-VENCIDAS-W > ZEROS
              DISPLAY "MULTAS COM PRAZO JA VENCIDO.: " QT-VENCIDAS-W.

       TESTA-PRAZO-INDICACAO SECTION.
           IF PRAZO-INDICACAO-PR111 < DATA-SISTEMA-N
              ADD 1 TO QT-VENCIDAS-W
              MOVE PRAZO-INDICACAO-PR111 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              DISPLAY "PRAZO VENCIDO EM " DATA-E ": AUTO "
                      NR-AUTO-PR111 " PLACA " PLACA-PR111
           ELSE
              PERFORM IMPRIME-FORMULARIO.

       IMPRIME-FORMULARIO SECTION.
           ADD 1 TO QT-FORMS-W.
           MOVE SPACES TO LINDET-REL.
           MOVE "FORMULARIO DE IDENTIFICACAO DO CONDUTOR INFRATOR"
                TO LINDET-REL (20: 48).
           IF QT-FORMS-W = 1
              WRITE REG-RELAT FROM LINDET AFTER 1
           ELSE
              WRITE REG-RELAT FROM LINDET AFTER PAGE.
           MOVE SPACES TO LINDET-REL.
           MOVE "AUTO DE INFRACAO: " TO LINDET-REL (1: 18).
           MOVE NR-AUTO-PR111        TO LINDET-REL (19: 15).
           MOVE "ORGAO AUTUADOR: "   TO LINDET-REL (40: 16).
           MOVE ORGAO-PR111          TO LINDET-REL (56: 6).
           WRITE REG-RELAT FROM LINDET AFTER 3.
           MOVE SPACES TO LINDET-REL.
           MOVE "PLACA: "            TO LINDET-REL (1: 7).
           MOVE PLACA-PR111          TO LINDET-REL (8: 7).
           MOVE DATA-PR111 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE "DATA: "             TO LINDET-REL (20: 6).
           MOVE DATA-E               TO LINDET-REL (26: 10).
           MOVE HORA-PR111           TO HORA-E.
           INSPECT HORA-E REPLACING ALL " " BY ":".
           MOVE "HORA: "             TO LINDET-REL (40: 6).
           MOVE HORA-E               TO LINDET-REL (46: 5).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           MOVE "LOCAL: "            TO LINDET-REL (1: 7).
           MOVE LOCAL-PR111          TO LINDET-REL (8: 40).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           MOVE "INFRACAO: "         TO LINDET-REL (1: 10).
           MOVE INFRACAO-PR111       TO LINDET-REL (11: 30).
           MOVE "VALOR: "            TO LINDET-REL (45: 7).
           MOVE VALOR-PR111          TO VALOR-E.
           MOVE VALOR-E              TO LINDET-REL (52: 13).
           MOVE "PONTOS: "           TO LINDET-REL (68: 8).
           MOVE PONTOS-PR111         TO LINDET-REL (76: 2).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           MOVE PRAZO-INDICACAO-PR111 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE "PRAZO P/ INDICACAO DO CONDUTOR: "
                TO LINDET-REL (1: 32).
           MOVE DATA-E               TO LINDET-REL (33: 10).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           MOVE "CONDUTOR NO DIARIO DE BORDO: " TO LINDET-REL (1: 29).
           MOVE MOTORISTA-PR111      TO LINDET-REL (30: 30).
           IF NR-PLAN-PR111 NOT = ZEROS
              MOVE "VIAGEM "         TO LINDET-REL (62: 7)
              MOVE NR-PLAN-PR111     TO LINDET-REL (69: 14).
           WRITE REG-RELAT FROM LINDET AFTER 3.
           MOVE SPACES TO LINDET-REL.
           MOVE "NOME COMPLETO DO CONDUTOR: " TO LINDET-REL (1: 27).
           MOVE ALL "_"              TO LINDET-REL (28: 50).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           MOVE "CNH NR: "           TO LINDET-REL (1: 8).
           MOVE ALL "_"              TO LINDET-REL (9: 20).
           MOVE "CATEGORIA: "        TO LINDET-REL (32: 11).
           MOVE ALL "_"              TO LINDET-REL (43: 5).
           MOVE "UF: "               TO LINDET-REL (51: 4).
           MOVE ALL "_"              TO LINDET-REL (55: 4).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           MOVE "ASSINATURA DO CONDUTOR: " TO LINDET-REL (1: 24).
           MOVE ALL "_"              TO LINDET-REL (25: 50).
           WRITE REG-RELAT FROM LINDET AFTER 4.
           MOVE SPACES TO LINDET-REL.
           MOVE "ASSINATURA DO RESPONSAVEL PELO VEICULO: "
                TO LINDET-REL (1: 40).
           MOVE ALL "_"              TO LINDET-REL (41: 50).
           WRITE REG-RELAT FROM LINDET AFTER 4.
           MOVE SPACES TO LINDET-REL.

      *----------------------------------------------------------------
      *    OPCAO 4 - HISTORICO POR MOTORISTA
      *----------------------------------------------------------------
       HISTORICO-MOTORISTA SECTION.
           DISPLAY "MOTORISTA (BRANCO = TODOS): " WITH NO ADVANCING.
           ACCEPT MOTORISTA-W.
           COMPUTE DATA-12MESES-W = DATA-SISTEMA-N - 10000.
           OPEN OUTPUT RELAT.
           MOVE "HISTORICO DE MULTAS POR MOTORISTA" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           PERFORM CABECALHO.
           MOVE SPACES TO MOTORISTA-ANT-W.
           MOVE MOTORISTA-W TO MOTORISTA-PR111.
           MOVE ZEROS       TO DATA-PR111.
           START PRD111 KEY IS NOT LESS ALT1-PR111 INVALID KEY
                 MOVE "10" TO ST-PRD111
           END-START.
           PERFORM UNTIL ST-PRD111 = "10"
              READ PRD111 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD111
              NOT AT END
                   IF MOTORISTA-W NOT = SPACES
                      AND MOTORISTA-PR111 NOT = MOTORISTA-W
                      MOVE "10" TO ST-PRD111
                   ELSE
                      PERFORM SOMA-HISTORICO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD111.
           IF MOTORISTA-ANT-W NOT = SPACES
              PERFORM TOTAL-MOTORISTA.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       SOMA-HISTORICO SECTION.
           IF MOTORISTA-PR111 NOT = MOTORISTA-ANT-W
              IF MOTORISTA-ANT-W NOT = SPACES
                 PERFORM TOTAL-MOTORISTA
              END-IF
              MOVE MOTORISTA-PR111 TO MOTORISTA-ANT-W
              MOVE ZEROS TO QT-MULTAS-W TOT-PONTOS-W PONTOS-12M-W
                            TOT-VALOR-W
              MOVE SPACES TO LINDET-REL
              MOVE "MOTORISTA: "   TO LINDET-REL (1: 11)
              MOVE MOTORISTA-PR111 TO LINDET-REL (12: 30)
              PERFORM IMPRIME-LINDET
           END-IF.
           ADD 1            TO QT-MULTAS-W.
           ADD PONTOS-PR111 TO TOT-PONTOS-W.
           ADD VALOR-PR111  TO TOT-VALOR-W.
           IF DATA-PR111 > DATA-12MESES-W
              ADD PONTOS-PR111 TO PONTOS-12M-W.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-PR111 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E          TO LINDET-REL (1: 10).
           MOVE HORA-PR111      TO HORA-E.
           INSPECT HORA-E REPLACING ALL " " BY ":".
           MOVE HORA-E          TO LINDET-REL (12: 5).
           MOVE PLACA-PR111     TO LINDET-REL (18: 7).
           MOVE NR-AUTO-PR111   TO LINDET-REL (26: 15).
           MOVE VALOR-PR111     TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (44: 13).
           MOVE PONTOS-PR111    TO LINDET-REL (60: 2).
           MOVE INFRACAO-PR111  TO LINDET-REL (65: 30).
           PERFORM IMPRIME-LINDET.

       TOTAL-MOTORISTA SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE "MULTAS: "      TO LINDET-REL (3: 8).
           MOVE QT-MULTAS-W     TO LINDET-REL (11: 5).
           MOVE "VALOR: "       TO LINDET-REL (18: 7).
           MOVE TOT-VALOR-W     TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (25: 13).
           MOVE "PONTOS: "      TO LINDET-REL (40: 8).
           MOVE TOT-PONTOS-W    TO LINDET-REL (48: 4).
           MOVE "ULTIMOS 12 MESES: " TO LINDET-REL (55: 18).
           MOVE PONTOS-12M-W    TO LINDET-REL (73: 4).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO LINDET-REL.
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
           CLOSE PRD105 PRD107 PRD109 PRD111 CPD020 CCD100.

       END PROGRAM PRP110.
