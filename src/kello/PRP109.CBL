       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRP109.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CARTAO COMBUSTIVEL DA FROTA - O EXTRATO MENSAL ERA
      *        PAGO NUM TITULO SO DO CPD020 E O CUSTO POR KM DO
      *        PRP107 SAIA DO COMBUSTIVEL DIGITADO DE CABECA.
      *        OPCAO 1 - FROTA (PRD109): PLACA E CAPACIDADE DO TANQUE
      *          DE CADA CODIGO DE VEICULO DO DIARIO DE BORDO;
      *        OPCAO 2 - IMPORTA O EXTRATO (ARQUIVO TEXTO, UM
      *          ABASTECIMENTO POR LINHA) P/ O PRD110, AMARRADO AO
      *          TITULO DO EXTRATO NO CPD020; CADA ABASTECIMENTO E
      *          CASADO COM A VIAGEM PRD107 DO VEICULO QUE COBRE A
      *          DATA (DO DIA ANTERIOR A DATA DO PLANO ATE O FIM DOS
      *          QT-DIAS-PR105) E O LITROS/VALOR DA VIAGEM PASSA A SER
      *          A SOMA DO CARTAO (O GALHO111 LEVA O VALOR P/ O
      *          REALIZADO DE VEICULO DO EVENTO); APONTA ABASTECIMENTO
      *          FORA DE VIAGEM, ODOMETRO DA BOMBA FORA DO SAIDA/VOLTA
      *          DA VIAGEM (TOLERANCIA DE 50 KM), LITROS ACIMA DO
      *          TANQUE E PLACA FORA DA FROTA;
      *        OPCAO 3 - RECONCILIA: TENTA DE NOVO OS ABASTECIMENTOS
      *          SEM VIAGEM DO PERIODO (VIAGEM OU PLACA CADASTRADA
      *          DEPOIS DA IMPORTACAO);
      *        OPCAO 4 - OCORRENCIAS DO PERIODO;
      *        OPCAO 5 - CUSTO REAL POR KM DE CADA VEICULO NO PERIODO
      *          PELOS ABASTECIMENTOS (KM PELO ODOMETRO DA BOMBA,
      *          VALOR E LITROS DEPOIS DO 1O ABASTECIMENTO).
      *        LAYOUT DO EXTRATO: DATA AAAAMMDD, HORA HHMM, PLACA(7),
      *        POSTO(20), LITROS 9(4)V99, ODOMETRO 9(7),
      *        VALOR 9(6)V99.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRPX105.
           COPY PRPX107.
           COPY PRPX109.
           COPY PRPX110.
           COPY CPPX020.
           SELECT EXTRATO ASSIGN TO PATH-EXTRATO
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-EXTRATO.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY PRPW105.
           COPY PRPW107.
           COPY PRPW109.
           COPY PRPW110.
           COPY CPPW020.
       FD  EXTRATO.
       01  REG-EXTRATO.
           05  EXT-DATA            PIC 9(8).
           05  EXT-HORA            PIC 9(4).
           05  EXT-PLACA           PIC X(7).
           05  EXT-POSTO           PIC X(20).
           05  EXT-LITROS          PIC 9(4)V99.
           05  EXT-ODOMETRO        PIC 9(7).
           05  EXT-VALOR           PIC 9(6)V99.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-PRD105             PIC XX       VALUE SPACES.
           05  ST-PRD107             PIC XX       VALUE SPACES.
           05  ST-PRD109             PIC XX       VALUE SPACES.
           05  ST-PRD110             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-EXTRATO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-MAIS1-W          PIC 9(8)     VALUE ZEROS.
           05  INICIO-VIAGEM-W       PIC 9(8)     VALUE ZEROS.
           05  FIM-VIAGEM-W          PIC 9(8)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  PLAN-ACHADO-W         PIC 9(14)    VALUE ZEROS.
           05  ODOM-SAIDA-W          PIC 9(7)     VALUE ZEROS.
           05  ODOM-VOLTA-W          PIC 9(7)     VALUE ZEROS.
           05  TOLER-KM-W            PIC 9(3)     VALUE 50.
           05  QT-LIDOS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-GRAVADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-REPETIDOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-CASADOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-OCORR-W            PIC 9(5)     VALUE ZEROS.
           05  TOT-EXTRATO-W         PIC 9(10)V99 VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(10)V99 VALUE ZEROS.
           05  PLACA-ANT-W           PIC X(7)     VALUE SPACES.
           05  ODOM-PRIM-W           PIC 9(7)     VALUE ZEROS.
           05  ODOM-ULT-W            PIC 9(7)     VALUE ZEROS.
           05  KM-W                  PIC 9(7)     VALUE ZEROS.
           05  VLR-VEIC-W            PIC 9(8)V99  VALUE ZEROS.
           05  LTS-VEIC-W            PIC 9(6)V99  VALUE ZEROS.
           05  CUSTO-KM-W            PIC 9(4)V99  VALUE ZEROS.
           05  KM-LITRO-W            PIC 9(3)V99  VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DIFERENCA-E           PIC -ZZ.ZZZ.ZZ9,99.
           05  LITROS-E              PIC ZZ.ZZ9,99.
           05  ODOM-E                PIC Z.ZZZ.ZZ9.
           05  CUSTO-E               PIC Z.ZZ9,99.
           05  KM-LITRO-E            PIC ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-PRD105       PIC X(60)    VALUE SPACES.
           05  PATH-PRD107       PIC X(60)    VALUE SPACES.
           05  PATH-PRD109       PIC X(60)    VALUE SPACES.
           05  PATH-PRD110       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-EXTRATO      PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "PRP109 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(44)  VALUE SPACES.
           05  FILLER            PIC X(27)  VALUE SPACES.
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
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRA-FROTA
                  WHEN 2 PERFORM IMPORTA-EXTRATO
                  WHEN 3 PERFORM RECONCILIA-PENDENTES
                  WHEN 4 PERFORM RELATORIO-OCORRENCIAS
                  WHEN 5 PERFORM CUSTO-REAL-KM
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-FROTA  2-IMPORTA EXTRATO  3-RECONCILIA".
           DISPLAY "4-OCORRENCIAS  5-CUSTO REAL POR KM: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W = 2
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
              MOVE "PRD110"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-PRD110
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              OPEN INPUT PRD105 CPD020
              OPEN I-O PRD107 PRD109 PRD110
              IF ST-PRD107 = "35"
                 CLOSE PRD107      OPEN OUTPUT PRD107
                 CLOSE PRD107      OPEN I-O PRD107
              END-IF
              IF ST-PRD109 = "35"
                 CLOSE PRD109      OPEN OUTPUT PRD109
                 CLOSE PRD109      OPEN I-O PRD109
              END-IF
              IF ST-PRD110 = "35"
                 CLOSE PRD110      OPEN OUTPUT PRD110
                 CLOSE PRD110      OPEN I-O PRD110
              END-IF
              IF ST-PRD105 > "09"
                 DISPLAY "ERRO ABERTURA PRD105: " ST-PRD105
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-PRD107 > "09"
                 DISPLAY "ERRO ABERTURA PRD107: " ST-PRD107
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-PRD109 > "09"
                 DISPLAY "ERRO ABERTURA PRD109: " ST-PRD109
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-PRD110 > "09"
                 DISPLAY "ERRO ABERTURA PRD110: " ST-PRD110
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE PRD105 CPD020 PRD107 PRD109 PRD110
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - FROTA
      *----------------------------------------------------------------
       CADASTRA-FROTA SECTION.
           DISPLAY "VEICULO (CODIGO DO DIARIO DE BORDO): "
                   WITH NO ADVANCING.
           ACCEPT VEICULO-PR109.
           IF VEICULO-PR109 = ZEROS
              DISPLAY "VEICULO INVALIDO"
              GO TO CADASTRA-FROTA-FIM.
           READ PRD109 INVALID KEY
                MOVE SPACES TO PLACA-PR109 DESCRICAO-PR109
                               NR-CARTAO-PR109
                MOVE ZEROS  TO CAPAC-TANQUE-PR109
           NOT INVALID KEY
                DISPLAY "PLACA " PLACA-PR109 " " DESCRICAO-PR109
                DISPLAY "VEICULO JA CADASTRADO - REGRAVANDO"
           END-READ.
           DISPLAY "PLACA (AAA9A99)..........: " WITH NO ADVANCING.
           ACCEPT PLACA-PR109.
           DISPLAY "DESCRICAO................: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-PR109.
           DISPLAY "CAPACIDADE DO TANQUE (L).: " WITH NO ADVANCING.
           ACCEPT CAPAC-TANQUE-PR109.
           DISPLAY "NR DO CARTAO COMBUSTIVEL.: " WITH NO ADVANCING.
           ACCEPT NR-CARTAO-PR109.
           IF PLACA-PR109 = SPACES
              DISPLAY "PLACA OBRIGATORIA - NAO GRAVADO"
              GO TO CADASTRA-FROTA-FIM.
           WRITE REG-PRD109 INVALID KEY
                 REWRITE REG-PRD109 INVALID KEY
                       DISPLAY "ERRO GRAVANDO PRD109 (PLACA JA USADA "
                               "EM OUTRO VEICULO?): " ST-PRD109
                       GO TO CADASTRA-FROTA-FIM
                 END-REWRITE
           END-WRITE.
           DISPLAY "VEICULO GRAVADO".
       CADASTRA-FROTA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - IMPORTACAO DO EXTRATO DO CARTAO
      *----------------------------------------------------------------
       IMPORTA-EXTRATO SECTION.
           DISPLAY "TITULO DO EXTRATO NO CPD020 (0 = AINDA NAO "
                   "LANCADO)".
           DISPLAY "FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           IF FORNEC-W > ZEROS
              DISPLAY "SEQUENCIA.: " WITH NO ADVANCING
              ACCEPT SEQ-W
              MOVE FORNEC-W TO FORNEC-CP20
              MOVE SEQ-W    TO SEQ-CP20
              READ CPD020 INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO NO CPD020"
                   GO TO IMPORTA-EXTRATO-FIM
              END-READ
              DISPLAY DESCRICAO-CP20
           ELSE
              MOVE ZEROS TO SEQ-W.
           DISPLAY "ARQUIVO DO EXTRATO (CAMINHO): "
                   WITH NO ADVANCING.
           ACCEPT PATH-EXTRATO.
           OPEN INPUT EXTRATO.
           IF ST-EXTRATO > "09"
              DISPLAY "ERRO ABERTURA EXTRATO: " ST-EXTRATO
              GO TO IMPORTA-EXTRATO-FIM.
           MOVE ZEROS TO QT-LIDOS-W QT-GRAVADOS-W QT-REPETIDOS-W
                         QT-CASADOS-W QT-OCORR-W TOT-EXTRATO-W.
           PERFORM LE-EXTRATO.
           PERFORM UNTIL ST-EXTRATO = "10"
              ADD 1 TO QT-LIDOS-W
              ADD EXT-VALOR TO TOT-EXTRATO-W
              PERFORM IMPORTA-UM-ABASTECIMENTO
              PERFORM LE-EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.
           DISPLAY "LINHAS LIDAS.............: " QT-LIDOS-W.
           DISPLAY "ABASTECIMENTOS GRAVADOS..: " QT-GRAVADOS-W.
           DISPLAY "JA IMPORTADOS............: " QT-REPETIDOS-W.
           DISPLAY "CASADOS COM VIAGEM.......: " QT-CASADOS-W.
           DISPLAY "COM OCORRENCIA (OPCAO 4).: " QT-OCORR-W.
           MOVE TOT-EXTRATO-W TO VALOR-E.
           DISPLAY "TOTAL DO EXTRATO.........: " VALOR-E.
           IF FORNEC-W > ZEROS
              COMPUTE DIFERENCA-W = VALOR-TOT-CP20 - TOT-EXTRATO-W
              IF DIFERENCA-W NOT = ZEROS
                 MOVE DIFERENCA-W TO DIFERENCA-E
                 DISPLAY "DIFERENCA P/ O TITULO DO CPD020: "
                         DIFERENCA-E
              END-IF
           END-IF.
       IMPORTA-EXTRATO-FIM.
           CONTINUE.

       LE-EXTRATO SECTION.
           READ EXTRATO AT END
                MOVE "10" TO ST-EXTRATO
           END-READ.

       IMPORTA-UM-ABASTECIMENTO SECTION.
           MOVE EXT-DATA  TO DATA-PR110.
           MOVE EXT-PLACA TO PLACA-PR110.
           MOVE EXT-HORA  TO HORA-PR110.
           READ PRD110 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                ADD 1 TO QT-REPETIDOS-W
                GO TO IMPORTA-UM-ABASTECIMENTO-FIM
           END-READ.
           INITIALIZE REG-PRD110.
           MOVE EXT-DATA        TO DATA-PR110.
           MOVE EXT-PLACA       TO PLACA-PR110.
           MOVE EXT-HORA        TO HORA-PR110.
           MOVE EXT-POSTO       TO POSTO-PR110.
           MOVE EXT-LITROS      TO LITROS-PR110.
           MOVE EXT-ODOMETRO    TO ODOMETRO-PR110.
           MOVE EXT-VALOR       TO VALOR-PR110.
           MOVE FORNEC-W        TO FORNEC-CP-PR110.
           MOVE SEQ-W           TO SEQ-CP-PR110.
           MOVE DATA-SISTEMA-N  TO DATA-IMPORT-PR110.
           MOVE USUARIO-W       TO USUARIO-PR110.
           PERFORM ACHA-VEICULO.
           IF VEICULO-PR110 > ZEROS
              PERFORM CONCILIA-ABASTECIMENTO.
           WRITE REG-PRD110 INVALID KEY
                 DISPLAY "ERRO GRAVANDO PRD110: " ST-PRD110
                 GO TO IMPORTA-UM-ABASTECIMENTO-FIM
           END-WRITE.
           ADD 1 TO QT-GRAVADOS-W.
           IF NR-PLAN-PR110 NOT = ZEROS
              ADD 1 TO QT-CASADOS-W.
           IF OCORRENCIAS-PR110 NOT = ZEROS
              ADD 1 TO QT-OCORR-W.
       IMPORTA-UM-ABASTECIMENTO-FIM.
           CONTINUE.

      *    placa do extrato -> codigo do veiculo e capacidade do tanque
       ACHA-VEICULO SECTION.
           MOVE PLACA-PR110 TO PLACA-PR109.
           READ PRD109 KEY IS PLACA-PR109 INVALID KEY
                MOVE ZEROS TO VEICULO-PR110
                MOVE 1     TO OC-SEM-PLACA-PR110
                MOVE 1     TO OC-SEM-VIAGEM-PR110
           NOT INVALID KEY
                MOVE VEICULO-PR109 TO VEICULO-PR110
                MOVE 0     TO OC-SEM-PLACA-PR110
                IF CAPAC-TANQUE-PR109 > ZEROS
                   AND LITROS-PR110 > CAPAC-TANQUE-PR109
                   MOVE 1  TO OC-TANQUE-PR110
                ELSE
                   MOVE 0  TO OC-TANQUE-PR110
                END-IF
           END-READ.

      *    casa o abastecimento (REG-PRD110) com a viagem PRD107 do
      *    veiculo que cobre a data e apropria litros/valor nela
       CONCILIA-ABASTECIMENTO SECTION.
           MOVE ZEROS TO ACHOU-W PLAN-ACHADO-W.
           MOVE DATA-PR110 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE 1 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-MAIS1-W.
           MOVE VEICULO-PR110 TO VEICULO-PR107.
           MOVE ZEROS TO NR-PLAN-PR107.
           START PRD107 KEY IS NOT LESS ALT1-PR107 INVALID KEY
                 MOVE "10" TO ST-PRD107
           END-START.
           PERFORM UNTIL ST-PRD107 = "10"
              READ PRD107 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD107
              NOT AT END
                   IF VEICULO-PR107 NOT = VEICULO-PR110
                      MOVE "10" TO ST-PRD107
                   ELSE
                      PERFORM TESTA-VIAGEM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD107.
           IF ACHOU-W = 0
              MOVE ZEROS TO NR-PLAN-PR110
              MOVE 1     TO OC-SEM-VIAGEM-PR110
              MOVE 0     TO OC-ODOMETRO-PR110
              GO TO CONCILIA-ABASTECIMENTO-FIM.
           MOVE PLAN-ACHADO-W TO NR-PLAN-PR110.
           MOVE 0 TO OC-SEM-VIAGEM-PR110.
           MOVE 0 TO OC-ODOMETRO-PR110.
           IF ODOMETRO-PR110 > ZEROS
              IF ODOMETRO-PR110 + TOLER-KM-W < ODOM-SAIDA-W
                 MOVE 1 TO OC-ODOMETRO-PR110
              END-IF
              IF ODOM-VOLTA-W > ZEROS
                 AND ODOMETRO-PR110 > ODOM-VOLTA-W + TOLER-KM-W
                 MOVE 1 TO OC-ODOMETRO-PR110
              END-IF
           END-IF.
           PERFORM APROPRIA-VIAGEM.
       CONCILIA-ABASTECIMENTO-FIM.
           CONTINUE.

      *    a viagem vai do dia anterior a data do plano (abastece p/
      *    sair) ate a data do plano + QT-DIAS-PR105
       TESTA-VIAGEM SECTION.
           COMPUTE INICIO-VIAGEM-W = ANO-PR107 * 10000
                                   + MESDIA-PR107.
           MOVE INICIO-VIAGEM-W TO FIM-VIAGEM-W.
           MOVE NR-PLAN-PR107 TO NR-PLAN-PR105.
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
              AND DATA-PR110 NOT > FIM-VIAGEM-W
              MOVE 1 TO ACHOU-W
              MOVE NR-PLAN-PR107    TO PLAN-ACHADO-W
              MOVE ODOM-SAIDA-PR107 TO ODOM-SAIDA-W
              MOVE ODOM-VOLTA-PR107 TO ODOM-VOLTA-W
              MOVE "10" TO ST-PRD107.

      *    o combustivel digitado na viagem da lugar a soma do cartao
       APROPRIA-VIAGEM SECTION.
           MOVE PLAN-ACHADO-W TO NR-PLAN-PR107.
           MOVE VEICULO-PR110 TO VEICULO-PR107.
           READ PRD107 INVALID KEY
                GO TO APROPRIA-VIAGEM-FIM
           END-READ.
           IF COMBUST-CARTAO-PR107 NOT = 1
              MOVE ZEROS TO LITROS-PR107 VLR-COMBUST-PR107
              MOVE 1     TO COMBUST-CARTAO-PR107.
           ADD LITROS-PR110 TO LITROS-PR107 ROUNDED.
           ADD VALOR-PR110  TO VLR-COMBUST-PR107.
           REWRITE REG-PRD107 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO PRD107: " ST-PRD107
           END-REWRITE.
       APROPRIA-VIAGEM-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - RECONCILIA OS ABASTECIMENTOS SEM VIAGEM
      *----------------------------------------------------------------
       RECONCILIA-PENDENTES SECTION.
           PERFORM PEDE-PERIODO.
           MOVE ZEROS TO QT-LIDOS-W QT-CASADOS-W.
           INITIALIZE REG-PRD110.
           MOVE DATA-INI-W TO DATA-PR110.
           START PRD110 KEY IS NOT LESS CHAVE-PR110 INVALID KEY
                 MOVE "10" TO ST-PRD110
           END-START.
           PERFORM UNTIL ST-PRD110 = "10"
              READ PRD110 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD110
              NOT AT END
                   IF DATA-PR110 > DATA-FIM-W
                      MOVE "10" TO ST-PRD110
                   ELSE
                      IF OC-SEM-VIAGEM-PR110 = 1
                         PERFORM RECONCILIA-UM
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD110.
           DISPLAY "SEM VIAGEM NO PERIODO....: " QT-LIDOS-W.
           DISPLAY "CASADOS AGORA............: " QT-CASADOS-W.

       RECONCILIA-UM SECTION.
           ADD 1 TO QT-LIDOS-W.
           IF VEICULO-PR110 = ZEROS
              PERFORM ACHA-VEICULO.
           IF VEICULO-PR110 > ZEROS
              PERFORM CONCILIA-ABASTECIMENTO.
           REWRITE REG-PRD110 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO PRD110: " ST-PRD110
           END-REWRITE.
           IF NR-PLAN-PR110 NOT = ZEROS
              ADD 1 TO QT-CASADOS-W.

       PEDE-PERIODO SECTION.
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-W.
           DISPLAY "DATA FINAL   (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           IF DATA-FIM-W = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-FIM-W.

      *----------------------------------------------------------------
      *    OPCAO 4 - OCORRENCIAS DO PERIODO
      *----------------------------------------------------------------
       RELATORIO-OCORRENCIAS SECTION.
           PERFORM PEDE-PERIODO.
           OPEN OUTPUT RELAT.
           MOVE "CARTAO COMBUSTIVEL - OCORRENCIAS" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "DATA       HORA PLACA   VEIC    LITROS  ODOMETRO"
                TO CAB02-TEXTO (1: 48).
           MOVE "        VALOR  PLANO           OCORRENCIA"
                TO CAB02-TEXTO (49: 41).
           PERFORM CABECALHO.
           MOVE ZEROS TO QT-OCORR-W.
           INITIALIZE REG-PRD110.
           MOVE DATA-INI-W TO DATA-PR110.
           START PRD110 KEY IS NOT LESS CHAVE-PR110 INVALID KEY
                 MOVE "10" TO ST-PRD110
           END-START.
           PERFORM UNTIL ST-PRD110 = "10"
              READ PRD110 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD110
              NOT AT END
                   IF DATA-PR110 > DATA-FIM-W
                      MOVE "10" TO ST-PRD110
                   ELSE
                      IF OCORRENCIAS-PR110 NOT = ZEROS
                         PERFORM IMPRIME-OCORRENCIA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD110.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "ABASTECIMENTOS COM OCORRENCIA: " TO LINDET-REL (1: 31).
           MOVE QT-OCORR-W                       TO LINDET-REL (32: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-OCORRENCIA SECTION.
           ADD 1 TO QT-OCORR-W.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-PR110 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E          TO LINDET-REL (1: 10).
           MOVE HORA-PR110      TO LINDET-REL (12: 4).
           MOVE PLACA-PR110     TO LINDET-REL (17: 7).
           MOVE VEICULO-PR110   TO LINDET-REL (26: 2).
           MOVE LITROS-PR110    TO LITROS-E.
           MOVE LITROS-E        TO LINDET-REL (30: 9).
           MOVE ODOMETRO-PR110  TO ODOM-E.
           MOVE ODOM-E          TO LINDET-REL (40: 9).
           MOVE VALOR-PR110     TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (49: 13).
           MOVE NR-PLAN-PR110   TO LINDET-REL (64: 14).
           IF OC-SEM-PLACA-PR110 = 1
              MOVE "PLACA FORA DA FROTA" TO LINDET-REL (80: 19)
           ELSE
              IF OC-SEM-VIAGEM-PR110 = 1
                 MOVE "FORA DE VIAGEM"   TO LINDET-REL (80: 14)
              END-IF
           END-IF.
           IF OC-ODOMETRO-PR110 = 1
              MOVE "ODOMETRO X DIARIO"   TO LINDET-REL (80: 17).
           IF OC-TANQUE-PR110 = 1
              MOVE "ACIMA DO TANQUE"     TO LINDET-REL (100: 15).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 5 - CUSTO REAL POR KM (PELOS ABASTECIMENTOS)
      *----------------------------------------------------------------
       CUSTO-REAL-KM SECTION.
           PERFORM PEDE-PERIODO.
           OPEN OUTPUT RELAT.
           MOVE "CUSTO REAL POR KM - CARTAO COMBUSTIVEL"
                TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "PLACA   VEIC ODOM INICIAL  ODOM FINAL     KM RODADO"
                TO CAB02-TEXTO (1: 51).
           MOVE "    LITROS        VALOR  CUSTO/KM   KM/L"
                TO CAB02-TEXTO (52: 41).
           PERFORM CABECALHO.
           MOVE SPACES TO PLACA-ANT-W.
           INITIALIZE REG-PRD110.
           START PRD110 KEY IS NOT LESS ALT2-PR110 INVALID KEY
                 MOVE "10" TO ST-PRD110
           END-START.
           PERFORM UNTIL ST-PRD110 = "10"
              READ PRD110 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD110
              NOT AT END
                   IF DATA-PR110 NOT < DATA-INI-W
                      AND DATA-PR110 NOT > DATA-FIM-W
                      AND ODOMETRO-PR110 > ZEROS
                      PERFORM SOMA-ABASTECIMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD110.
           IF PLACA-ANT-W NOT = SPACES
              PERFORM IMPRIME-VEICULO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    o 1o abastecimento do periodo so marca o odometro inicial;
      *    o combustivel dele foi queimado antes
       SOMA-ABASTECIMENTO SECTION.
           IF PLACA-PR110 NOT = PLACA-ANT-W
              IF PLACA-ANT-W NOT = SPACES
                 PERFORM IMPRIME-VEICULO
              END-IF
              MOVE PLACA-PR110    TO PLACA-ANT-W
              MOVE VEICULO-PR110  TO VEICULO-PR109
              MOVE ODOMETRO-PR110 TO ODOM-PRIM-W ODOM-ULT-W
              MOVE ZEROS TO VLR-VEIC-W LTS-VEIC-W
              GO TO SOMA-ABASTECIMENTO-FIM.
           IF ODOMETRO-PR110 < ODOM-ULT-W
      *       odometro digitado errado na bomba - fica fora da conta
              GO TO SOMA-ABASTECIMENTO-FIM.
           MOVE ODOMETRO-PR110 TO ODOM-ULT-W.
           ADD VALOR-PR110  TO VLR-VEIC-W.
           ADD LITROS-PR110 TO LTS-VEIC-W.
       SOMA-ABASTECIMENTO-FIM.
           CONTINUE.

       IMPRIME-VEICULO SECTION.
           COMPUTE KM-W = ODOM-ULT-W - ODOM-PRIM-W.
           IF KM-W > ZEROS
              COMPUTE CUSTO-KM-W ROUNDED = VLR-VEIC-W / KM-W
           ELSE
              MOVE ZEROS TO CUSTO-KM-W.
           IF LTS-VEIC-W > ZEROS
              COMPUTE KM-LITRO-W ROUNDED = KM-W / LTS-VEIC-W
           ELSE
              MOVE ZEROS TO KM-LITRO-W.
           MOVE SPACES TO LINDET-REL.
           MOVE PLACA-ANT-W     TO LINDET-REL (1: 7).
           MOVE VEICULO-PR109   TO LINDET-REL (10: 2).
           MOVE ODOM-PRIM-W     TO ODOM-E.
           MOVE ODOM-E          TO LINDET-REL (14: 9).
           MOVE ODOM-ULT-W      TO ODOM-E.
           MOVE ODOM-E          TO LINDET-REL (28: 9).
           MOVE KM-W            TO ODOM-E.
           MOVE ODOM-E          TO LINDET-REL (42: 9).
           MOVE LTS-VEIC-W      TO LITROS-E.
           MOVE LITROS-E        TO LINDET-REL (53: 9).
           MOVE VLR-VEIC-W      TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (63: 13).
           MOVE CUSTO-KM-W      TO CUSTO-E.
           MOVE CUSTO-E         TO LINDET-REL (78: 8).
           MOVE KM-LITRO-W      TO KM-LITRO-E.
           MOVE KM-LITRO-E      TO LINDET-REL (88: 6).
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
           CLOSE PRD105 CPD020 PRD107 PRD109 PRD110.

       END PROGRAM PRP109.
