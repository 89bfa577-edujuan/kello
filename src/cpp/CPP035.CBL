       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPP035.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Compensacao de adiantamento numa nota do    *
                      *   contas a pagar: ponto unico usado pelo      *
                      *   CPP031 (opcao 2) e pela digitacao das notas *
                      *   (CPP030 entrada da nota, CPP027 NF-e), logo *
                      *   depois de gravado o titulo. Oferece os      *
                      *   adiantamentos do fornecedor ja pagos e com  *
                      *   saldo (CPD040, "*" = mesmo plano da nota),  *
                      *   pede o valor de cada um, a conta de         *
                      *   fornecedores e a confirmacao; a parte       *
                      *   compensada vira titulo baixado sem caixa (a *
                      *   nota inteira, se compensada toda), fica no  *
                      *   CPD041 e vai ao diario CTD100 - debito      *
                      *   fornecedores / credito conta do             *
                      *   adiantamento.                               *
                      *   Quem chama nao pode estar com o CPD020      *
                      *   aberto (a rotina abre o seu).               *
                      *                                               *
                      *   01  PARAMETROS-CPP035                       *
                      *       05 CPP035-EMPRESA     PIC X(003)        *
                      *       05 CPP035-FORNEC      PIC 9(006)        *
                      *       05 CPP035-SEQ         PIC 9(005)        *
                      *          titulo (nota) no CPD020              *
                      *       05 CPP035-USUARIO     PIC X(005)        *
                      *       05 CPP035-VALOR       PIC 9(010)V99     *
                      *          total compensado na nota             *
                      *       05 CPP035-SALDO       PIC 9(010)V99     *
                      *          saldo de adiantamento que sobrou     *
                      *       05 CPP035-RETORNO     PIC 9(001)        *
                      *          0-COMPENSADA  1-NADA COMPENSADO      *
                      *          2-ERRO (NOTA INVALIDA, ARQUIVO OU    *
                      *          MES FECHADO)                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX040.
           COPY CPPX041.
           COPY CTPX100.
           COPY CTPX101.
           SELECT EXPORTA ASSIGN TO PATH-EXPORTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-EXPORTA.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW020.
           COPY CPPW040.
           COPY CPPW041.
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
      *    centro de custo (sempre zeros na compensacao)

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  ST-CPD041             PIC XX       VALUE SPACES.
           05  ST-CTD100             PIC XX       VALUE SPACES.
           05  ST-CTD101             PIC XX       VALUE SPACES.
           05  ST-EXPORTA            PIC XX       VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-NOTA-W            PIC 9(5)     VALUE ZEROS.
           05  SEQ-BAIXA-W           PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-COMP-W       PIC 9(3)     VALUE ZEROS.
           05  CONTA-FORNEC-W        PIC 9(5)     VALUE ZEROS.
           05  VALOR-W               PIC 9(10)V99 VALUE ZEROS.
           05  SALDO-NOTA-W          PIC 9(10)V99 VALUE ZEROS.
           05  TOT-COMPENSAR-W       PIC 9(10)V99 VALUE ZEROS.
           05  TOT-SALDO-W           PIC 9(12)V99 VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-DIARIO-W          PIC 9(6)     VALUE ZEROS.
           05  HISTORICO-W           PIC X(30)    VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  QT-ADIANT-W           PIC 9(2)     VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    copia da nota sendo compensada: o CPD020 e relido p/ ver
      *    se cada adiantamento ja foi pago
       01  NOTA-SALVA-W              PIC X(196)   VALUE SPACES.
       01  EVENTO-NOTA-W             PIC X(14)    VALUE SPACES.

      *    adiantamentos em aberto do fornecedor da nota
       01  TAB-ADIANT.
           05  TA-ITEM               OCCURS 20 TIMES.
               10  TA-SEQ            PIC 9(5).
               10  TA-SALDO          PIC 9(8)V99.
               10  TA-CONTA          PIC 9(5).
               10  TA-DATA-EVENTO    PIC 9(8).
               10  TA-MESMO-PLANO    PIC X(1).
               10  TA-COMPENSAR      PIC 9(8)V99.

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
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD040       PIC X(60)    VALUE SPACES.
           05  PATH-CPD041       PIC X(60)    VALUE SPACES.
           05  PATH-CTD100       PIC X(60)    VALUE SPACES.
           05  PATH-CTD101       PIC X(60)    VALUE SPACES.
           05  PATH-EXPORTA      PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       LINKAGE SECTION.
       01  PARAMETROS-CPP035.
           05  CPP035-EMPRESA     PIC X(3).
           05  CPP035-FORNEC      PIC 9(6).
           05  CPP035-SEQ         PIC 9(5).
           05  CPP035-USUARIO     PIC X(5).
           05  CPP035-VALOR       PIC 9(10)V99.
           05  CPP035-SALDO       PIC 9(10)V99.
           05  CPP035-RETORNO     PIC 9(1).
               88  CPP035-COMPENSADA       VALUE 0.
               88  CPP035-NADA             VALUE 1.
               88  CPP035-ERRO             VALUE 2.

       PROCEDURE DIVISION USING PARAMETROS-CPP035.

       MAIN-PROCESS SECTION.
           MOVE 1     TO CPP035-RETORNO.
           MOVE ZEROS TO CPP035-VALOR CPP035-SALDO.
           MOVE CPP035-FORNEC  TO FORNEC-W.
           MOVE CPP035-SEQ     TO SEQ-NOTA-W.
           MOVE CPP035-USUARIO TO USUARIO-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           MOVE CPP035-EMPRESA TO CAP022-EMPRESA.
           MOVE "CP"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A PAGAR - "
                      "LIBERE NO CAP021"
              MOVE 2 TO CPP035-RETORNO
              GO TO MAIN-PROCESS-FIM.
           MOVE CPP035-EMPRESA TO GRPATH-EMPRESA.
           MOVE "CPD020"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD020.
           MOVE "CPD040"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD040.
           MOVE "CPD041"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD041.
           MOVE "CTD100"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CTD100.
           MOVE "CTD101"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CTD101.
           MOVE "CTEXPORT"     TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-EXPORTA.
           OPEN I-O CPD020 CPD040 CPD041 CTD100 CTD101.
           IF ST-CPD040 = "35"
              CLOSE CPD040      OPEN OUTPUT CPD040
              CLOSE CPD040      OPEN I-O CPD040.
           IF ST-CPD041 = "35"
              CLOSE CPD041      OPEN OUTPUT CPD041
              CLOSE CPD041      OPEN I-O CPD041.
           IF ST-CTD100 = "35"
              CLOSE CTD100      OPEN OUTPUT CTD100
              CLOSE CTD100      OPEN I-O CTD100.
           IF ST-CTD101 = "35"
              CLOSE CTD101      OPEN OUTPUT CTD101
              CLOSE CTD101      OPEN I-O CTD101.
           IF ST-CPD020 > "09" OR ST-CPD040 > "09" OR ST-CPD041 > "09"
              OR ST-CTD100 > "09" OR ST-CTD101 > "09"
              DISPLAY "ERRO ABERTURA: CP20 " ST-CPD020 " CP40 "
                      ST-CPD040 " CP41 " ST-CPD041 " CT100 "
                      ST-CTD100 " CT101 " ST-CTD101
              MOVE 2 TO CPP035-RETORNO
              CLOSE CPD020 CPD040 CPD041 CTD100 CTD101
              GO TO MAIN-PROCESS-FIM.
           PERFORM COMPENSA-NOTA.
           CLOSE CPD020 CPD040 CPD041 CTD100 CTD101.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

      *    COMPENSA-NOTA: so entra adiantamento ja pago (SITUACAO-CP20
      *    = 2) - adiantamento ainda a pagar nao tem o que compensar.
       COMPENSA-NOTA SECTION.
           MOVE FORNEC-W   TO FORNEC-CP40.
           MOVE SEQ-NOTA-W TO SEQ-CP20-CP40.
           READ CPD040 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                DISPLAY "O TITULO E UM ADIANTAMENTO, NAO UMA NOTA"
                MOVE 2 TO CPP035-RETORNO
                GO TO COMPENSA-NOTA-FIM
           END-READ.
           MOVE FORNEC-W   TO FORNEC-CP20.
           MOVE SEQ-NOTA-W TO SEQ-CP20.
           READ CPD020 INVALID KEY
                DISPLAY "NOTA NAO ENCONTRADA"
                MOVE 2 TO CPP035-RETORNO
                GO TO COMPENSA-NOTA-FIM
           END-READ.
           IF SITUACAO-CP20 NOT = 0 OR PREV-DEF-CP20 NOT = 0
              DISPLAY "NOTA NAO ESTA EM ABERTO/DEFINITIVA (SITUACAO "
                      SITUACAO-CP20 ")"
              MOVE 2 TO CPP035-RETORNO
              GO TO COMPENSA-NOTA-FIM.
           MOVE REG-CPD020        TO NOTA-SALVA-W.
           MOVE EVENTO-PR105-CP20 TO EVENTO-NOTA-W.
           MOVE VALOR-TOT-CP20    TO SALDO-NOTA-W VALOR-E.
           DISPLAY "NOTA " NR-DOCTO-CP20 " " DESCRICAO-CP20 " " VALOR-E.
           PERFORM CARREGA-ADIANTAMENTOS.
           IF QT-ADIANT-W = ZEROS
              DISPLAY "FORNECEDOR SEM ADIANTAMENTO PAGO A COMPENSAR"
              GO TO COMPENSA-NOTA-FIM.
           MOVE ZEROS TO TOT-COMPENSAR-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ADIANT-W
              PERFORM OFERECE-ADIANTAMENTO
           END-PERFORM.
           MOVE TOT-SALDO-W TO CPP035-SALDO.
           IF TOT-COMPENSAR-W = ZEROS
              GO TO COMPENSA-NOTA-FIM.
           MOVE TOT-COMPENSAR-W TO VALOR-E.
           DISPLAY "TOTAL A COMPENSAR NA NOTA: " VALOR-E.
           DISPLAY "CONTA SINTETICA FORNECEDORES: " WITH NO ADVANCING.
           ACCEPT CONTA-FORNEC-W.
           DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO COMPENSA-NOTA-FIM.
           MOVE DATA-SISTEMA-N (1: 6) TO ANOMES-W.
           PERFORM ABRE-EXPORTA.
           PERFORM POSICIONA-SEQ-DIARIO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ADIANT-W
              IF TA-COMPENSAR (I) > ZEROS
                 PERFORM EFETIVA-COMPENSACAO
              END-IF
           END-PERFORM.
           PERFORM GRAVA-CHECKPOINT.
           CLOSE EXPORTA.
           MOVE 0               TO CPP035-RETORNO.
           MOVE TOT-COMPENSAR-W TO CPP035-VALOR.
           SUBTRACT TOT-COMPENSAR-W FROM CPP035-SALDO.
           DISPLAY "COMPENSACAO GRAVADA".
       COMPENSA-NOTA-FIM.
           CONTINUE.

       CARREGA-ADIANTAMENTOS SECTION.
           INITIALIZE TAB-ADIANT.
           MOVE ZEROS    TO QT-ADIANT-W TOT-SALDO-W.
           MOVE FORNEC-W TO FORNEC-CP40.
           MOVE ZEROS    TO SEQ-CP20-CP40.
           START CPD040 KEY IS NOT LESS CHAVE-CP40 INVALID KEY
                 MOVE "10" TO ST-CPD040
           END-START.
           PERFORM UNTIL ST-CPD040 = "10"
              READ CPD040 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD040
              NOT AT END
                   IF FORNEC-CP40 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD040
                   ELSE
                      IF SITUACAO-CP40 = 0 AND SALDO-CP40 > ZEROS
                         AND QT-ADIANT-W < 20
                         PERFORM CARREGA-UM-ADIANTAMENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD040.

       CARREGA-UM-ADIANTAMENTO SECTION.
           MOVE FORNEC-CP40   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP40 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                GO TO CARREGA-UM-ADIANTAMENTO-FIM
           END-READ.
           IF SITUACAO-CP20 NOT = 2
              GO TO CARREGA-UM-ADIANTAMENTO-FIM.
           ADD 1 TO QT-ADIANT-W.
           MOVE SEQ-CP20-CP40     TO TA-SEQ (QT-ADIANT-W).
           MOVE SALDO-CP40        TO TA-SALDO (QT-ADIANT-W).
           ADD SALDO-CP40         TO TOT-SALDO-W.
           MOVE CONTA-ADIANT-CP40 TO TA-CONTA (QT-ADIANT-W).
           MOVE DATA-EVENTO-CP40  TO TA-DATA-EVENTO (QT-ADIANT-W).
           MOVE SPACES            TO TA-MESMO-PLANO (QT-ADIANT-W).
           IF TIPO-VINCULO-CP40 = 1
              AND NR-PLAN-CP40 = EVENTO-NOTA-W
              MOVE "*" TO TA-MESMO-PLANO (QT-ADIANT-W).
       CARREGA-UM-ADIANTAMENTO-FIM.
           CONTINUE.

      *    sugere o menor entre o saldo do adiantamento e o que falta
      *    da nota; zero pula o adiantamento
       OFERECE-ADIANTAMENTO SECTION.
           IF SALDO-NOTA-W = ZEROS
              GO TO OFERECE-ADIANTAMENTO-FIM.
           IF TA-SALDO (I) < SALDO-NOTA-W
              MOVE TA-SALDO (I) TO VALOR-W
           ELSE
              MOVE SALDO-NOTA-W TO VALOR-W.
           MOVE TA-DATA-EVENTO (I) TO DATA-INVERTE-W.
           MOVE DATA-INVERTE-W (7: 2) TO DATA-E (1: 2).
           MOVE DATA-INVERTE-W (5: 2) TO DATA-E (4: 2).
           MOVE DATA-INVERTE-W (1: 4) TO DATA-E (7: 4).
           MOVE TA-SALDO (I) TO VALOR-E.
           DISPLAY TA-MESMO-PLANO (I) " ADIANT. SEQ " TA-SEQ (I)
                   " EVENTO " DATA-E " SALDO " VALOR-E.
           MOVE VALOR-W TO VALOR-E.
           DISPLAY "  SUGERIDO " VALOR-E " - VALOR A COMPENSAR "
                   "(0 = PULA): " WITH NO ADVANCING.
           ACCEPT TA-COMPENSAR (I).
           IF TA-COMPENSAR (I) > VALOR-W
              DISPLAY "  VALOR MAIOR QUE O SALDO - LIMITADO"
              MOVE VALOR-W TO TA-COMPENSAR (I).
           SUBTRACT TA-COMPENSAR (I) FROM SALDO-NOTA-W.
           ADD TA-COMPENSAR (I) TO TOT-COMPENSAR-W.
       OFERECE-ADIANTAMENTO-FIM.
           CONTINUE.

      *    EFETIVA-COMPENSACAO: compensando a nota toda ela mesma e
      *    baixada; compensando parte, a nota fica com o restante em
      *    aberto e a parte compensada vira um titulo novo, copia da
      *    nota, ja baixado - o total lancado da nota nao muda.
       EFETIVA-COMPENSACAO SECTION.
           MOVE TA-COMPENSAR (I) TO VALOR-W.
           MOVE FORNEC-W   TO FORNEC-CP20.
           MOVE SEQ-NOTA-W TO SEQ-CP20.
           READ CPD020 INVALID KEY
                DISPLAY "ERRO LENDO NOTA NO CPD020: " ST-CPD020
                GO TO EFETIVA-COMPENSACAO-FIM
           END-READ.
           IF VALOR-TOT-CP20 = VALOR-W
              MOVE SEQ-NOTA-W     TO SEQ-BAIXA-W
              PERFORM MARCA-BAIXA-COMPENSACAO
              REWRITE REG-CPD020 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD020: " ST-CPD020
                    GO TO EFETIVA-COMPENSACAO-FIM
              END-REWRITE
           ELSE
              SUBTRACT VALOR-W FROM VALOR-TOT-CP20
              REWRITE REG-CPD020 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD020: " ST-CPD020
                    GO TO EFETIVA-COMPENSACAO-FIM
              END-REWRITE
              PERFORM PROXIMA-SEQ-CPD020
              MOVE PROX-SEQ-CP-W  TO SEQ-BAIXA-W
              MOVE NOTA-SALVA-W   TO REG-CPD020
              MOVE SEQ-BAIXA-W    TO SEQ-CP20
              MOVE VALOR-W        TO VALOR-TOT-CP20
              MOVE SPACES         TO DESCRICAO-CP20
              MOVE "COMPENS. ADIANT. SEQ" TO DESCRICAO-CP20 (1: 20)
              MOVE TA-SEQ (I)     TO DESCRICAO-CP20 (22: 5)
              PERFORM MARCA-BAIXA-COMPENSACAO
              WRITE REG-CPD020 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                    GO TO EFETIVA-COMPENSACAO-FIM
              END-WRITE
           END-IF.
           MOVE FORNEC-W   TO FORNEC-CP40.
           MOVE TA-SEQ (I) TO SEQ-CP20-CP40.
           READ CPD040 INVALID KEY
                DISPLAY "ERRO LENDO CPD040: " ST-CPD040
                GO TO EFETIVA-COMPENSACAO-FIM
           END-READ.
           SUBTRACT VALOR-W FROM SALDO-CP40.
           MOVE DATA-SISTEMA-N TO DATA-ULT-COMPENS-CP40.
           IF SALDO-CP40 = ZEROS
              MOVE 1 TO SITUACAO-CP40.
           REWRITE REG-CPD040 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD040: " ST-CPD040
           END-REWRITE.
           PERFORM GRAVA-COMPENSACAO.
           MOVE CONTA-FORNEC-W   TO CONTA-DEBITO-CT100.
           MOVE TA-CONTA (I)     TO CONTA-CREDITO-CT100.
           MOVE SPACES           TO HISTORICO-W.
           MOVE "COMPENS ADIANT FORN " TO HISTORICO-W (1: 20).
           MOVE FORNEC-W         TO HISTORICO-W (21: 6).
           PERFORM GRAVA-PARTIDA.
       EFETIVA-COMPENSACAO-FIM.
           CONTINUE.

      *    baixa sem caixa: nao passa pelo CXD100, a contrapartida e
      *    o proprio adiantamento
       MARCA-BAIXA-COMPENSACAO SECTION.
           MOVE 2              TO SITUACAO-CP20.
           MOVE DATA-SISTEMA-N TO DATA-PGTO-CP20.
           MOVE VALOR-W        TO VALOR-LIQ-CP20.
           MOVE USUARIO-W      TO RESPONSAVEL-CP20.

       GRAVA-COMPENSACAO SECTION.
           MOVE ZEROS      TO PROX-SEQ-COMP-W.
           MOVE FORNEC-W   TO FORNEC-CP41.
           MOVE TA-SEQ (I) TO SEQ-ADIANT-CP41.
           MOVE ZEROS      TO SEQ-COMPENS-CP41.
           START CPD041 KEY IS NOT LESS CHAVE-CP41 INVALID KEY
                 MOVE "10" TO ST-CPD041
           END-START.
           PERFORM UNTIL ST-CPD041 = "10"
              READ CPD041 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD041
              NOT AT END
                   IF FORNEC-CP41 NOT = FORNEC-W
                      OR SEQ-ADIANT-CP41 NOT = TA-SEQ (I)
                      MOVE "10" TO ST-CPD041
                   ELSE
                      MOVE SEQ-COMPENS-CP41 TO PROX-SEQ-COMP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD041.
           ADD 1 TO PROX-SEQ-COMP-W.
           INITIALIZE REG-CPD041.
           MOVE FORNEC-W        TO FORNEC-CP41.
           MOVE TA-SEQ (I)      TO SEQ-ADIANT-CP41.
           MOVE PROX-SEQ-COMP-W TO SEQ-COMPENS-CP41.
           MOVE SEQ-NOTA-W      TO SEQ-NOTA-CP41.
           MOVE SEQ-BAIXA-W     TO SEQ-BAIXA-CP41.
           MOVE VALOR-W         TO VALOR-CP41.
           MOVE DATA-SISTEMA-N  TO DATA-CP41.
           MOVE USUARIO-W       TO USUARIO-CP41.
           WRITE REG-CPD041 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD041: " ST-CPD041
           END-WRITE.

       PROXIMA-SEQ-CPD020 SECTION.
           MOVE ZEROS    TO PROX-SEQ-CP-W.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE ZEROS    TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.

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

       GRAVA-PARTIDA SECTION.
           ADD 1 TO SEQ-DIARIO-W.
           MOVE ANOMES-W         TO ANOMES-CT100.
           MOVE SEQ-DIARIO-W     TO SEQ-CT100.
           MOVE DATA-SISTEMA-N   TO DATA-LCTO-CT100.
           MOVE VALOR-W          TO VALOR-CT100.
           MOVE HISTORICO-W      TO HISTORICO-CT100.
           MOVE "CP"             TO ORIGEM-CT100.
           MOVE SPACES           TO CHAVE-ORIGEM-CT100.
           MOVE FORNEC-W         TO CHAVE-ORIGEM-CT100 (1: 6).
           MOVE SEQ-BAIXA-W      TO CHAVE-ORIGEM-CT100 (7: 5).
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

       END PROGRAM CPP035.
