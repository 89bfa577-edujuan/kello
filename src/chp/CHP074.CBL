       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHP074.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: REPASSE DE CHEQUES PRE-DATADOS DE CLIENTES (CHD010)
      *        A FORNECEDOR, EM PAGAMENTO DE TITULOS DO CONTAS A
      *        PAGAR (CPD020), COM AMARRACAO NO CHD074.
      *        OPCAO 1 - REPASSE: P/ UM FORNECEDOR, SELECIONA OS
      *          CHEQUES EM CARTEIRA (SITUACAO 0) E OS TITULOS EM
      *          ABERTO; DIFERENCA ENTRE OS TOTAIS, SE CONFIRMADA,
      *          VAI COMO JUROS (CHEQUES A MAIOR) OU DESCONTO
      *          (CHEQUES A MENOR) NO ULTIMO TITULO. OS TITULOS
      *          FICAM PAGOS E OS CHEQUES EM 7-REPASSADO A
      *          FORNECEDOR, COM O FORNECEDOR GRAVADO; O CHEQUE QUE
      *          ESTIVER NO COFRE (CHD015) SAI COMO RETIRADO, COM
      *          TRILHA NO CHD016;
      *        OPCAO 2 - DEVOLUCAO PELO FORNECEDOR: O CHEQUE
      *          REPASSADO QUE VOLTOU SEM FUNDOS VOLTA A 5-DEVOLVIDO,
      *          ENTRA NO CHD013 (ALINEA, DATA DE ENTRADA) E A DIVIDA
      *          COM O FORNECEDOR E REABERTA NUM TITULO NOVO NO CPD020
      *          PELO VALOR DO CHEQUE, VENCENDO HOJE;
      *        OPCAO 3 - CONSULTA: MOSTRA UM REPASSE OU O REPASSE DE
      *          UM CHEQUE (CHAVE ALT1).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHPX010.
           COPY CHPX013.
           COPY CHPX015.
           COPY CHPX016.
           COPY CHPX074.
           COPY CPPX020.

       DATA DIVISION.
       FILE SECTION.
           COPY CHPW010.
           COPY CHPW013.
           COPY CHPW015.
           COPY CHPW016.
           COPY CHPW074.
           COPY CPPW020.

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-CHD015             PIC XX       VALUE SPACES.
           05  ST-CHD016             PIC XX       VALUE SPACES.
           05  ST-CHD074             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  REPASSE-W             PIC 9(6)     VALUE ZEROS.
           05  SEQ-LIG-W             PIC 9(2)     VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-TIT-W             PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  DATA-MOVTO-W          PIC 9(8)     VALUE ZEROS.
           05  SEQ-CHQ-W             PIC 9(4)     VALUE ZEROS.
           05  QT-CHEQUES-W          PIC 9(2)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(2)     VALUE ZEROS.
           05  TOT-CHEQUES-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-TITULOS-W         PIC 9(10)V99 VALUE ZEROS.
           05  DIFERENCA-W           PIC 9(10)V99 VALUE ZEROS.
           05  ALINEA-W              PIC 99       VALUE ZEROS.
           05  CODREDUZ-W            PIC 9(5)     VALUE ZEROS.
           05  PORTADOR-W            PIC 9(4)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  HORA-SISTEMA-W        PIC 9(8)     VALUE ZEROS.
           05  HORA-EDIT-W           PIC X(5)     VALUE SPACES.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

      *    cheques e titulos escolhidos p/ o repasse - so grava depois
      *    que o operador confirma os totais
       01  TAB-CHEQUES.
           05  TC-ITEM               OCCURS 20 TIMES.
               10  TC-DATA-MOVTO     PIC 9(8).
               10  TC-SEQ            PIC 9(4).
               10  TC-VALOR          PIC 9(8)V99.
       01  TAB-TITULOS.
           05  TT-ITEM               OCCURS 20 TIMES.
               10  TT-SEQ            PIC 9(5).
               10  TT-VALOR          PIC 9(8)V99.

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
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CHD013       PIC X(60)    VALUE SPACES.
           05  PATH-CHD015       PIC X(60)    VALUE SPACES.
           05  PATH-CHD016       PIC X(60)    VALUE SPACES.
           05  PATH-CHD074       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM EXECUTA-REPASSE
                  WHEN 2 PERFORM DEVOLUCAO-FORNECEDOR
                  WHEN 3 PERFORM CONSULTA-REPASSE
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-REPASSE  2-DEVOLUCAO PELO FORNECEDOR  "
                   "3-CONSULTA: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              ACCEPT HORA-SISTEMA-W FROM TIME
              MOVE HORA-SISTEMA-W (1: 2) TO HORA-EDIT-W (1: 2)
              MOVE ":"                   TO HORA-EDIT-W (3: 1)
              MOVE HORA-SISTEMA-W (3: 2) TO HORA-EDIT-W (4: 2)
      *       repasse e devolucao mexem no CPD020 no mes corrente: o
      *       contas a pagar precisa estar aberto (fechamento CAP021)
              IF OPCAO-W < 3
                 MOVE EMPRESA-W      TO CAP022-EMPRESA
                 MOVE "CP"           TO CAP022-MODULO
                 MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
                 CALL "CAP022" USING PARAMETROS-CAP022
                 IF CAP022-MES-FECHADO
                    DISPLAY "MES FECHADO P/ O CONTAS A PAGAR - "
                            "LIBERE NO CAP021"
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF
           END-IF.
           IF ERRO-W = 0
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CHD010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD010
              MOVE "CHD013"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD013
              MOVE "CHD015"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD015
              MOVE "CHD016"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD016
              MOVE "CHD074"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD074
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              OPEN I-O CHD010 CHD013 CHD015 CHD016 CHD074 CPD020
              IF ST-CHD013 = "35"
                 CLOSE CHD013      OPEN OUTPUT CHD013
                 CLOSE CHD013      OPEN I-O CHD013
              END-IF
              IF ST-CHD015 = "35"
                 CLOSE CHD015      OPEN OUTPUT CHD015
                 CLOSE CHD015      OPEN I-O CHD015
              END-IF
              IF ST-CHD016 = "35"
                 CLOSE CHD016      OPEN OUTPUT CHD016
                 CLOSE CHD016      OPEN I-O CHD016
              END-IF
              IF ST-CHD074 = "35"
                 CLOSE CHD074      OPEN OUTPUT CHD074
                 CLOSE CHD074      OPEN I-O CHD074
              END-IF
              IF ST-CHD010 > "09"
                 DISPLAY "ERRO ABERTURA CHD010: " ST-CHD010
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD013 > "09"
                 DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD015 > "09"
                 DISPLAY "ERRO ABERTURA CHD015: " ST-CHD015
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD016 > "09"
                 DISPLAY "ERRO ABERTURA CHD016: " ST-CHD016
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD074 > "09"
                 DISPLAY "ERRO ABERTURA CHD074: " ST-CHD074
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CHD010 CHD013 CHD015 CHD016 CHD074 CPD020
              END-IF.

       EXECUTA-REPASSE SECTION.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "FORNECEDOR...........: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           MOVE ZEROS TO QT-CHEQUES-W QT-TITULOS-W
                         TOT-CHEQUES-W TOT-TITULOS-W.
           MOVE 9 TO DATA-MOVTO-W.
           PERFORM UNTIL DATA-MOVTO-W = ZEROS
              DISPLAY "CHEQUE - DATA MOVTO (0 ENCERRA): "
                      WITH NO ADVANCING
              ACCEPT DATA-MOVTO-W
              IF DATA-MOVTO-W > ZEROS
                 PERFORM SELECIONA-CHEQUE
              END-IF
           END-PERFORM.
           IF QT-CHEQUES-W = ZEROS
              DISPLAY "NENHUM CHEQUE SELECIONADO"
              GO TO EXECUTA-REPASSE-FIM.
           MOVE 9 TO SEQ-TIT-W.
           PERFORM UNTIL SEQ-TIT-W = ZEROS
              DISPLAY "TITULO - SEQ DO FORNECEDOR (0 ENCERRA): "
                      WITH NO ADVANCING
              ACCEPT SEQ-TIT-W
              IF SEQ-TIT-W > ZEROS
                 PERFORM SELECIONA-TITULO
              END-IF
           END-PERFORM.
           IF QT-TITULOS-W = ZEROS
              DISPLAY "NENHUM TITULO SELECIONADO - REPASSE ABORTADO"
              GO TO EXECUTA-REPASSE-FIM.
           MOVE TOT-CHEQUES-W TO VALOR-E.
           DISPLAY "TOTAL DOS CHEQUES.: " VALOR-E.
           MOVE TOT-TITULOS-W TO VALOR-E.
           DISPLAY "TOTAL DOS TITULOS.: " VALOR-E.
           IF TOT-CHEQUES-W > TOT-TITULOS-W
              COMPUTE DIFERENCA-W = TOT-CHEQUES-W - TOT-TITULOS-W
              MOVE DIFERENCA-W TO VALOR-E
              DISPLAY "CHEQUES A MAIOR: " VALOR-E
                      " - VAI COMO JUROS NO ULTIMO TITULO"
           ELSE
              COMPUTE DIFERENCA-W = TOT-TITULOS-W - TOT-CHEQUES-W
              IF DIFERENCA-W > ZEROS
                 MOVE DIFERENCA-W TO VALOR-E
                 DISPLAY "CHEQUES A MENOR: " VALOR-E
                         " - VAI COMO DESCONTO NO ULTIMO TITULO"
              END-IF
           END-IF.
           DISPLAY "CONFIRMA O REPASSE (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              DISPLAY "REPASSE ABORTADO"
              GO TO EXECUTA-REPASSE-FIM.
           PERFORM PROXIMO-REPASSE.
           MOVE ZEROS TO SEQ-LIG-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-TITULOS-W
              PERFORM LIQUIDA-TITULO
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CHEQUES-W
              PERFORM REPASSA-CHEQUE
           END-PERFORM.
           DISPLAY "REPASSE " REPASSE-W " CONCLUIDO - CHEQUES: "
                   QT-CHEQUES-W "  TITULOS: " QT-TITULOS-W.
       EXECUTA-REPASSE-FIM.
           CONTINUE.

       SELECIONA-CHEQUE SECTION.
           IF QT-CHEQUES-W = 20
              DISPLAY "LIMITE DE 20 CHEQUES POR REPASSE"
              GO TO SELECIONA-CHEQUE-FIM.
           DISPLAY "SEQ DO CHEQUE: " WITH NO ADVANCING.
           ACCEPT SEQ-CHQ-W.
           MOVE DATA-MOVTO-W TO DATA-MOVTO-CH10.
           MOVE SEQ-CHQ-W    TO SEQ-CH10.
           READ CHD010 INVALID KEY
                DISPLAY "CHEQUE NAO ENCONTRADO"
                GO TO SELECIONA-CHEQUE-FIM
           END-READ.
           IF SITUACAO-CH10 NOT = 0
              DISPLAY "CHEQUE NAO ESTA EM CARTEIRA (SITUACAO "
                      SITUACAO-CH10 ")"
              GO TO SELECIONA-CHEQUE-FIM.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CHEQUES-W
              IF TC-DATA-MOVTO (I) = DATA-MOVTO-W AND
                 TC-SEQ (I) = SEQ-CHQ-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              DISPLAY "CHEQUE JA SELECIONADO"
              GO TO SELECIONA-CHEQUE-FIM.
           ADD 1 TO QT-CHEQUES-W.
           MOVE DATA-MOVTO-W TO TC-DATA-MOVTO (QT-CHEQUES-W).
           MOVE SEQ-CHQ-W    TO TC-SEQ (QT-CHEQUES-W).
           MOVE VALOR-CH10   TO TC-VALOR (QT-CHEQUES-W).
           ADD VALOR-CH10    TO TOT-CHEQUES-W.
           MOVE VALOR-CH10 TO VALOR-E.
           DISPLAY NOME-CH10 " BOM P/ " DATA-VENCTO-CH10 " " VALOR-E.
       SELECIONA-CHEQUE-FIM.
           CONTINUE.

       SELECIONA-TITULO SECTION.
           IF QT-TITULOS-W = 20
              DISPLAY "LIMITE DE 20 TITULOS POR REPASSE"
              GO TO SELECIONA-TITULO-FIM.
           MOVE FORNEC-W  TO FORNEC-CP20.
           MOVE SEQ-TIT-W TO SEQ-CP20.
           READ CPD020 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO"
                GO TO SELECIONA-TITULO-FIM
           END-READ.
           IF SITUACAO-CP20 NOT = 0
              DISPLAY "TITULO NAO ESTA EM ABERTO (SITUACAO "
                      SITUACAO-CP20 ")"
              GO TO SELECIONA-TITULO-FIM.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-TITULOS-W
              IF TT-SEQ (I) = SEQ-TIT-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              DISPLAY "TITULO JA SELECIONADO"
              GO TO SELECIONA-TITULO-FIM.
           ADD 1 TO QT-TITULOS-W.
           MOVE SEQ-TIT-W      TO TT-SEQ (QT-TITULOS-W).
           MOVE VALOR-TOT-CP20 TO TT-VALOR (QT-TITULOS-W).
           ADD VALOR-TOT-CP20  TO TOT-TITULOS-W.
           MOVE VALOR-TOT-CP20 TO VALOR-E.
           DISPLAY NR-DOCTO-CP20 " VENCTO " DATA-VENCTO-CP20 " "
                   VALOR-E.
       SELECIONA-TITULO-FIM.
           CONTINUE.

      *    LIQUIDA-TITULO: a diferenca dos totais (ja confirmada) so
      *    entra no ultimo titulo - juros se os cheques passaram,
      *    desconto se ficaram abaixo.
       LIQUIDA-TITULO SECTION.
           MOVE FORNEC-W    TO FORNEC-CP20.
           MOVE TT-SEQ (I)  TO SEQ-CP20.
           READ CPD020 INVALID KEY
                DISPLAY "TITULO " FORNEC-W "/" TT-SEQ (I)
                        " SUMIU DO CPD020"
                GO TO LIQUIDA-TITULO-FIM
           END-READ.
           MOVE 2              TO SITUACAO-CP20.
           MOVE DATA-SISTEMA-N TO DATA-PGTO-CP20.
           MOVE USUARIO-W      TO RESPONSAVEL-CP20.
           MOVE VALOR-TOT-CP20 TO VALOR-LIQ-CP20.
           IF I = QT-TITULOS-W AND DIFERENCA-W > ZEROS
              IF TOT-CHEQUES-W > TOT-TITULOS-W
                 MOVE DIFERENCA-W TO JURO-PAGO-CP20
                 ADD DIFERENCA-W  TO VALOR-LIQ-CP20
              ELSE
                 MOVE DIFERENCA-W TO DESCONTO-CP20
                 SUBTRACT DIFERENCA-W FROM VALOR-LIQ-CP20
              END-IF
           END-IF.
           REWRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD020: " ST-CPD020
                 GO TO LIQUIDA-TITULO-FIM
           END-REWRITE.
           ADD 1 TO SEQ-LIG-W.
           INITIALIZE REG-CHD074.
           MOVE REPASSE-W      TO REPASSE-CH74.
           MOVE SEQ-LIG-W      TO SEQ-CH74.
           MOVE 2              TO LADO-CH74.
           MOVE FORNEC-W       TO FORNEC-CH74.
           MOVE SEQ-CP20       TO SEQ-CP-CH74.
           MOVE VALOR-LIQ-CP20 TO VALOR-CH74.
           MOVE DATA-SISTEMA-N TO DATA-REPASSE-CH74.
           MOVE USUARIO-W      TO USUARIO-CH74.
           WRITE REG-CHD074 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CHD074: " ST-CHD074
           END-WRITE.
       LIQUIDA-TITULO-FIM.
           CONTINUE.

      *    REPASSA-CHEQUE: o cheque sai da carteira - saldo zerado,
      *    situacao 7 com o fornecedor; se estava no cofre, sai como
      *    retirado com a trilha de custodia.
       REPASSA-CHEQUE SECTION.
           MOVE TC-DATA-MOVTO (I) TO DATA-MOVTO-CH10.
           MOVE TC-SEQ (I)        TO SEQ-CH10.
           READ CHD010 INVALID KEY
                DISPLAY "CHEQUE " TC-DATA-MOVTO (I) "/" TC-SEQ (I)
                        " SUMIU DO CHD010"
                GO TO REPASSA-CHEQUE-FIM
           END-READ.
           MOVE 7        TO SITUACAO-CH10.
           MOVE FORNEC-W TO FORNEC-REPASSE-CH10.
           MOVE ZEROS    TO VALOR-SALDO-CH10.
           REWRITE REG-CHD010 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CHD010: " ST-CHD010
                 GO TO REPASSA-CHEQUE-FIM
           END-REWRITE.
           ADD 1 TO SEQ-LIG-W.
           INITIALIZE REG-CHD074.
           MOVE REPASSE-W         TO REPASSE-CH74.
           MOVE SEQ-LIG-W         TO SEQ-CH74.
           MOVE 1                 TO LADO-CH74.
           MOVE DATA-MOVTO-CH10   TO DATA-MOVTO-CHQ-CH74.
           MOVE SEQ-CH10          TO SEQ-CHQ-CH74.
           MOVE FORNEC-W          TO FORNEC-CH74.
           MOVE VALOR-CH10        TO VALOR-CH74.
           MOVE DATA-SISTEMA-N    TO DATA-REPASSE-CH74.
           MOVE USUARIO-W         TO USUARIO-CH74.
           WRITE REG-CHD074 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CHD074: " ST-CHD074
           END-WRITE.
           MOVE DATA-MOVTO-CH10 TO DATA-MOVTO-CH15.
           MOVE SEQ-CH10        TO SEQ-CH15.
           READ CHD015 INVALID KEY
                GO TO REPASSA-CHEQUE-FIM
           END-READ.
           IF SITUACAO-CH15 NOT = 1
              GO TO REPASSA-CHEQUE-FIM.
           MOVE 2 TO SITUACAO-CH15.
           REWRITE REG-CHD015 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CHD015: " ST-CHD015
           END-REWRITE.
           MOVE SPACES           TO MOTIVO-W.
           MOVE "REPASSE FORNEC " TO MOTIVO-W (1: 15).
           MOVE FORNEC-W         TO MOTIVO-W (16: 6).
           PERFORM GRAVA-TRILHA.
       REPASSA-CHEQUE-FIM.
           CONTINUE.

       GRAVA-TRILHA SECTION.
           MOVE ZEROS TO K.
           MOVE DATA-MOVTO-CH10 TO DATA-MOVTO-CH16.
           MOVE SEQ-CH10        TO SEQ-CH16.
           MOVE ZEROS           TO SEQ-MOV-CH16.
           START CHD016 KEY IS NOT LESS CHAVE-CH16 INVALID KEY
                 MOVE "10" TO ST-CHD016
           END-START.
           PERFORM UNTIL ST-CHD016 = "10"
              READ CHD016 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD016
              NOT AT END
                   IF DATA-MOVTO-CH16 NOT = DATA-MOVTO-CH10
                      OR SEQ-CH16 NOT = SEQ-CH10
                      MOVE "10" TO ST-CHD016
                   ELSE
                      MOVE SEQ-MOV-CH16 TO K
                   END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO K.
           MOVE DATA-MOVTO-CH10 TO DATA-MOVTO-CH16.
           MOVE SEQ-CH10        TO SEQ-CH16.
           MOVE K               TO SEQ-MOV-CH16.
           MOVE 2               TO TIPO-MOV-CH16.
           MOVE DATA-SISTEMA-N  TO DATA-MOV-CH16.
           MOVE HORA-EDIT-W     TO HORA-MOV-CH16.
           MOVE USUARIO-W       TO USUARIO-CH16.
           MOVE MOTIVO-W        TO MOTIVO-CH16.
           WRITE REG-CHD016 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CHD016: " ST-CHD016
           END-WRITE.

       PROXIMO-REPASSE SECTION.
           MOVE ZEROS TO REPASSE-W REPASSE-CH74 SEQ-CH74.
           START CHD074 KEY IS NOT LESS CHAVE-CH74 INVALID KEY
                 MOVE "10" TO ST-CHD074
           END-START.
           PERFORM UNTIL ST-CHD074 = "10"
              READ CHD074 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD074
              NOT AT END
                   MOVE REPASSE-CH74 TO REPASSE-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD074.
           ADD 1 TO REPASSE-W.

      *    DEVOLUCAO-FORNECEDOR: o cheque repassado voltou sem fundos;
      *    volta p/ o fluxo de devolvidos (CHD013) e a divida com o
      *    fornecedor renasce num titulo novo, vencendo hoje.
       DEVOLUCAO-FORNECEDOR SECTION.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "CHEQUE - DATA MOVTO..: " WITH NO ADVANCING.
           ACCEPT DATA-MOVTO-W.
           DISPLAY "SEQ DO CHEQUE........: " WITH NO ADVANCING.
           ACCEPT SEQ-CHQ-W.
           MOVE DATA-MOVTO-W TO DATA-MOVTO-CH10.
           MOVE SEQ-CHQ-W    TO SEQ-CH10.
           READ CHD010 INVALID KEY
                DISPLAY "CHEQUE NAO ENCONTRADO"
                GO TO DEVOLUCAO-FORNECEDOR-FIM
           END-READ.
           IF SITUACAO-CH10 NOT = 7
              DISPLAY "CHEQUE NAO ESTA REPASSADO (SITUACAO "
                      SITUACAO-CH10 ")"
              GO TO DEVOLUCAO-FORNECEDOR-FIM.
           PERFORM LOCALIZA-REPASSE-DO-CHEQUE.
           IF ACHOU-W = 0
              DISPLAY "CHEQUE SEM REPASSE ATIVO NO CHD074"
              GO TO DEVOLUCAO-FORNECEDOR-FIM.
           MOVE VALOR-CH10 TO VALOR-E.
           DISPLAY NOME-CH10 " " VALOR-E " - REPASSE " REPASSE-CH74
                   " FORNEC " FORNEC-CH74.
           DISPLAY "ALINEA DA DEVOLUCAO..: " WITH NO ADVANCING.
           ACCEPT ALINEA-W.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO DEVOLUCAO-FORNECEDOR-FIM.
           MOVE FORNEC-CH74 TO FORNEC-W.
           PERFORM DADOS-TITULO-REPASSE.
           PERFORM REABRE-DIVIDA.
           IF SEQ-CP20 = ZEROS
              GO TO DEVOLUCAO-FORNECEDOR-FIM.
           MOVE 1              TO SITUACAO-CH74.
           MOVE SEQ-CP20       TO SEQ-CP-REAB-CH74.
           MOVE DATA-SISTEMA-N TO DATA-DEVOL-CH74.
           REWRITE REG-CHD074 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CHD074: " ST-CHD074
           END-REWRITE.
           MOVE DATA-MOVTO-W TO DATA-MOVTO-CH10.
           MOVE SEQ-CHQ-W    TO SEQ-CH10.
           READ CHD010 INVALID KEY
                GO TO DEVOLUCAO-FORNECEDOR-FIM
           END-READ.
           MOVE 5          TO SITUACAO-CH10.
           MOVE VALOR-CH10 TO VALOR-SALDO-CH10.
           REWRITE REG-CHD010 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CHD010: " ST-CHD010
           END-REWRITE.
           PERFORM GRAVA-DEVOLVIDO.
           DISPLAY "CHEQUE DEVOLVIDO - TITULO REABERTO " FORNEC-W "/"
                   SEQ-CP20.
       DEVOLUCAO-FORNECEDOR-FIM.
           CONTINUE.

       LOCALIZA-REPASSE-DO-CHEQUE SECTION.
           MOVE ZEROS        TO ACHOU-W.
           MOVE DATA-MOVTO-W TO DATA-MOVTO-CHQ-CH74.
           MOVE SEQ-CHQ-W    TO SEQ-CHQ-CH74.
           START CHD074 KEY IS NOT LESS ALT1-CH74 INVALID KEY
                 MOVE "10" TO ST-CHD074
           END-START.
           PERFORM UNTIL ST-CHD074 = "10"
              READ CHD074 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD074
              NOT AT END
                   IF DATA-MOVTO-CHQ-CH74 NOT = DATA-MOVTO-W
                      OR SEQ-CHQ-CH74 NOT = SEQ-CHQ-W
                      MOVE "10" TO ST-CHD074
                   ELSE
                      IF LADO-CH74 = 1 AND SITUACAO-CH74 = 0
                         MOVE 1 TO ACHOU-W
                         MOVE "10" TO ST-CHD074
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD074.

      *    DADOS-TITULO-REPASSE: portador e conta de apuracao do novo
      *    titulo vem do primeiro titulo liquidado no mesmo repasse.
      *    O CHD074 do cheque fica guardado em REG-CHD074 no fim.
       DADOS-TITULO-REPASSE SECTION.
           MOVE ZEROS TO CODREDUZ-W PORTADOR-W.
           MOVE REPASSE-CH74 TO REPASSE-W.
           MOVE SEQ-CH74     TO SEQ-LIG-W.
           MOVE ZEROS        TO SEQ-CH74.
           START CHD074 KEY IS NOT LESS CHAVE-CH74 INVALID KEY
                 MOVE "10" TO ST-CHD074
           END-START.
           PERFORM UNTIL ST-CHD074 = "10"
              READ CHD074 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD074
              NOT AT END
                   IF REPASSE-CH74 NOT = REPASSE-W
                      MOVE "10" TO ST-CHD074
                   ELSE
                      IF LADO-CH74 = 2 AND CODREDUZ-W = ZEROS
                         PERFORM LE-TITULO-REPASSE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD074.
           MOVE REPASSE-W TO REPASSE-CH74.
           MOVE SEQ-LIG-W TO SEQ-CH74.
           READ CHD074 INVALID KEY
                DISPLAY "ERRO RELENDO CHD074: " ST-CHD074
           END-READ.

       LE-TITULO-REPASSE SECTION.
           MOVE FORNEC-CH74 TO FORNEC-CP20.
           MOVE SEQ-CP-CH74 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE CODREDUZ-APUR-CP20 TO CODREDUZ-W
                MOVE PORTADOR-CP20      TO PORTADOR-W
           END-READ.

       REABRE-DIVIDA SECTION.
           PERFORM PROXIMA-SEQ-CPD020.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N  TO DATA-MOVTO-CP20.
           MOVE DATA-SISTEMA-N  TO DATA-EMISSAO-CP20.
           MOVE DATA-SISTEMA-N  TO DATA-VENCTO-CP20.
           MOVE FORNEC-W        TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W   TO SEQ-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20.
           MOVE PORTADOR-W      TO PORTADOR-CP20.
           MOVE SPACES          TO NR-DOCTO-CP20.
           MOVE "REP"           TO NR-DOCTO-CP20 (1: 3).
           MOVE REPASSE-W       TO NR-DOCTO-CP20 (4: 6).
           MOVE SPACES          TO DESCRICAO-CP20.
           MOVE "CHQ DEVOLV REPASSE NR "
                                TO DESCRICAO-CP20 (1: 22).
           MOVE NR-CHEQUE-CH10  TO DESCRICAO-CP20 (23: 7).
           MOVE 1               TO NR-PARC-CP20 TOT-PARC-CP20.
           MOVE CODREDUZ-W      TO CODREDUZ-APUR-CP20.
           MOVE VALOR-CH10      TO VALOR-TOT-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                 MOVE ZEROS TO SEQ-CP20
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

      *    GRAVA-DEVOLVIDO: complemento do devolvido no CHD013; se o
      *    cheque ja tinha voltado antes (reapresentado e repassado),
      *    o registro e reaproveitado.
       GRAVA-DEVOLVIDO SECTION.
           MOVE DATA-MOVTO-W TO DATA-MOVTO-CH13.
           MOVE SEQ-CHQ-W    TO SEQ-CH13.
           READ CHD013 INVALID KEY
                INITIALIZE REG-CHD013
                MOVE DATA-MOVTO-W   TO DATA-MOVTO-CH13
                MOVE SEQ-CHQ-W      TO SEQ-CH13
                MOVE ALINEA-W       TO ALINEA-CH13
                MOVE DATA-SISTEMA-N TO DATA-ENTRADA-CH13
                                       DATA-APRES-CH13
                MOVE SPACES         TO DCR-MEM-CH13
                MOVE "REPASSE"      TO DCR-MEM-CH13 (1: 7)
                MOVE REPASSE-W      TO DCR-MEM-CH13 (9: 6)
                WRITE REG-CHD013 INVALID KEY
                      DISPLAY "ERRO GRAVANDO CHD013: " ST-CHD013
                END-WRITE
           NOT INVALID KEY
                MOVE ALINEA-W       TO ALINEA-CH13
                MOVE DATA-SISTEMA-N TO DATA-REAPRES-CH13
                MOVE ZEROS          TO DATA-RECTO-CH13
                REWRITE REG-CHD013 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO CHD013: " ST-CHD013
                END-REWRITE
           END-READ.

       CONSULTA-REPASSE SECTION.
           DISPLAY "NR DO REPASSE (0 = POR CHEQUE): "
                   WITH NO ADVANCING.
           ACCEPT REPASSE-W.
           IF REPASSE-W = ZEROS
              DISPLAY "DATA MOVTO DO CHEQUE (AAAAMMDD): "
                      WITH NO ADVANCING
              ACCEPT DATA-MOVTO-W
              DISPLAY "SEQ DO CHEQUE......: " WITH NO ADVANCING
              ACCEPT SEQ-CHQ-W
              PERFORM LOCALIZA-REPASSE-QUALQUER
              IF REPASSE-W = ZEROS
                 DISPLAY "CHEQUE SEM REPASSE REGISTRADO"
                 GO TO CONSULTA-REPASSE-FIM
              END-IF
           END-IF.
           MOVE REPASSE-W TO REPASSE-CH74.
           MOVE ZEROS     TO SEQ-CH74.
           START CHD074 KEY IS NOT LESS CHAVE-CH74 INVALID KEY
                 MOVE "10" TO ST-CHD074
           END-START.
           PERFORM UNTIL ST-CHD074 = "10"
              READ CHD074 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD074
              NOT AT END
                   IF REPASSE-CH74 NOT = REPASSE-W
                      MOVE "10" TO ST-CHD074
                   ELSE
                      PERFORM MOSTRA-ITEM-REPASSE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD074.
       CONSULTA-REPASSE-FIM.
           CONTINUE.

       MOSTRA-ITEM-REPASSE SECTION.
           MOVE VALOR-CH74 TO VALOR-E.
           IF LADO-CH74 = 2
              DISPLAY "TITULO  FORNEC " FORNEC-CH74 " SEQ "
                      SEQ-CP-CH74 " " VALOR-E " EM "
                      DATA-REPASSE-CH74
           ELSE
              IF SITUACAO-CH74 = 1
                 DISPLAY "CHEQUE  MOVTO " DATA-MOVTO-CHQ-CH74 " SEQ "
                         SEQ-CHQ-CH74 " " VALOR-E " DEVOLVIDO EM "
                         DATA-DEVOL-CH74 " - TITULO REABERTO "
                         SEQ-CP-REAB-CH74
              ELSE
                 DISPLAY "CHEQUE  MOVTO " DATA-MOVTO-CHQ-CH74 " SEQ "
                         SEQ-CHQ-CH74 " " VALOR-E
              END-IF
           END-IF.

      *    Consulta por cheque: qualquer repasse em que ele aparece,
      *    ativo ou ja devolvido (chave ALT1).
       LOCALIZA-REPASSE-QUALQUER SECTION.
           MOVE DATA-MOVTO-W TO DATA-MOVTO-CHQ-CH74.
           MOVE SEQ-CHQ-W    TO SEQ-CHQ-CH74.
           START CHD074 KEY IS NOT LESS ALT1-CH74 INVALID KEY
                 MOVE "10" TO ST-CHD074
           END-START.
           PERFORM UNTIL ST-CHD074 = "10"
              READ CHD074 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD074
              NOT AT END
                   IF DATA-MOVTO-CHQ-CH74 NOT = DATA-MOVTO-W
                      OR SEQ-CHQ-CH74 NOT = SEQ-CHQ-W
                      MOVE "10" TO ST-CHD074
                   ELSE
                      MOVE REPASSE-CH74 TO REPASSE-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD074.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CHD010 CHD013 CHD015 CHD016 CHD074 CPD020.

       END PROGRAM CHP074.
